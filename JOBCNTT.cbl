      *         E PULA O PASSO FORA DA AGENDA, SEM MEXER NO
      *         COMPORTAMENTO DE PASSO CRITICO E DE RETOMADA; OS JOBS
      *         MENSAIS DEIXAM DE DEPENDER DE ALGUEM LEMBRAR
      * Update: 23/11/2024 - A TABELA DE PASSOS DO PLANO PASSA DE 20
      *         PARA 40 ENTRADAS (O PLANO CHEGOU A 21 PASSOS COM A LISTA
      *         DE LIBERACAO DE GRAVAME DE GARFIN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCNTT.
           03 WS-MODO-COM                  PIC X(01).
           03 FILLER                       PIC X(143) VALUE SPACES.
       01 WS-TABELA-PASSOS.
          03 WS-PASSO-ITEM                OCCURS 40 TIMES.
             05 WS-PASSO-PROGRAMA         PIC X(08).
             05 WS-PASSO-CRITICO          PIC X(01).
                88 WS-PASSO-CRITICO-SIM   VALUE 'S'.
                       AT END
                           SET EOF-PLN-OK TO TRUE
                       NOT AT END
                           IF WS-QTD-PASSOS LESS THAN 40
                               ADD 1 TO WS-QTD-PASSOS
                               MOVE PLN-PROGRAMA
                                 TO WS-PASSO-PROGRAMA(WS-QTD-PASSOS)
