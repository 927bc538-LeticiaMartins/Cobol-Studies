      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 07/11/2024
      * Purpose: MODULO UTILITARIO DE RECUPERACAO DE PREJUIZO - CHAMADO
      *          POR QUEM GRAVA UM PAGAMENTO (PAGFIN NO BALCAO, RETFIN
      *          NO RETORNO DO BANCO) QUANDO O CONTRATO ESTA BAIXADO
      *          PARA PREJUIZO: ACRESCENTA O PAGAMENTO EM
      *          RECUPERACOES.dat E SOMA O VALOR AO ACUMULADO
      *          RECUPERADO DO CONTRATO EM BAIXAS.dat, PARA OS DOIS
      *          CAMINHOS DE RECEBIMENTO CONTAREM A RECUPERACAO DO
      *          MESMO JEITO
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERACOES ASSIGN TO
           'RECUPERACOES.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RCP.

           SELECT BAIXAS ASSIGN TO
           'BAIXAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS BXA-NUM-CONTRATO
           FILE STATUS IS WS-FS-BXA.

       DATA DIVISION.
       FILE SECTION.
       FD RECUPERACOES.
          COPY FD_RECUP.

       FD BAIXAS.
          COPY FD_BAIXA.

       WORKING-STORAGE SECTION.
       77 WS-FS-RCP                       PIC 99.
          88 FS-RCP-OK                    VALUE 0.
       77 WS-FS-BXA                       PIC 99.
          88 FS-BXA-OK                    VALUE 0.

       LINKAGE SECTION.
       01 LK-AREA-RCP.
          03 LK-RCP-NUM-CONTRATO          PIC 9(06).
          03 LK-RCP-NUM-PARCELA           PIC 9(03).
          03 LK-RCP-SEQUENCIA             PIC 9(02).
          03 LK-RCP-DT-PAGAMENTO          PIC 9(08).
          03 LK-RCP-VALOR                 PIC 9(06)V99.
          03 LK-RCP-OPERADOR              PIC X(06).
          03 LK-RCP-ORIGEM                PIC X(08).
          03 LK-RCP-RESULTADO             PIC X(01).
             88 LK-RCP-GRAVADA            VALUE 'S'.
             88 LK-RCP-FALHOU             VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-RCP.
       MAIN-PROCEDURE.

           SET LK-RCP-FALHOU        TO TRUE
           SET FS-RCP-OK            TO TRUE

           OPEN EXTEND RECUPERACOES
           IF WS-FS-RCP EQUAL 35
               OPEN OUTPUT RECUPERACOES
           END-IF

           IF FS-RCP-OK
               INITIALIZE REG-RECUPERACAO
               MOVE LK-RCP-NUM-CONTRATO TO RCP-NUM-CONTRATO
               MOVE LK-RCP-NUM-PARCELA  TO RCP-NUM-PARCELA
               MOVE LK-RCP-SEQUENCIA    TO RCP-SEQUENCIA
               MOVE LK-RCP-DT-PAGAMENTO TO RCP-DT-PAGAMENTO
               MOVE LK-RCP-VALOR        TO RCP-VALOR
               MOVE LK-RCP-OPERADOR     TO RCP-OPERADOR
               MOVE LK-RCP-ORIGEM       TO RCP-ORIGEM
               ACCEPT RCP-DT-REGISTRO FROM DATE YYYYMMDD

               WRITE REG-RECUPERACAO
               CLOSE RECUPERACOES
               SET LK-RCP-GRAVADA   TO TRUE

               PERFORM P100-ACUMULA-BAIXA
           ELSE
               DISPLAY 'ERRO AO GRAVAR RECUPERACOES.dat '
                       '(FILE STATUS: ' WS-FS-RCP ').'
           END-IF

           GOBACK
           .
       P100-ACUMULA-BAIXA.
           SET FS-BXA-OK            TO TRUE

           OPEN I-O BAIXAS

           IF FS-BXA-OK
               MOVE LK-RCP-NUM-CONTRATO TO BXA-NUM-CONTRATO
               READ BAIXAS
                   KEY IS BXA-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO ' LK-RCP-NUM-CONTRATO
                               ' SEM REGISTRO EM BAIXAS.dat!'
                   NOT INVALID KEY
                       ADD 1        TO BXA-QTD-RECUPERACOES
                       ADD LK-RCP-VALOR TO BXA-VR-RECUPERADO
                       MOVE LK-RCP-DT-PAGAMENTO
                                    TO BXA-DT-ULT-RECUPERACAO
                       REWRITE REG-BAIXA
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR BAIXAS.dat '
                                       'DO CONTRATO '
                                       LK-RCP-NUM-CONTRATO '.'
                       END-REWRITE
               END-READ
               CLOSE BAIXAS
           ELSE
               DISPLAY 'ERRO AO ABRIR BAIXAS.dat '
                       '(FILE STATUS: ' WS-FS-BXA ').'
           END-IF
           .
       P100-FIM.

       END PROGRAM RCPUTIL.
