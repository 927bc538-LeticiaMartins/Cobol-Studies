      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 12/11/2024
      * Purpose: CEDULA DE CREDITO BANCARIO (CCB) - REIMPRESSAO E
      *          CONSULTA DO CONTRATO PARA ASSINATURA. A PRIMEIRA VIA E
      *          GERADA NA EMISSAO (PROG-OCCURS, PROPFIN) PELO MODULO
      *          CCBUTIL A PARTIR DO MODELO DE CLAUSULAS CCB_MODELO.TXT:
      *          <R> REIMPRIME A CCB DE UM CONTRATO NO SPOOL DATADO
      *              (SAI COM A TARJA DE SEGUNDA VIA E ENTRA NA
      *              CONTAGEM DE REIMPRESSOES DE CCB_EMISSOES.dat);
      *          <C> CONSULTA A PRIMEIRA VIA, A QUANTIDADE DE
      *              REIMPRESSOES E A ULTIMA SAIDA NO SPOOL
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCBFIN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CCB-EMISSOES ASSIGN TO
               'CCB_EMISSOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CCB-NUM-CONTRATO
               FILE STATUS IS WS-FS-CCB.


       DATA DIVISION.
       FILE SECTION.
       FD CCB-EMISSOES.
          COPY FD_CCB.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-CCB                       PIC 99.
          88 FS-CCB-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       01 WS-AREA-CCB.
          03 WS-CCB-NUM-CONTRATO          PIC 9(06).
          03 WS-CCB-OPERADOR              PIC X(06).
          03 WS-CCB-TIPO                  PIC X(01).
          03 WS-CCB-RESULTADO             PIC X(01).
             88 CCB-GERADA                VALUE 'S'.
          03 WS-CCB-QTD-REIMPRESSOES      PIC 9(03).
          03 WS-CCB-NOME-SPOOL            PIC X(40).
          COPY FSMSG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                  PIC X(40).
          03 LK-STATUS                    PIC X(01).
             88 LK-SUCESSO                VALUE '0'.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY '*** CEDULA DE CREDITO BANCARIO (CCB) ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'DIGITE: <R> REIMPRIMIR A CCB DE UM CONTRATO OU '
                   '<C> CONSULTAR AS VIAS IMPRESSAS: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'R'
               WHEN 'r'
                   SET EXIT-OK     TO FALSE
                   PERFORM P300-REIMPRIME THRU P300-FIM UNTIL EXIT-OK
               WHEN 'C'
               WHEN 'c'
                   SET EXIT-OK     TO FALSE
                   PERFORM P400-CONSULTA THRU P400-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * REIMPRESSAO PELO MODULO CCBUTIL (QUE CONTA A VIA)
      ******************************************************************
       P300-REIMPRIME.
           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA

           DISPLAY 'CONFIRMA A REIMPRESSAO DA CCB DO CONTRATO '
                   WS-NUMERO-BUSCA '? <S/N>: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
               MOVE WS-NUMERO-BUSCA TO WS-CCB-NUM-CONTRATO
               IF LK-OPERADOR EQUAL SPACES
                   MOVE 'BALCAO'    TO WS-CCB-OPERADOR
               ELSE
                   MOVE LK-OPERADOR TO WS-CCB-OPERADOR
               END-IF
               MOVE 'R'             TO WS-CCB-TIPO
               CALL 'CCBUTIL' USING WS-AREA-CCB

               IF CCB-GERADA
                   IF WS-CCB-QTD-REIMPRESSOES EQUAL ZEROS
                       DISPLAY 'PRIMEIRA VIA DA CCB GRAVADA EM '
                               WS-CCB-NOME-SPOOL
                   ELSE
                       DISPLAY 'REIMPRESSAO ' WS-CCB-QTD-REIMPRESSOES
                               ' DA CCB GRAVADA EM ' WS-CCB-NOME-SPOOL
                   END-IF
               ELSE
                   SET LK-ERRO      TO TRUE
               END-IF
           END-IF

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.

      ******************************************************************
      * CONSULTA DO CONTROLE DE VIAS
      ******************************************************************
       P400-CONSULTA.
           SET FS-CCB-OK            TO TRUE
           OPEN INPUT CCB-EMISSOES

           IF WS-FS-CCB EQUAL 35
               DISPLAY 'NENHUMA CCB IMPRESSA AINDA.'
               SET EXIT-OK          TO TRUE
               GO TO P400-FIM
           END-IF

           IF NOT FS-CCB-OK
               DISPLAY 'ERRO AO ABRIR CCB_EMISSOES.dat.'
               MOVE WS-FS-CCB       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CCB ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               SET EXIT-OK          TO TRUE
               GO TO P400-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT CCB-NUM-CONTRATO

           READ CCB-EMISSOES
               KEY IS CCB-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'A CCB DO CONTRATO AINDA NAO FOI IMPRESSA.'
               NOT INVALID KEY
                   DISPLAY 'PRIMEIRA VIA......: ' CCB-DT-EMISSAO
                           ' POR ' CCB-OPERADOR-EMISSAO
                   DISPLAY 'REIMPRESSOES......: '
                           CCB-QTD-REIMPRESSOES
                   DISPLAY 'ULTIMA IMPRESSAO..: ' CCB-DT-ULT-IMPRESSAO
                           ' POR ' CCB-OPERADOR-ULT
                   DISPLAY 'ULTIMA SAIDA......: ' CCB-ULT-SPOOL
           END-READ

           CLOSE CCB-EMISSOES

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

       COPY FSMSGP.

       P900-FIM.
           GOBACK.
       END PROGRAM CCBFIN.
