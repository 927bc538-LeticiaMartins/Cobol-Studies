      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 10/11/2024
      * Purpose: MODULO UTILITARIO DE NEGATIVACAO - CHAMADO POR QUEM
      *          GRAVA UM PAGAMENTO (PAGFIN, RETFIN, AGEFIN) COM O SALDO
      *          QUE SOBROU NA PARCELA, OU POR QUIFIN NA QUITACAO DO
      *          CONTRATO (PARCELA ZEROS = TODAS AS PARCELAS): PARCELA
      *          NEGATIVADA (I) QUE FICOU SEM SALDO PASSA A EXCLUIDA (E)
      *          COM A EXCLUSAO PENDENTE DE ENVIO, QUE NEGFIN GERA PARA
      *          O BIRO NA RODADA SEGUINTE, DENTRO DO PRAZO LEGAL;
      *          PARCELA SO AVISADA (A) TEM O AVISO CANCELADO (C). O
      *          EVENTO VAI PARA NEGATIVACAO_LOG.dat
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVACOES ASSIGN TO
           'NEGATIVACOES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS NEG-CHAVE
           FILE STATUS IS WS-FS-NEG.

           SELECT NEG-LOG ASSIGN TO
           'NEGATIVACAO_LOG.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NLG.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIVACOES.
          COPY FD_NEGAT.

       FD NEG-LOG.
          COPY FD_NEGLG.

       WORKING-STORAGE SECTION.
       77 WS-FS-NEG                       PIC 99.
          88 FS-NEG-OK                    VALUE 0.
       77 WS-FS-NLG                       PIC 99.
          88 FS-NLG-OK                    VALUE 0.
       77 WS-EOF-NEG                      PIC X.
          88 EOF-NEG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-NEG.
          03 LK-NEG-NUM-CONTRATO          PIC 9(06).
          03 LK-NEG-NUM-PARCELA           PIC 9(03).
          03 LK-NEG-SALDO-PARCELA         PIC S9(08)V99.
          03 LK-NEG-OPERADOR              PIC X(06).
          03 LK-NEG-ORIGEM                PIC X(08).
          03 LK-NEG-RESULTADO             PIC X(01).
             88 LK-NEG-ENCERRADA          VALUE 'S'.
             88 LK-NEG-SEM-EFEITO         VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-NEG.
       MAIN-PROCEDURE.

           SET LK-NEG-SEM-EFEITO    TO TRUE

           IF LK-NEG-NUM-PARCELA GREATER THAN ZEROS AND
              LK-NEG-SALDO-PARCELA GREATER THAN ZEROS
               GOBACK
           END-IF

           SET FS-NEG-OK            TO TRUE
           OPEN I-O NEGATIVACOES

           IF NOT FS-NEG-OK
      *        SEM NEGATIVACOES.dat NAO HA O QUE EXCLUIR
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-NEG-NUM-PARCELA GREATER THAN ZEROS
               MOVE LK-NEG-NUM-CONTRATO TO NEG-NUM-CONTRATO
               MOVE LK-NEG-NUM-PARCELA  TO NEG-NUM-PARCELA
               READ NEGATIVACOES
                   KEY IS NEG-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P100-ENCERRA
               END-READ
           ELSE
               SET EOF-NEG-OK        TO FALSE
               MOVE LK-NEG-NUM-CONTRATO TO NEG-NUM-CONTRATO
               MOVE ZEROS            TO NEG-NUM-PARCELA
               START NEGATIVACOES KEY IS NOT LESS THAN NEG-CHAVE
                   INVALID KEY
                       SET EOF-NEG-OK TO TRUE
               END-START
               PERFORM P110-LE-CONTRATO UNTIL EOF-NEG-OK
           END-IF

           CLOSE NEGATIVACOES

           GOBACK
           .
       P100-ENCERRA.
           IF NOT NEG-AVISADA AND NOT NEG-INCLUIDA
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-NEG-LOG
           IF NEG-INCLUIDA
               SET NEG-EXCLUIDA     TO TRUE
               SET NEG-EXCLUSAO-PENDENTE TO TRUE
               SET NLG-QUITACAO     TO TRUE
           ELSE
               SET NEG-CANCELADA    TO TRUE
               SET NLG-CANCELAMENTO TO TRUE
           END-IF
           MOVE WS-DATA-HOJE        TO NEG-DT-QUITACAO
           MOVE LK-NEG-ORIGEM       TO NEG-ORIGEM-QUITACAO

           REWRITE REG-NEGATIVACAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR NEGATIVACOES.dat DO '
                           'CONTRATO ' NEG-NUM-CONTRATO '.'
               NOT INVALID KEY
                   SET LK-NEG-ENCERRADA TO TRUE
                   PERFORM P200-GRAVA-LOG
           END-REWRITE
           .
       P100-FIM.

       P110-LE-CONTRATO.
           READ NEGATIVACOES NEXT RECORD
               AT END
                   SET EOF-NEG-OK  TO TRUE
               NOT AT END
                   IF NEG-NUM-CONTRATO EQUAL LK-NEG-NUM-CONTRATO
                       PERFORM P100-ENCERRA
                   ELSE
                       SET EOF-NEG-OK TO TRUE
                   END-IF
           END-READ
           .
       P110-FIM.

       P200-GRAVA-LOG.
           SET FS-NLG-OK            TO TRUE

           OPEN EXTEND NEG-LOG
           IF WS-FS-NLG EQUAL 35
               OPEN OUTPUT NEG-LOG
           END-IF

           IF FS-NLG-OK
               MOVE WS-DATA-HOJE     TO NLG-DATA
               ACCEPT NLG-HORA       FROM TIME
               MOVE NEG-NUM-CONTRATO TO NLG-NUM-CONTRATO
               MOVE NEG-NUM-PARCELA  TO NLG-NUM-PARCELA
               MOVE NEG-DOC-CONTATO  TO NLG-DOC-CONTATO
               MOVE NEG-VR-DIVIDA    TO NLG-VALOR
               MOVE LK-NEG-ORIGEM    TO NLG-ORIGEM
               MOVE LK-NEG-OPERADOR  TO NLG-OPERADOR
               WRITE REG-NEG-LOG
               CLOSE NEG-LOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR NEGATIVACAO_LOG.dat '
                       '(FILE STATUS: ' WS-FS-NLG ').'
           END-IF
           .
       P200-FIM.

       END PROGRAM NEGUTIL.
