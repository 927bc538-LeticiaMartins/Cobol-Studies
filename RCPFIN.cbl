      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 07/11/2024
      * Purpose: RELATORIO MENSAL DE RECUPERACAO DE PREJUIZO - PARA O
      *          PERIODO AAAAMM INFORMADO (NO PLANO NOTURNO, O MES QUE
      *          FECHOU), LISTA OS PAGAMENTOS DE CONTRATOS BAIXADOS
      *          PARA PREJUIZO REGISTRADOS EM RECUPERACOES.dat (PAGFIN
      *          E RETFIN, MODULO RCPUTIL), CONFERINDO EM
      *          PAGAMENTOS.dat SE O PAGAMENTO FOI ESTORNADO DEPOIS
      *          (ESTORNADO FICA NA LISTA MAS FORA DO TOTAL), COM O
      *          VALOR BAIXADO E O ACUMULADO RECUPERADO DO CONTRATO EM
      *          BAIXAS.dat; RELATORIO NO SPOOL E RODADA NO LOG
      *          CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECUPERACOES ASSIGN TO
               'RECUPERACOES.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT BAIXAS ASSIGN TO
               'BAIXAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS BXA-NUM-CONTRATO
               FILE STATUS IS WS-FS-BXA.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD RECUPERACOES.
          COPY FD_RECUP.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD BAIXAS.
          COPY FD_BAIXA.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-BXA                       PIC 99.
          88 FS-BXA-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-BAIXAS                   PIC X VALUE 'N'.
          88 TEM-BAIXAS                   VALUE 'S' FALSE 'N'.
       77 WS-PERIODO                      PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO                     PIC X(09) VALUE SPACES.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LISTADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ESTORNADOS               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-RECUPERADO             PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-ESTORNADO              PIC 9(10)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-BAIXADO-MSK                  PIC Z.ZZZ.ZZ9,99.
       77 WS-ACUMULADO-MSK                PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAA                  PIC 9(04).
          03 WS-AUX-MM                    PIC 9(02).
          03 WS-AUX-DD                    PIC 9(02).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                  PIC X(40).
          03 LK-STATUS                    PIC X(01).
             88 LK-SUCESSO                VALUE '0'.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-BATCH             VALUE 'B'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** RECUPERACAO DE PREJUIZO ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'RCPFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P100-DEFINE-PERIODO
           IF WS-PERIODO NOT EQUAL ZEROS
               PERFORM P300-LISTA-RECUPERACOES
           END-IF
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-LISTADOS    TO WS-LOG-QTD-GRAVADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
       P100-DEFINE-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-MODO-BATCH
      *        NO PLANO NOTURNO (DIA 01) LISTA O MES QUE FECHOU
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               IF WS-AUX-MM EQUAL 1
                   SUBTRACT 1       FROM WS-AUX-AAAA
                   MOVE 12          TO WS-AUX-MM
               ELSE
                   SUBTRACT 1       FROM WS-AUX-MM
               END-IF
               MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
           ELSE
               DISPLAY 'PERIODO DAS RECUPERACOES (AAAAMM, ZEROS = MES '
                       'CORRENTE): '
               ACCEPT WS-PERIODO
               IF WS-PERIODO EQUAL ZEROS
                   MOVE WS-HOJE-AAAAMM TO WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           IF WS-AUX-MM LESS THAN 1 OR WS-AUX-MM GREATER THAN 12
               DISPLAY 'PERIODO INVALIDO!'
               SET LK-ERRO          TO TRUE
               MOVE ZEROS           TO WS-PERIODO
           END-IF
           .
       P100-FIM.

       P300-LISTA-RECUPERACOES.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-LISTADOS
           MOVE ZEROS               TO WS-QTD-ESTORNADOS
           MOVE ZEROS               TO WS-TOTAL-RECUPERADO
           MOVE ZEROS               TO WS-TOTAL-ESTORNADO

           OPEN INPUT RECUPERACOES

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA RECUPERACAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR RECUPERACOES.dat.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS   TO TRUE
           ELSE
               SET TEM-PAGAMENTOS   TO FALSE
           END-IF

           OPEN INPUT BAIXAS
           IF FS-BXA-OK
               SET TEM-BAIXAS       TO TRUE
           ELSE
               SET TEM-BAIXAS       TO FALSE
           END-IF

           MOVE 'RCPFIN  '         TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           PERFORM P305-IMPRIME-CABECALHO

           PERFORM P310-LE-RECUPERACAO UNTIL EOF-OK

           PERFORM P400-IMPRIME-TOTAIS
           CLOSE ARQ-IMPRESSAO

           CLOSE RECUPERACOES
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-BAIXAS
               CLOSE BAIXAS
           END-IF

           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-MSK
           DISPLAY 'RECUPERACOES DO PERIODO: ' WS-QTD-LISTADOS
           DISPLAY 'TOTAL RECUPERADO.......: ' WS-TOTAL-MSK
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P305-IMPRIME-CABECALHO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECUPERACAO DE PREJUIZO - PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. PAR/SQ DATA          VALOR ORIGEM   SITUACAO '
                                    TO REG-IMPRESSAO
           MOVE 'BAIXADO'           TO REG-IMPRESSAO(59:7)
           MOVE 'RECUPERADO'        TO REG-IMPRESSAO(69:10)
           WRITE REG-IMPRESSAO
           .
       P305-FIM.

       P310-LE-RECUPERACAO.
           READ RECUPERACOES
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   MOVE RCP-DT-PAGAMENTO TO WS-DATA-AUX
                   IF WS-DATA-AUX(1:6) EQUAL WS-PERIODO
                       PERFORM P320-IMPRIME-RECUPERACAO
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-IMPRIME-RECUPERACAO.
           ADD 1                    TO WS-QTD-LISTADOS
           MOVE SPACES              TO WS-SITUACAO

           IF TEM-PAGAMENTOS
               MOVE RCP-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE RCP-NUM-PARCELA  TO PAG-NUM-PARCELA
               MOVE RCP-SEQUENCIA    TO PAG-SEQUENCIA
               READ PAGAMENTOS
                   KEY IS PAG-CHAVE
                   INVALID KEY
                       MOVE 'SEM PAGTO' TO WS-SITUACAO
                   NOT INVALID KEY
                       IF PAG-ESTORNADO
                           MOVE 'ESTORNADO' TO WS-SITUACAO
                       END-IF
               END-READ
           END-IF

           IF WS-SITUACAO EQUAL SPACES
               ADD RCP-VALOR        TO WS-TOTAL-RECUPERADO
           ELSE
               ADD 1                TO WS-QTD-ESTORNADOS
               ADD RCP-VALOR        TO WS-TOTAL-ESTORNADO
           END-IF

           MOVE ZEROS               TO WS-BAIXADO-MSK
           MOVE ZEROS               TO WS-ACUMULADO-MSK
           IF TEM-BAIXAS
               MOVE RCP-NUM-CONTRATO TO BXA-NUM-CONTRATO
               READ BAIXAS
                   KEY IS BXA-NUM-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BXA-VR-BAIXADO    TO WS-BAIXADO-MSK
                       MOVE BXA-VR-RECUPERADO TO WS-ACUMULADO-MSK
               END-READ
           END-IF

           MOVE RCP-VALOR           TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING RCP-NUM-CONTRATO ' ' RCP-NUM-PARCELA '/'
                  RCP-SEQUENCIA ' ' RCP-DT-PAGAMENTO ' '
                  WS-VALOR-MSK ' ' RCP-ORIGEM ' ' WS-SITUACAO ' '
                  WS-BAIXADO-MSK ' ' WS-ACUMULADO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P320-FIM.

       P400-IMPRIME-TOTAIS.
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECUPERACOES DO PERIODO: ' WS-QTD-LISTADOS
                  '  TOTAL RECUPERADO: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-ESTORNADO  TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESTORNADAS (FORA DO TOTAL): ' WS-QTD-ESTORNADOS
                  '  VALOR: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM RCPFIN.
