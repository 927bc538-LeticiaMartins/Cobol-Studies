      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: CARTEIRA POR REPRESENTANTE - PARA CADA REPRESENTANTE
      *          DA TABELA DE TERRITORIOS (TERRITORIOS.TXT, TERCNTT)
      *          TOTALIZA OS CONTATOS ATIVOS DA CARTEIRA, OS CONTRATOS
      *          DE FINANCIAMENTO EM ABERTO DESSES CONTATOS, O SALDO EM
      *          ABERTO E O SALDO VENCIDO (PARCELAS COM VENCIMENTO
      *          ANTERIOR A HOJE PELO MODULO VENCUTIL, MENOS OS
      *          PAGAMENTOS NAO ESTORNADOS, COMO NA VISAO 360 DE
      *          VISCNTT); A CARTEIRA DE CADA CONTATO VEM DE
      *          CONTATOS_TERRIT.dat (LOTE DSTCNTT) E O QUE NAO TEM
      *          TERRITORIO SAI NA LINHA 'SEM TERRITORIO'; RESPEITA A
      *          EMPRESA DA SESSAO; RELATORIO NO SPOOL (SPOOLUTL)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRTCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO
               'CONTATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TABELA-TERRITORIOS ASSIGN TO
               'TERRITORIOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TER.

               SELECT CONTATOS-TERRIT ASSIGN TO
               'CONTATOS_TERRIT.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CTE-ID-CONTATO
               FILE STATUS IS WS-FS-CTE.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-FIN.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD TABELA-TERRITORIOS.
          COPY FD_TERR.

       FD CONTATOS-TERRIT.
          COPY FD_CTER.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-TER                       PIC 99.
          88 FS-TER-OK                    VALUE 0.
       77 WS-FS-CTE                       PIC 99.
          88 FS-CTE-OK                    VALUE 0.
       77 WS-FS-FIN                       PIC 99.
          88 FS-FIN-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-FIN                      PIC X.
          88 EOF-FIN-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-TERRIT                   PIC X VALUE 'N'.
          88 TEM-TERRIT                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-NA-EMPRESA           PIC X VALUE 'N'.
          88 CONTATO-NA-EMPRESA           VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 WS-ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-POS-REP                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-REPS                     PIC 9(03) VALUE ZEROS.
       77 WS-REP-BUSCA                    PIC X(06) VALUE SPACES.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-CTR-SALDO-ABERTO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-CTR-SALDO-VENCIDO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VENCIDO-MSK                  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                 PIC 9(04).
          03 WS-DATA-MM                   PIC 9(02).
          03 WS-DATA-DD                   PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
      ******************************************************************
      * CARTEIRAS: UMA POR REPRESENTANTE DA TABELA DE TERRITORIOS; A
      * ULTIMA POSICAO USADA (WS-QTD-REPS + 1) E A DOS CONTATOS SEM
      * TERRITORIO
      ******************************************************************
       01 WS-TABELA-CARTEIRAS.
          03 WS-CRT-ITEM                  OCCURS 101 TIMES.
             05 WS-CRT-REPRESENTANTE      PIC X(06).
             05 WS-CRT-NOME-REP           PIC X(20).
             05 WS-CRT-QTD-ATIVOS         PIC 9(05).
             05 WS-CRT-QTD-CONTRATOS      PIC 9(05).
             05 WS-CRT-SALDO-ABERTO       PIC 9(11)V99.
             05 WS-CRT-SALDO-VENCIDO      PIC 9(11)V99.
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

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CARTEIRA POR REPRESENTANTE ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM P100-CARREGA-REPRESENTANTES
           IF LK-SUCESSO
               PERFORM P300-CARTEIRA
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * UMA CARTEIRA POR REPRESENTANTE DISTINTO DA TABELA (O MESMO
      * REPRESENTANTE PODE TER VARIOS TERRITORIOS E FAIXAS)
      ******************************************************************
       P100-CARREGA-REPRESENTANTES.
           SET FS-TER-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-REPS
           INITIALIZE WS-TABELA-CARTEIRAS

           OPEN INPUT TABELA-TERRITORIOS

           IF WS-FS-TER EQUAL 35
               DISPLAY 'TABELA TERRITORIOS.TXT AINDA NAO EXISTE - '
                       'CADASTRE AS FAIXAS EM TERCNTT.'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-TER-OK
               DISPLAY 'ERRO AO ABRIR A TABELA TERRITORIOS.TXT.'
               MOVE WS-FS-TER       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-TER ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P110-LE-TERRITORIO UNTIL EOF-OK
           CLOSE TABELA-TERRITORIOS

           MOVE 'SEM TERRITORIO'
             TO WS-CRT-NOME-REP(WS-QTD-REPS + 1)
           .
       P100-FIM.

       P110-LE-TERRITORIO.
           READ TABELA-TERRITORIOS
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   MOVE TER-REPRESENTANTE TO WS-REP-BUSCA
                   PERFORM P700-LOCALIZA-REP
                   IF NOT WS-ACHOU-OK AND WS-QTD-REPS LESS THAN 100
                       ADD 1        TO WS-QTD-REPS
                       MOVE TER-REPRESENTANTE
                         TO WS-CRT-REPRESENTANTE(WS-QTD-REPS)
                       MOVE TER-NOME-REP
                         TO WS-CRT-NOME-REP(WS-QTD-REPS)
                   END-IF
           END-READ
           .
       P110-FIM.

       P300-CARTEIRA.
           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-CTE-OK            TO TRUE
           OPEN INPUT CONTATOS-TERRIT
           IF FS-CTE-OK
               SET TEM-TERRIT      TO TRUE
           ELSE
               SET TEM-TERRIT      TO FALSE
               DISPLAY 'CONTATOS_TERRIT.dat NAO ENCONTRADO - RODE O '
                       'LOTE DSTCNTT; TODOS SAEM SEM TERRITORIO.'
           END-IF

           PERFORM P310-CONTATOS-ATIVOS
           PERFORM P330-CONTRATOS
           PERFORM P400-IMPRIME

           IF TEM-TERRIT
               CLOSE CONTATOS-TERRIT
           END-IF
           CLOSE CONTATOS
           .
       P300-FIM.

       P310-CONTATOS-ATIVOS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-CONTATO
           START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P315-LE-CONTATO UNTIL EOF-OK
           .
       P310-FIM.

       P315-LE-CONTATO.
           READ CONTATOS NEXT RECORD INTO WS-REGISTRO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF WS-ST-ATIVO AND
                      (LK-EMPRESA EQUAL ZEROS OR
                       WS-EMP-CONTATO EQUAL LK-EMPRESA OR
                       (WS-EMP-CONTATO EQUAL ZEROS AND
                        LK-EMPRESA EQUAL 1))
                       PERFORM P320-CARTEIRA-DO-CONTATO
                       ADD 1 TO WS-CRT-QTD-ATIVOS(WS-POS-REP)
                   END-IF
           END-READ
           .
       P315-FIM.

      ******************************************************************
      * POSICAO DA CARTEIRA DO CONTATO WS-ID-CONTATO NA TABELA
      ******************************************************************
       P320-CARTEIRA-DO-CONTATO.
           COMPUTE WS-POS-REP = WS-QTD-REPS + 1

           IF NOT TEM-TERRIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-CONTATO       TO CTE-ID-CONTATO
           READ CONTATOS-TERRIT
               KEY IS CTE-ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTE-REPRESENTANTE TO WS-REP-BUSCA
                   PERFORM P700-LOCALIZA-REP
           END-READ
           .
       P320-FIM.

       P330-CONTRATOS.
           SET FS-FIN-OK            TO TRUE
           SET EOF-FIN-OK           TO FALSE

           OPEN INPUT CONTRATOS

           IF NOT FS-FIN-OK
               DISPLAY 'NENHUM CONTRATO DE FINANCIAMENTO.'
               EXIT PARAGRAPH
           END-IF

           SET FS-PAG-OK            TO TRUE
           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF

           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-FIN-OK   TO TRUE
           END-START

           PERFORM P335-LE-CONTRATO UNTIL EOF-FIN-OK

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE CONTRATOS
           .
       P330-FIM.

       P335-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-FIN-OK  TO TRUE
               NOT AT END
                   IF NOT (REG-CONTRATO-CANCELADO OR
                           REG-CONTRATO-QUITADO OR
                           REG-CONTRATO-REFINANCIADO)
                       PERFORM P337-CONTRATO-EM-ABERTO
                   END-IF
           END-READ
           .
       P335-FIM.

       P337-CONTRATO-EM-ABERTO.
           SET CONTATO-NA-EMPRESA   TO FALSE
           MOVE REG-ID-CONTATO      TO ID-CONTATO

           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LK-EMPRESA EQUAL ZEROS OR
                      WS-EMP-CONTATO EQUAL LK-EMPRESA OR
                      (WS-EMP-CONTATO EQUAL ZEROS AND
                       LK-EMPRESA EQUAL 1)
                       SET CONTATO-NA-EMPRESA TO TRUE
                   END-IF
           END-READ

           IF NOT CONTATO-NA-EMPRESA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-CTR-SALDO-ABERTO
           MOVE ZEROS               TO WS-CTR-SALDO-VENCIDO
           PERFORM P342-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF WS-CTR-SALDO-ABERTO GREATER THAN ZEROS
               PERFORM P320-CARTEIRA-DO-CONTATO
               ADD 1 TO WS-CRT-QTD-CONTRATOS(WS-POS-REP)
               ADD WS-CTR-SALDO-ABERTO
                 TO WS-CRT-SALDO-ABERTO(WS-POS-REP)
               ADD WS-CTR-SALDO-VENCIDO
                 TO WS-CRT-SALDO-VENCIDO(WS-POS-REP)
           END-IF
           .
       P337-FIM.

       P342-AVALIA-PARCELA.
           PERFORM P344-CALCULA-SALDO

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-CTR-SALDO-ABERTO

               MOVE REG-DT-CONTRATO TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA  TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA    TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-SISTEMA
                   ADD WS-SALDO-PARCELA TO WS-CTR-SALDO-VENCIDO
               END-IF
           END-IF
           .
       P342-FIM.

       P344-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-IND-PARCELA)
                                    TO WS-VR-PARCELA-NUM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND-PARCELA   TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P346-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P344-FIM.

       P346-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARCELA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P346-FIM.

       P400-IMPRIME.
           MOVE 'CRTCNTT'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CARTEIRA POR REPRESENTANTE     DATA: '
                  WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'REPRESENTANTE           ATIVOS CONTR  SALDO EM ABERTO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '                                        SALDO VENCIDO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P410-IMPRIME-CARTEIRA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-REPS + 1

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           DISPLAY 'REPRESENTANTES........: ' WS-QTD-REPS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-IMPRIME-CARTEIRA.
           MOVE WS-CRT-SALDO-ABERTO(WS-IND)  TO WS-SALDO-MSK
           MOVE WS-CRT-SALDO-VENCIDO(WS-IND) TO WS-VENCIDO-MSK
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-CRT-REPRESENTANTE(WS-IND) ' '
                  WS-CRT-NOME-REP(WS-IND) ' '
                  WS-CRT-QTD-ATIVOS(WS-IND) ' '
                  WS-CRT-QTD-CONTRATOS(WS-IND) ' '
                  WS-SALDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '                                      '
                  WS-VENCIDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P410-FIM.

       P700-LOCALIZA-REP.
           SET WS-ACHOU-OK          TO FALSE
           PERFORM P710-COMPARA-REP
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-REPS OR
                     WS-ACHOU-OK
           .
       P700-FIM.

       P710-COMPARA-REP.
           IF WS-CRT-REPRESENTANTE(WS-IND) EQUAL WS-REP-BUSCA
               SET WS-ACHOU-OK      TO TRUE
               MOVE WS-IND          TO WS-POS-REP
           END-IF
           .
       P710-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM CRTCNTT.
