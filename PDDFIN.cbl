      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 06/11/2024
      * Purpose: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DA CARTEIRA DE
      *          FINANCIAMENTOS, PELA RESOLUCAO BACEN 2682 - PARA O
      *          PERIODO AAAAMM INFORMADO, CLASSIFICA CADA CONTRATO
      *          ATIVO DE CONTRATOS.dat NUM RATING DE AA A H PELO MAIOR
      *          ATRASO ENTRE AS PARCELAS NAO PAGAS (VENCIMENTO DE
      *          VENCUTIL E PAGAMENTOS.dat, NA MESMA CONTA DE ATRFIN),
      *          APLICA O PERCENTUAL DO RATING AO SALDO EM ABERTO E
      *          GRAVA O RESULTADO POR CONTRATO EM PDD_HIST.dat
      *          (FD_PDD); O RELATORIO NO SPOOL TRAZ O DETALHE COM O
      *          RATING DO MES ANTERIOR E A MIGRACAO (PIOROU,
      *          MELHOROU, NOVO), OS CONTRATOS QUE SAIRAM DA CARTEIRA E
      *          O QUADRO POR RATING COMPARADO COM O MES ANTERIOR; A
      *          DATA-BASE E O ULTIMO DIA DO PERIODO (OU HOJE, NO MES
      *          CORRENTE), ENTAO A REPETICAO DE UM MES FECHADO DA O
      *          MESMO RESULTADO E SO REGRAVA O HISTORICO DO PERIODO
      * Tectonics: cobc -I copybooks
      * Update: 07/11/2024 - CONTRATO BAIXADO PARA PREJUIZO (STATUS 'P',
      *         BXAFIN) SAI DA BASE DA PROVISAO, JA QUE SEU SALDO DEIXOU
      *         A CARTEIRA
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT PDD-HIST ASSIGN TO
               'PDD_HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PDD-CHAVE
               FILE STATUS IS WS-FS-PDD.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD PDD-HIST.
          COPY FD_PDD.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-PDD                       PIC 99.
          88 FS-PDD-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PDD                      PIC X.
          88 EOF-PDD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-ANTERIOR                 PIC X VALUE 'N'.
          88 TEM-ANTERIOR                 VALUE 'S' FALSE 'N'.
       77 WS-CONTINUA-CARTEIRA            PIC X VALUE 'N'.
          88 CONTINUA-CARTEIRA            VALUE 'S' FALSE 'N'.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-RAT                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-ANT                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-PERIODO                      PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-ANTERIOR             PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-BASE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-CONTRATO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PROVISAO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-RATING-ANTERIOR              PIC X(02) VALUE SPACES.
       77 WS-MIGRACAO                     PIC X(10) VALUE SPACES.
       77 WS-CONTRATO-SALVO               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PIOROU                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MELHOROU                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SAIRAM                   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SALDO                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-PROVISAO               PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-PROVISAO-ANT           PIC 9(10)V99 VALUE ZEROS.
       77 WS-VARIACAO                     PIC S9(10)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-PROV-MSK                     PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VARIACAO-MSK                 PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MSK                      PIC ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-BASE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAA                  PIC 9(04).
          03 WS-AUX-MM                    PIC 9(02).
          03 WS-AUX-DD                    PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
      ******************************************************************
      * TABELA DE RATINGS DA RESOLUCAO 2682: RATING, ATRASO MAXIMO EM
      * DIAS PARA O RATING E PERCENTUAL MINIMO DE PROVISAO
      ******************************************************************
       01 WS-RATINGS-VALORES.
          03 FILLER PIC X(12) VALUE 'AA0000000000'.
          03 FILLER PIC X(12) VALUE 'A 0001400050'.
          03 FILLER PIC X(12) VALUE 'B 0003000100'.
          03 FILLER PIC X(12) VALUE 'C 0006000300'.
          03 FILLER PIC X(12) VALUE 'D 0009001000'.
          03 FILLER PIC X(12) VALUE 'E 0012003000'.
          03 FILLER PIC X(12) VALUE 'F 0015005000'.
          03 FILLER PIC X(12) VALUE 'G 0018007000'.
          03 FILLER PIC X(12) VALUE 'H 9999910000'.
       01 FILLER REDEFINES WS-RATINGS-VALORES.
          03 WS-RATING OCCURS 9 TIMES.
             05 WS-RAT-CODIGO             PIC X(02).
             05 WS-RAT-DIAS-MAX           PIC 9(05).
             05 WS-RAT-PERCENTUAL         PIC 9(03)V99.
       01 WS-QUADRO.
          03 WS-QDR OCCURS 9 TIMES.
             05 WS-QDR-QTD                PIC 9(05).
             05 WS-QDR-SALDO              PIC 9(10)V99.
             05 WS-QDR-PROVISAO           PIC 9(10)V99.
             05 WS-QDR-QTD-ANT            PIC 9(05).
             05 WS-QDR-PROVISAO-ANT       PIC 9(10)V99.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'PDDFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P100-DEFINE-PERIODO
           IF WS-PERIODO NOT EQUAL ZEROS
               PERFORM P300-APURA-PROVISAO
           END-IF
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS    TO WS-LOG-QTD-GRAVADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
       P100-DEFINE-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-MODO-BATCH
      *        NO PLANO NOTURNO (DIA 01) APURA O MES QUE FECHOU
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               PERFORM P110-MES-ANTERIOR
               MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
           ELSE
               DISPLAY 'PERIODO DA PROVISAO (AAAAMM, ZEROS = MES '
                       'CORRENTE): '
               ACCEPT WS-PERIODO
               IF WS-PERIODO EQUAL ZEROS
                   MOVE WS-HOJE-AAAAMM TO WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE 01                  TO WS-AUX-DD
           IF WS-AUX-MM LESS THAN 1 OR WS-AUX-MM GREATER THAN 12
               DISPLAY 'PERIODO INVALIDO!'
               SET LK-ERRO          TO TRUE
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO GREATER THAN WS-HOJE-AAAAMM
               DISPLAY 'PERIODO FUTURO NAO PODE SER APURADO!'
               SET LK-ERRO          TO TRUE
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF

      *    DATA-BASE: HOJE NO MES CORRENTE, SENAO O ULTIMO DIA DO MES
           IF WS-PERIODO EQUAL WS-HOJE-AAAAMM
               MOVE WS-DATA-HOJE    TO WS-DATA-BASE
           ELSE
               IF WS-AUX-MM EQUAL 12
                   ADD 1            TO WS-AUX-AAAA
                   MOVE 1           TO WS-AUX-MM
               ELSE
                   ADD 1            TO WS-AUX-MM
               END-IF
               COMPUTE WS-DIAS-BASE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
               COMPUTE WS-DATA-BASE =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-BASE)
           END-IF
           COMPUTE WS-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE 01                  TO WS-AUX-DD
           PERFORM P110-MES-ANTERIOR
           MOVE WS-DATA-AUX(1:6)    TO WS-PERIODO-ANTERIOR

           DISPLAY 'PERIODO ' WS-PERIODO ' - DATA-BASE ' WS-DATA-BASE
           .
       P100-FIM.

       P110-MES-ANTERIOR.
           IF WS-AUX-MM EQUAL 1
               SUBTRACT 1           FROM WS-AUX-AAAA
               MOVE 12              TO WS-AUX-MM
           ELSE
               SUBTRACT 1           FROM WS-AUX-MM
           END-IF
           .
       P110-FIM.

       P300-APURA-PROVISAO.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-PDD-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-PIOROU
           MOVE ZEROS               TO WS-QTD-MELHOROU
           MOVE ZEROS               TO WS-QTD-NOVOS
           MOVE ZEROS               TO WS-QTD-SAIRAM
           MOVE ZEROS               TO WS-TOTAL-SALDO
           MOVE ZEROS               TO WS-TOTAL-PROVISAO
           MOVE ZEROS               TO WS-TOTAL-PROVISAO-ANT
           INITIALIZE WS-QUADRO

           OPEN INPUT CONTRATOS
           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           OPEN I-O PDD-HIST
           IF WS-FS-PDD EQUAL 35
               OPEN OUTPUT PDD-HIST
               CLOSE PDD-HIST
               OPEN I-O PDD-HIST
           END-IF

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
               IF FS-OK AND FS-PDD-OK
                   MOVE 'PDDFIN  ' TO WS-SPL-PROGRAMA
                   CALL 'SPOOLUTL' USING WS-AREA-SPOOL
                   MOVE WS-SPL-NOME TO WS-NOME-SPOOL
                   OPEN OUTPUT ARQ-IMPRESSAO
                   PERFORM P305-IMPRIME-CABECALHO

                   PERFORM P310-LE-CONTRATO UNTIL EOF-OK

                   PERFORM P500-VARRE-ANTERIOR
                   PERFORM P600-IMPRIME-QUADRO
                   CLOSE ARQ-IMPRESSAO

                   MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-MSK
                   DISPLAY 'CONTRATOS PROVISIONADOS: ' WS-QTD-GRAVADOS
                   DISPLAY 'PROVISAO TOTAL.........: ' WS-TOTAL-MSK
                   DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
               ELSE
                   IF NOT FS-OK
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                       PERFORM P800-TRADUZ-FS
                       DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   ELSE
                       DISPLAY 'ERRO AO ABRIR PDD_HIST.dat '
                               '(FILE STATUS: ' WS-FS-PDD ').'
                   END-IF
                   SET LK-ERRO     TO TRUE
               END-IF
           END-IF

           CLOSE CONTRATOS
           CLOSE PDD-HIST
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           .
       P300-FIM.

       P305-IMPRIME-CABECALHO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PROVISAO PDD (RES. 2682) - PERIODO ' WS-PERIODO
                  ' - DATA-BASE ' WS-DATA-BASE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTRATO RT  DIAS        SALDO     PROVISAO ANT '
                                    TO REG-IMPRESSAO
           MOVE 'MIGRACAO'          TO REG-IMPRESSAO(49:8)
           WRITE REG-IMPRESSAO
           .
       P305-FIM.

       P310-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-BAIXADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P320-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-AVALIA-CONTRATO.
           MOVE ZEROS               TO WS-MAIOR-ATRASO
           MOVE ZEROS               TO WS-SALDO-CONTRATO

           PERFORM P330-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF WS-SALDO-CONTRATO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-IND-RAT
           PERFORM P360-BUSCA-RATING
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 9 OR WS-IND-RAT GREATER
                     THAN ZEROS

           COMPUTE WS-VR-PROVISAO ROUNDED =
                   WS-SALDO-CONTRATO *
                   WS-RAT-PERCENTUAL(WS-IND-RAT) / 100

           ADD 1                    TO WS-QDR-QTD(WS-IND-RAT)
           ADD WS-SALDO-CONTRATO    TO WS-QDR-SALDO(WS-IND-RAT)
           ADD WS-VR-PROVISAO       TO WS-QDR-PROVISAO(WS-IND-RAT)
           ADD WS-SALDO-CONTRATO    TO WS-TOTAL-SALDO
           ADD WS-VR-PROVISAO       TO WS-TOTAL-PROVISAO

           PERFORM P370-LE-ANTERIOR
           PERFORM P380-GRAVA-HISTORICO
           PERFORM P390-IMPRIME-CONTRATO
           .
       P320-FIM.

       P330-AVALIA-PARCELA.
           PERFORM P340-SALDO-PARCELA

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-SALDO-CONTRATO

               MOVE REG-DT-CONTRATO    TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA     TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA       TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-BASE
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-BASE -
                           FUNCTION INTEGER-OF-DATE
                           (WS-DATA-VENCIMENTO)
                   IF WS-DIAS-ATRASO GREATER THAN WS-MAIOR-ATRASO
                       IF WS-DIAS-ATRASO GREATER THAN 99999
                           MOVE 99999 TO WS-MAIOR-ATRASO
                       ELSE
                           MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P330-FIM.

      ******************************************************************
      * SALDO DA PARCELA NA DATA-BASE: SO ENTRAM OS PAGAMENTOS NAO
      * ESTORNADOS FEITOS ATE A DATA-BASE DO PERIODO
      ******************************************************************
       P340-SALDO-PARCELA.
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

               PERFORM P345-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P340-FIM.

       P345-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARCELA
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO NOT GREATER THAN
                          WS-DATA-BASE
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P345-FIM.

       P360-BUSCA-RATING.
           IF WS-MAIOR-ATRASO NOT GREATER THAN WS-RAT-DIAS-MAX(WS-IND)
               MOVE WS-IND          TO WS-IND-RAT
           END-IF
           .
       P360-FIM.

       P370-LE-ANTERIOR.
           SET TEM-ANTERIOR         TO FALSE
           MOVE SPACES              TO WS-RATING-ANTERIOR
           MOVE SPACES              TO WS-MIGRACAO
           MOVE WS-PERIODO-ANTERIOR TO PDD-PERIODO
           MOVE REG-NUM-CONTRATO    TO PDD-NUM-CONTRATO

           READ PDD-HIST
               KEY IS PDD-CHAVE
               INVALID KEY
                   MOVE 'NOVO'      TO WS-MIGRACAO
                   ADD 1            TO WS-QTD-NOVOS
               NOT INVALID KEY
                   SET TEM-ANTERIOR TO TRUE
                   MOVE PDD-RATING  TO WS-RATING-ANTERIOR
           END-READ

           IF TEM-ANTERIOR
               PERFORM P375-INDICE-ANTERIOR
               EVALUATE TRUE
                   WHEN WS-IND-ANT LESS THAN WS-IND-RAT
                       MOVE 'PIOROU'   TO WS-MIGRACAO
                       ADD 1           TO WS-QTD-PIOROU
                   WHEN WS-IND-ANT GREATER THAN WS-IND-RAT
                       MOVE 'MELHOROU' TO WS-MIGRACAO
                       ADD 1           TO WS-QTD-MELHOROU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       P370-FIM.

       P375-INDICE-ANTERIOR.
           MOVE ZEROS               TO WS-IND-ANT
           PERFORM P377-COMPARA-RATING
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 9 OR WS-IND-ANT GREATER
                     THAN ZEROS
      *    RATING DESCONHECIDO NO HISTORICO CONTA COMO O PIOR
           IF WS-IND-ANT EQUAL ZEROS
               MOVE 9               TO WS-IND-ANT
           END-IF
           .
       P375-FIM.

       P377-COMPARA-RATING.
           IF WS-RAT-CODIGO(WS-IND) EQUAL WS-RATING-ANTERIOR
               MOVE WS-IND          TO WS-IND-ANT
           END-IF
           .
       P377-FIM.

       P380-GRAVA-HISTORICO.
           INITIALIZE REG-PDD
           MOVE WS-PERIODO          TO PDD-PERIODO
           MOVE REG-NUM-CONTRATO    TO PDD-NUM-CONTRATO
           MOVE WS-RAT-CODIGO(WS-IND-RAT) TO PDD-RATING
           MOVE WS-MAIOR-ATRASO     TO PDD-DIAS-ATRASO
           MOVE WS-DATA-BASE        TO PDD-DT-BASE
           MOVE WS-SALDO-CONTRATO   TO PDD-VR-SALDO
           MOVE WS-RAT-PERCENTUAL(WS-IND-RAT) TO PDD-PERCENTUAL
           MOVE WS-VR-PROVISAO      TO PDD-VR-PROVISAO
           MOVE WS-DATA-HOJE        TO PDD-DT-APURACAO
           MOVE LK-OPERADOR         TO PDD-OPERADOR

      *    A REPETICAO DO MESMO PERIODO SUBSTITUI A APURACAO ANTERIOR
           WRITE REG-PDD
               INVALID KEY
                   REWRITE REG-PDD
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PDD_HIST.dat '
                                   'PARA O CONTRATO '
                                   REG-NUM-CONTRATO '.'
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1        TO WS-QTD-GRAVADOS
           END-WRITE
           .
       P380-FIM.

       P390-IMPRIME-CONTRATO.
           MOVE WS-SALDO-CONTRATO   TO WS-VALOR-MSK
           MOVE WS-VR-PROVISAO      TO WS-PROV-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING REG-NUM-CONTRATO '   '
                  WS-RAT-CODIGO(WS-IND-RAT) ' '
                  WS-MAIOR-ATRASO ' ' WS-VALOR-MSK ' '
                  WS-PROV-MSK ' ' WS-RATING-ANTERIOR '  '
                  WS-MIGRACAO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P390-FIM.

      ******************************************************************
      * VARRE A APURACAO DO MES ANTERIOR: SOMA O QUADRO ANTERIOR POR
      * RATING E LISTA OS CONTRATOS QUE SAIRAM DA CARTEIRA (QUITADOS,
      * CANCELADOS OU SEM SALDO) - A LEITURA DO PERIODO CORRENTE
      * DESPOSICIONA A VARREDURA, QUE E RETOMADA PELA CHAVE SALVA
      ******************************************************************
       P500-VARRE-ANTERIOR.
           SET EOF-PDD-OK           TO FALSE
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SAIRAM DA CARTEIRA DESDE ' WS-PERIODO-ANTERIOR ':'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE WS-PERIODO-ANTERIOR TO PDD-PERIODO
           MOVE ZEROS               TO PDD-NUM-CONTRATO
           START PDD-HIST KEY IS NOT LESS THAN PDD-CHAVE
               INVALID KEY
                   SET EOF-PDD-OK   TO TRUE
           END-START

           PERFORM P510-LE-ANTERIOR UNTIL EOF-PDD-OK
           .
       P500-FIM.

       P510-LE-ANTERIOR.
           READ PDD-HIST NEXT RECORD
               AT END
                   SET EOF-PDD-OK   TO TRUE
               NOT AT END
                   IF PDD-PERIODO NOT EQUAL WS-PERIODO-ANTERIOR
                       SET EOF-PDD-OK TO TRUE
                   ELSE
                       PERFORM P520-CONFERE-SAIDA
                   END-IF
           END-READ
           .
       P510-FIM.

       P520-CONFERE-SAIDA.
           MOVE PDD-RATING          TO WS-RATING-ANTERIOR
           PERFORM P375-INDICE-ANTERIOR
           ADD 1                    TO WS-QDR-QTD-ANT(WS-IND-ANT)
           ADD PDD-VR-PROVISAO      TO WS-QDR-PROVISAO-ANT(WS-IND-ANT)
           ADD PDD-VR-PROVISAO      TO WS-TOTAL-PROVISAO-ANT

           MOVE PDD-NUM-CONTRATO    TO WS-CONTRATO-SALVO
           MOVE PDD-VR-PROVISAO     TO WS-PROV-MSK

           MOVE WS-PERIODO          TO PDD-PERIODO
           MOVE WS-CONTRATO-SALVO   TO PDD-NUM-CONTRATO
           READ PDD-HIST
               KEY IS PDD-CHAVE
               INVALID KEY
                   SET CONTINUA-CARTEIRA TO FALSE
               NOT INVALID KEY
                   SET CONTINUA-CARTEIRA TO TRUE
           END-READ

           IF NOT CONTINUA-CARTEIRA
               ADD 1                TO WS-QTD-SAIRAM
               MOVE SPACES          TO REG-IMPRESSAO
               STRING WS-CONTRATO-SALVO '   ' WS-RATING-ANTERIOR
                      ' PROVISAO ANTERIOR ' WS-PROV-MSK ' REVERTIDA'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           MOVE WS-PERIODO-ANTERIOR TO PDD-PERIODO
           MOVE WS-CONTRATO-SALVO   TO PDD-NUM-CONTRATO
           START PDD-HIST KEY IS GREATER THAN PDD-CHAVE
               INVALID KEY
                   SET EOF-PDD-OK   TO TRUE
           END-START
           .
       P520-FIM.

       P600-IMPRIME-QUADRO.
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'RT   QTD         SALDO      %     PROVISAO  QTD ANT'
                                    TO REG-IMPRESSAO
           MOVE 'PROV. ANT'         TO REG-IMPRESSAO(60:9)
           WRITE REG-IMPRESSAO

           PERFORM P610-IMPRIME-RATING
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 9

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-SALDO      TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SALDO TOTAL DA CARTEIRA.: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-PROVISAO   TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PROVISAO DO PERIODO.....: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-PROVISAO-ANT TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PROVISAO DO MES ANTERIOR: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           COMPUTE WS-VARIACAO =
                   WS-TOTAL-PROVISAO - WS-TOTAL-PROVISAO-ANT
           MOVE WS-VARIACAO         TO WS-VARIACAO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONSTITUICAO/REVERSAO...: ' WS-VARIACAO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MIGRACAO - PIORARAM: ' WS-QTD-PIOROU
                  '  MELHORARAM: ' WS-QTD-MELHOROU
                  '  NOVOS: ' WS-QTD-NOVOS
                  '  SAIRAM: ' WS-QTD-SAIRAM
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P600-FIM.

       P610-IMPRIME-RATING.
           MOVE WS-QDR-SALDO(WS-IND)     TO WS-TOTAL-MSK
           MOVE WS-RAT-PERCENTUAL(WS-IND) TO WS-PCT-MSK
           MOVE WS-QDR-PROVISAO(WS-IND)  TO WS-VALOR-MSK
           MOVE WS-QDR-PROVISAO-ANT(WS-IND) TO WS-PROV-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-RAT-CODIGO(WS-IND) ' '
                  WS-QDR-QTD(WS-IND) ' ' WS-TOTAL-MSK ' '
                  WS-PCT-MSK ' ' WS-VALOR-MSK ' '
                  WS-QDR-QTD-ANT(WS-IND) ' ' WS-PROV-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P610-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM PDDFIN.
