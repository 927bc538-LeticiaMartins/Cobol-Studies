      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 01/12/2024
      * Purpose: ESCORE INTERNO DE COMPORTAMENTO DE PAGAMENTO - LOTE
      *          NOTURNO QUE RELE TODOS OS CONTRATOS E PAGAMENTOS DE
      *          CADA CONTATO, OS VIVOS (CONTRATOS.dat/PAGAMENTOS.dat)
      *          E OS ARQUIVADOS POR ARQFIN (CONTRATOS_ARQ_AAAAMMDD.dat
      *          E PAGAMENTOS_ARQ_AAAAMMDD.dat DE CADA DATA DO CATALOGO
      *          ARQUIVOS_MORTOS.TXT, NO MESMO ESPELHO DE CONSARQ), E
      *          APURA O ESCORE (0 A 1000) E A FAIXA (A A E) POR
      *          ID-CONTATO A PARTIR DOS DIAS DE ATRASO NO PAGAMENTO DAS
      *          PARCELAS, DAS PARCELAS VENCIDAS EM ABERTO, DOS
      *          ESTORNOS, DAS RENEGOCIACOES (REFINANCIAMENTO RFNFIN E
      *          ALTERACAO DE PRAZO/TAXA EM MANFIN, PELA AUDITORIA
      *          CONTRATOS_AUD.dat), DAS QUITACOES E DAS BAIXAS PARA
      *          PREJUIZO; GRAVA CONTATOS_SCORE.dat (FD_SCOR, COM OS
      *          FATORES) E O HISTORICO CONTATOS_SCORE_HIST.dat
      *          (FD_SCOH); RESUMO POR FAIXA E LISTA DAS FAIXAS D E E
      *          NO SPOOL (SPOOLUTL); INICIO E FIM DA RODADA NO LOG
      *          CENTRAL (LOGEXEC). ARQUIVO MORTO ANTERIOR AO CATALOGO
      *          ENTRA NO ESCORE INCLUINDO A SUA DATA (AAAAMMDD, COM
      *          ZEROS NAS QUANTIDADES) EM ARQUIVOS_MORTOS.TXT
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O ESPELHO DE FD_CONTR INCLUI O PREMIO DO
      *         SEGURO PRESTAMISTA (PARCELAS A PARTIR DA POSICAO 147); O
      *         ARQUIVO MORTO GRAVADO NO LAYOUT ANTERIOR E CONVERTIDO
      *         PELO LOTE DE VIRADA MIGVIRA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT CATALOGO-ARQ ASSIGN TO
               'ARQUIVOS_MORTOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT ARQ-CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT ARQ-PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-APG.

               SELECT CONTRATOS-AUD ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT CONTATOS-SCORE ASSIGN TO
               'CONTATOS_SCORE.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS SCO-ID-CONTATO
               FILE STATUS IS WS-FS-SCO.

               SELECT SCORE-HIST ASSIGN TO
               'CONTATOS_SCORE_HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS SCH-CHAVE
               FILE STATUS IS WS-FS-SCH.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CATALOGO-ARQ.
       01 REG-CATALOGO-ARQ.
          03 CAT-DATA-ARQUIVO             PIC 9(08).
          03 CAT-QTD-CONTRATOS            PIC 9(05).
          03 CAT-QTD-PAGAMENTOS           PIC 9(05).

       FD ARQ-CONTRATOS.
       01 REG-ARQ-CONTRATO                PIC X(4000).

       FD ARQ-PAGAMENTOS.
       01 REG-ARQ-PAGAMENTO               PIC X(050).

       FD CONTRATOS-AUD.
          COPY FD_CAUD.

       FD CONTATOS-SCORE.
          COPY FD_SCOR.

       FD SCORE-HIST.
          COPY FD_SCOH.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CAT                       PIC 99.
          88 FS-CAT-OK                    VALUE 0.
       77 WS-FS-ARQ                       PIC 99.
          88 FS-ARQ-OK                    VALUE 0.
       77 WS-FS-APG                       PIC 99.
          88 FS-APG-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-FS-SCO                       PIC 99.
          88 FS-SCO-OK                    VALUE 0.
       77 WS-FS-SCH                       PIC 99.
          88 FS-SCH-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAT                      PIC X.
          88 EOF-CAT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                      PIC X.
          88 EOF-ARQ-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-APG                      PIC X.
          88 EOF-APG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FAU                      PIC X.
          88 EOF-FAU-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-SCO                      PIC X.
          88 EOF-SCO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAG-ARQ                  PIC X VALUE 'N'.
          88 TEM-PAG-ARQ                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-REPETIDA                PIC X VALUE 'N'.
          88 DATA-REPETIDA                VALUE 'S' FALSE 'N'.
       77 WS-SCORE-NOVO                   PIC X VALUE 'N'.
          88 SCORE-NOVO                   VALUE 'S' FALSE 'N'.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-DATA                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DATAS                    PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASOS                  PIC 9(05) VALUE ZEROS.
       77 WS-PONTOS                       PIC S9(05) VALUE ZEROS.
       77 WS-PONTOS-FATOR                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTRATOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ARQUIVADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RENEG-AUD                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTATOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RESTRITOS                PIC 9(05) VALUE ZEROS.
       77 WS-ARQ-CONTRATOS                PIC X(30) VALUE SPACES.
       77 WS-ARQ-PAGAMENTOS               PIC X(30) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
      ******************************************************************
      * DATAS DO CATALOGO JA LIDAS (UMA RODADA DE ARQFIN NO MESMO DIA
      * REGRAVA O ARQUIVO MORTO DA DATA, QUE SO PODE ENTRAR UMA VEZ)
      ******************************************************************
       01 WS-TAB-DATAS.
          03 WS-DATA-LIDA                 OCCURS 500 TIMES
                                          PIC 9(08).
      ******************************************************************
      * CONTRATO EM AVALIACAO, VIVO OU ARQUIVADO, E A SITUACAO DE CADA
      * PARCELA: VALOR DO PLANO, TOTAL PAGO (SEM ESTORNADOS) E A DATA
      * DO PAGAMENTO QUE COMPLETOU O VALOR DA PARCELA
      ******************************************************************
       01 WS-CONTRATO-AVAL.
          03 WS-AVL-NUM-CONTRATO          PIC 9(06).
          03 WS-AVL-ID-CONTATO            PIC 9(06).
          03 WS-AVL-ST-CONTRATO           PIC X(01).
             88 WS-AVL-ATIVO              VALUE 'A'.
             88 WS-AVL-CANCELADO          VALUE 'C'.
             88 WS-AVL-QUITADO            VALUE 'Q'.
             88 WS-AVL-BAIXADO            VALUE 'P'.
             88 WS-AVL-REFINANCIADO       VALUE 'R'.
          03 WS-AVL-DT-CONTRATO           PIC 9(08).
          03 WS-AVL-DIA-VENCIMENTO        PIC 9(02).
          03 WS-AVL-CARENCIA              PIC 9(02).
          03 WS-AVL-NUM-PARCELAS          PIC 9(03).
          03 WS-AVL-QTD-ESTORNOS          PIC 9(04).
          03 WS-AVL-PARCELA               OCCURS 420 TIMES.
             05 WS-AVL-VR-PARCELA         PIC 9(06)V99.
             05 WS-AVL-VR-PAGO            PIC 9(08)V99.
             05 WS-AVL-DT-QUITADA         PIC 9(08).
      ******************************************************************
      * ESPELHO DA PARTE FIXA DE FD_CONTR SOBRE A IMAGEM ARQUIVADA
      * (A TABELA DE PARCELAS COMECA NA POSICAO 147, 9 POSICOES POR
      * PARCELA NO FORMATO EDITADO $$.$$9,99)
      ******************************************************************
       01 WS-IMAGEM-CONTRATO              PIC X(4000).
       01 FILLER REDEFINES WS-IMAGEM-CONTRATO.
          03 WS-ARQ-NUM-CONTRATO          PIC 9(06).
          03 WS-ARQ-ID-CONTATO            PIC 9(06).
          03 WS-ARQ-ID-AVALISTA           PIC 9(06).
          03 WS-ARQ-CLIENTE               PIC X(20).
          03 WS-ARQ-OBJETO                PIC X(20).
          03 WS-ARQ-VALOR                 PIC 9(06)V99.
          03 WS-ARQ-VR-ENTRADA            PIC 9(06)V99.
          03 WS-ARQ-TAXA-JUROS            PIC 9(02)V99.
          03 WS-ARQ-DT-CONTRATO           PIC 9(08).
          03 WS-ARQ-ST-CONTRATO           PIC X(01).
          03 WS-ARQ-NUM-CONTRATO-NOVO     PIC 9(06).
          03 WS-ARQ-DIA-VENCIMENTO        PIC 9(02).
          03 WS-ARQ-REAJUSTA              PIC X(01).
          03 WS-ARQ-CARENCIA              PIC 9(02).
          03 WS-ARQ-VR-JUROS-CARENCIA     PIC 9(06)V99.
          03 WS-ARQ-SISTEMA-AMORT         PIC X(01).
          03 WS-ARQ-VR-IOF                PIC 9(06)V99.
          03 WS-ARQ-VR-TAC                PIC 9(06)V99.
          03 WS-ARQ-CET-MENSAL            PIC 9(03)V99.
          03 WS-ARQ-CET-ANUAL             PIC 9(05)V99.
          03 WS-ARQ-VR-PREMIO             PIC 9(06)V99.
          03 WS-ARQ-NUM-PARCELAS          PIC 999.
          03 WS-ARQ-PARCELAS              PIC $$.$$9,99
                                          OCCURS 420 TIMES.
          03 FILLER                       PIC X(074).
      ******************************************************************
      * ESPELHO DO REGISTRO DE FD_PAGT SOBRE A IMAGEM ARQUIVADA
      ******************************************************************
       01 WS-IMAGEM-PAGAMENTO             PIC X(050).
       01 FILLER REDEFINES WS-IMAGEM-PAGAMENTO.
          03 WS-APG-NUM-CONTRATO          PIC 9(06).
          03 WS-APG-NUM-PARCELA           PIC 9(03).
          03 WS-APG-SEQUENCIA             PIC 9(02).
          03 WS-APG-DT-PAGAMENTO          PIC 9(08).
          03 WS-APG-VALOR-PAGO            PIC 9(06)V99.
          03 WS-APG-OPERADOR              PIC X(06).
          03 WS-APG-ST-PAGAMENTO          PIC X(01).
             88 WS-APG-ESTORNADO          VALUE 'E'.
          03 FILLER                       PIC X(16).
       01 WS-TOTAIS-FAIXA.
          03 WS-QTD-FAIXA-A               PIC 9(07) VALUE ZEROS.
          03 WS-QTD-FAIXA-B               PIC 9(07) VALUE ZEROS.
          03 WS-QTD-FAIXA-C               PIC 9(07) VALUE ZEROS.
          03 WS-QTD-FAIXA-D               PIC 9(07) VALUE ZEROS.
          03 WS-QTD-FAIXA-E               PIC 9(07) VALUE ZEROS.
          03 WS-QTD-FAIXA-N               PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-RESTRITO.
          03 WS-RST-CONTATO               PIC 9(06).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-RST-FAIXA                 PIC X(01).
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-SCORE                 PIC ZZZ9.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-VENCIDAS              PIC ZZZ9.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-MAIOR-ATRASO          PIC ZZZ9.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-ESTORNOS              PIC ZZZ9.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-RENEG                 PIC ZZZ9.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-RST-BAIXADOS              PIC ZZZ9.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** ESCORE DE COMPORTAMENTO DE PAGAMENTO ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'SCOFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P300-APURA-ESCORE
           MOVE 'F'                TO WS-LOG-EVENTO
           COMPUTE WS-LOG-QTD-LIDOS =
                   WS-QTD-CONTRATOS + WS-QTD-ARQUIVADOS
           MOVE WS-QTD-CONTATOS    TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * O ARQUIVO DE ESCORE E RECRIADO A CADA RODADA: ACUMULA OS
      * FATORES DOS CONTRATOS VIVOS, DOS ARQUIVADOS E DAS ALTERACOES
      * DE MANFIN, E DEPOIS CALCULA O ESCORE DE CADA CONTATO
      ******************************************************************
       P300-APURA-ESCORE.
           SET FS-OK               TO TRUE
           SET FS-PAG-OK           TO TRUE
           SET FS-SCO-OK           TO TRUE
           SET FS-SCH-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           MOVE ZEROS               TO WS-QTD-ARQUIVADOS
           MOVE ZEROS               TO WS-QTD-RENEG-AUD
           MOVE ZEROS               TO WS-QTD-CONTATOS
           MOVE ZEROS               TO WS-QTD-RESTRITOS

           OPEN OUTPUT CONTATOS-SCORE
           CLOSE CONTATOS-SCORE
           OPEN I-O CONTATOS-SCORE

           IF NOT FS-SCO-OK
               DISPLAY 'ERRO AO ABRIR CONTATOS_SCORE.dat.'
               MOVE WS-FS-SCO      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-SCO ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SCORE-HIST
           IF WS-FS-SCH EQUAL 35
               OPEN OUTPUT SCORE-HIST
               CLOSE SCORE-HIST
               OPEN I-O SCORE-HIST
           END-IF

           IF NOT FS-SCH-OK
               DISPLAY 'ERRO AO ABRIR CONTATOS_SCORE_HIST.dat.'
               MOVE WS-FS-SCH      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-SCH ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CONTATOS-SCORE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF FS-OK
               OPEN INPUT PAGAMENTOS
               IF FS-PAG-OK
                   SET TEM-PAGAMENTOS TO TRUE
               ELSE
                   SET TEM-PAGAMENTOS TO FALSE
               END-IF

               SET EOF-OK           TO FALSE
               PERFORM P320-LE-CONTRATO UNTIL EOF-OK

               IF TEM-PAGAMENTOS
                   CLOSE PAGAMENTOS
               END-IF
           ELSE
               IF WS-FS NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
                   CLOSE CONTATOS-SCORE
                   CLOSE SCORE-HIST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM P400-LE-CATALOGO

           IF FS-OK
               PERFORM P500-LE-AUDITORIA
               CLOSE CONTRATOS
           END-IF

           PERFORM P600-CALCULA-ESCORES

           CLOSE CONTATOS-SCORE
           CLOSE SCORE-HIST

           DISPLAY 'CONTRATOS LIDOS.......: ' WS-QTD-CONTRATOS
           DISPLAY 'CONTRATOS ARQUIVADOS..: ' WS-QTD-ARQUIVADOS
           DISPLAY 'ALTERACOES (MANFIN)...: ' WS-QTD-RENEG-AUD
           DISPLAY 'CONTATOS COM ESCORE...: ' WS-QTD-CONTATOS
           DISPLAY 'FAIXAS D E E..........: ' WS-QTD-RESTRITOS
           DISPLAY 'RESUMO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

      ******************************************************************
      * CONTRATOS VIVOS: CARREGA O PLANO E OS PAGAMENTOS E AVALIA
      ******************************************************************
       P320-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CONTRATOS
                   IF REG-CONTRATO-CANCELADO OR
                      REG-ID-CONTATO EQUAL ZEROS
                       CONTINUE
                   ELSE
                       PERFORM P330-CARREGA-CONTRATO
                       PERFORM P700-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P320-FIM.

       P330-CARREGA-CONTRATO.
           MOVE REG-NUM-CONTRATO    TO WS-AVL-NUM-CONTRATO
           MOVE REG-ID-CONTATO      TO WS-AVL-ID-CONTATO
           MOVE REG-ST-CONTRATO     TO WS-AVL-ST-CONTRATO
           MOVE REG-DT-CONTRATO     TO WS-AVL-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-AVL-DIA-VENCIMENTO
           MOVE REG-CARENCIA        TO WS-AVL-CARENCIA
           MOVE REG-NUM-PARCELAS    TO WS-AVL-NUM-PARCELAS
           MOVE ZEROS               TO WS-AVL-QTD-ESTORNOS

           PERFORM P335-CARREGA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE ZEROS            TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P340-LE-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF
           .
       P330-FIM.

       P335-CARREGA-PARCELA.
           MOVE REG-PARCELAS(WS-IND-PARCELA)
                         TO WS-AVL-VR-PARCELA(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-VR-PAGO(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-DT-QUITADA(WS-IND-PARCELA)
           .
       P335-FIM.

       P340-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO
                       MOVE REG-PAGAMENTO TO WS-IMAGEM-PAGAMENTO
                       PERFORM P350-APLICA-PAGAMENTO
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P340-FIM.

      ******************************************************************
      * PAGAMENTO (VIVO OU ARQUIVADO, PELO ESPELHO DE FD_PAGT): O
      * ESTORNADO SO CONTA COMO ESTORNO; OS DEMAIS SOMAM NA PARCELA E O
      * QUE COMPLETA O VALOR DO PLANO DA A DATA DE PAGAMENTO DELA
      ******************************************************************
       P350-APLICA-PAGAMENTO.
           IF WS-APG-ESTORNADO
               ADD 1                TO WS-AVL-QTD-ESTORNOS
               EXIT PARAGRAPH
           END-IF

           IF WS-APG-NUM-PARCELA EQUAL ZEROS OR
              WS-APG-NUM-PARCELA GREATER THAN WS-AVL-NUM-PARCELAS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APG-NUM-PARCELA  TO WS-IND-PARCELA
           ADD WS-APG-VALOR-PAGO    TO WS-AVL-VR-PAGO(WS-IND-PARCELA)

           IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) EQUAL ZEROS AND
              WS-AVL-VR-PAGO(WS-IND-PARCELA) NOT LESS THAN
              WS-AVL-VR-PARCELA(WS-IND-PARCELA)
               MOVE WS-APG-DT-PAGAMENTO
                         TO WS-AVL-DT-QUITADA(WS-IND-PARCELA)
           END-IF
           .
       P350-FIM.

      ******************************************************************
      * ARQUIVOS MORTOS: CADA DATA DO CATALOGO UMA VEZ SO
      ******************************************************************
       P400-LE-CATALOGO.
           MOVE ZEROS               TO WS-QTD-DATAS
           SET FS-CAT-OK            TO TRUE
           SET EOF-CAT-OK           TO FALSE

           OPEN INPUT CATALOGO-ARQ
           IF NOT FS-CAT-OK
               DISPLAY 'SEM CATALOGO DE ARQUIVOS MORTOS.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P410-LE-DATA UNTIL EOF-CAT-OK

           CLOSE CATALOGO-ARQ
           .
       P400-FIM.

       P410-LE-DATA.
           READ CATALOGO-ARQ
               AT END
                   SET EOF-CAT-OK  TO TRUE
               NOT AT END
                   SET DATA-REPETIDA TO FALSE
                   PERFORM P415-CONFERE-DATA
                       VARYING WS-IND-DATA FROM 1 BY 1
                       UNTIL WS-IND-DATA GREATER THAN WS-QTD-DATAS
                          OR DATA-REPETIDA
                   IF NOT DATA-REPETIDA AND
                      CAT-DATA-ARQUIVO NUMERIC AND
                      WS-QTD-DATAS LESS THAN 500
                       ADD 1        TO WS-QTD-DATAS
                       MOVE CAT-DATA-ARQUIVO
                                    TO WS-DATA-LIDA(WS-QTD-DATAS)
                       PERFORM P420-LE-ARQUIVO-MORTO
                   END-IF
           END-READ
           .
       P410-FIM.

       P415-CONFERE-DATA.
           IF WS-DATA-LIDA(WS-IND-DATA) EQUAL CAT-DATA-ARQUIVO
               SET DATA-REPETIDA    TO TRUE
           END-IF
           .
       P415-FIM.

      ******************************************************************
      * CONTRATOS E PAGAMENTOS ARQUIVADOS NA MESMA DATA ESTAO EM ORDEM
      * DE CONTRATO: OS PAGAMENTOS DE CADA CONTRATO SAO CASADOS COM ELE
      * LENDO OS DOIS ARQUIVOS EM PARALELO
      ******************************************************************
       P420-LE-ARQUIVO-MORTO.
           MOVE SPACES              TO WS-ARQ-CONTRATOS
           STRING 'CONTRATOS_ARQ_'  DELIMITED BY SIZE
                  CAT-DATA-ARQUIVO  DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-CONTRATOS
           END-STRING
           MOVE SPACES              TO WS-ARQ-PAGAMENTOS
           STRING 'PAGAMENTOS_ARQ_' DELIMITED BY SIZE
                  CAT-DATA-ARQUIVO  DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-PAGAMENTOS
           END-STRING

           SET FS-ARQ-OK            TO TRUE
           OPEN INPUT ARQ-CONTRATOS
           IF NOT FS-ARQ-OK
               DISPLAY 'ARQUIVO ' WS-ARQ-CONTRATOS ' NAO LIDO. FS: '
                       WS-FS-ARQ
               EXIT PARAGRAPH
           END-IF

           SET FS-APG-OK            TO TRUE
           SET EOF-APG-OK           TO FALSE
           OPEN INPUT ARQ-PAGAMENTOS
           IF FS-APG-OK
               SET TEM-PAG-ARQ      TO TRUE
               PERFORM P440-LE-PAG-ARQUIVADO
           ELSE
               SET TEM-PAG-ARQ      TO FALSE
               SET EOF-APG-OK       TO TRUE
           END-IF

           SET EOF-ARQ-OK           TO FALSE
           PERFORM P430-LE-CONTRATO-ARQ UNTIL EOF-ARQ-OK

           CLOSE ARQ-CONTRATOS
           IF TEM-PAG-ARQ
               CLOSE ARQ-PAGAMENTOS
           END-IF
           .
       P420-FIM.

       P430-LE-CONTRATO-ARQ.
           READ ARQ-CONTRATOS
               AT END
                   SET EOF-ARQ-OK  TO TRUE
               NOT AT END
                   MOVE REG-ARQ-CONTRATO TO WS-IMAGEM-CONTRATO
                   ADD 1            TO WS-QTD-ARQUIVADOS
                   PERFORM P435-CARREGA-CONTRATO-ARQ
                   IF WS-AVL-CANCELADO OR
                      WS-AVL-ID-CONTATO EQUAL ZEROS
                       CONTINUE
                   ELSE
                       PERFORM P700-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P430-FIM.

       P435-CARREGA-CONTRATO-ARQ.
           MOVE WS-ARQ-NUM-CONTRATO TO WS-AVL-NUM-CONTRATO
           MOVE WS-ARQ-ID-CONTATO   TO WS-AVL-ID-CONTATO
           MOVE WS-ARQ-ST-CONTRATO  TO WS-AVL-ST-CONTRATO
           MOVE WS-ARQ-DT-CONTRATO  TO WS-AVL-DT-CONTRATO
           MOVE WS-ARQ-DIA-VENCIMENTO
                                    TO WS-AVL-DIA-VENCIMENTO
           MOVE WS-ARQ-CARENCIA     TO WS-AVL-CARENCIA
           MOVE WS-ARQ-NUM-PARCELAS TO WS-AVL-NUM-PARCELAS
           MOVE ZEROS               TO WS-AVL-QTD-ESTORNOS

           PERFORM P437-CARREGA-PARCELA-ARQ
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN WS-AVL-NUM-PARCELAS

           PERFORM P445-CASA-PAGAMENTO
               UNTIL EOF-APG-OK OR
                     WS-APG-NUM-CONTRATO GREATER THAN
                     WS-AVL-NUM-CONTRATO
           .
       P435-FIM.

       P437-CARREGA-PARCELA-ARQ.
           MOVE WS-ARQ-PARCELAS(WS-IND-PARCELA)
                         TO WS-AVL-VR-PARCELA(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-VR-PAGO(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-DT-QUITADA(WS-IND-PARCELA)
           .
       P437-FIM.

       P440-LE-PAG-ARQUIVADO.
           READ ARQ-PAGAMENTOS
               AT END
                   SET EOF-APG-OK  TO TRUE
               NOT AT END
                   MOVE REG-ARQ-PAGAMENTO TO WS-IMAGEM-PAGAMENTO
           END-READ
           .
       P440-FIM.

       P445-CASA-PAGAMENTO.
           IF WS-APG-NUM-CONTRATO EQUAL WS-AVL-NUM-CONTRATO
               PERFORM P350-APLICA-PAGAMENTO
           END-IF
           PERFORM P440-LE-PAG-ARQUIVADO
           .
       P445-FIM.

      ******************************************************************
      * ALTERACAO DE PRAZO OU TAXA EM MANFIN (OPERACAO A DA AUDITORIA)
      * CONTA COMO RENEGOCIACAO PARA O CONTATO DO CONTRATO; CONTRATO
      * JA ARQUIVADO NAO E MAIS LOCALIZADO E FICA DE FORA
      ******************************************************************
       P500-LE-AUDITORIA.
           SET FS-FAU-OK            TO TRUE
           SET EOF-FAU-OK           TO FALSE

           OPEN INPUT CONTRATOS-AUD
           IF NOT FS-FAU-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-LE-AUDITORIA UNTIL EOF-FAU-OK

           CLOSE CONTRATOS-AUD
           .
       P500-FIM.

       P510-LE-AUDITORIA.
           READ CONTRATOS-AUD
               AT END
                   SET EOF-FAU-OK  TO TRUE
               NOT AT END
                   IF FAU-ALTERACAO AND
                      (FAU-PARC-ANTERIOR NOT EQUAL FAU-PARC-ATUAL OR
                       FAU-TAXA-ANTERIOR NOT EQUAL FAU-TAXA-ATUAL)
                       PERFORM P520-CONTA-RENEGOCIACAO
                   END-IF
           END-READ
           .
       P510-FIM.

       P520-CONTA-RENEGOCIACAO.
           MOVE FAU-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF REG-ID-CONTATO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-ID-CONTATO      TO WS-AVL-ID-CONTATO
           PERFORM P750-CARREGA-ACUMULADOR
           ADD 1                    TO SCO-QTD-RENEGOCIACOES
           PERFORM P760-GRAVA-ACUMULADOR
           ADD 1                    TO WS-QTD-RENEG-AUD
           .
       P520-FIM.

      ******************************************************************
      * ESCORE DE CADA CONTATO: BASE 600, SOMA PELAS PARCELAS PAGAS EM
      * DIA E PELAS QUITACOES, DESCONTA PELO ATRASO MEDIO E MAXIMO,
      * PELAS PARCELAS VENCIDAS EM ABERTO, ESTORNOS, RENEGOCIACOES E
      * BAIXAS PARA PREJUIZO; LIMITADO A 0 A 1000
      ******************************************************************
       P600-CALCULA-ESCORES.
           PERFORM P610-ABRE-RESUMO

           SET EOF-SCO-OK           TO FALSE
           MOVE ZEROS               TO SCO-ID-CONTATO
           START CONTATOS-SCORE KEY IS NOT LESS THAN SCO-ID-CONTATO
               INVALID KEY
                   SET EOF-SCO-OK   TO TRUE
           END-START

           PERFORM P620-LE-ACUMULADOR UNTIL EOF-SCO-OK

           PERFORM P690-FECHA-RESUMO
           .
       P600-FIM.

       P610-ABRE-RESUMO.
           MOVE 'SCOFIN'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESCORE DE COMPORTAMENTO  DATA: '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTATOS NAS FAIXAS D E E:'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTAT  F  ESCO  VENC  MAIOR  EST  REN  BXA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P610-FIM.

       P620-LE-ACUMULADOR.
           READ CONTATOS-SCORE NEXT RECORD
               AT END
                   SET EOF-SCO-OK  TO TRUE
               NOT AT END
                   PERFORM P630-PONTUA-CONTATO
                   REWRITE REG-SCORE
                   PERFORM P660-GRAVA-HISTORICO
                   ADD 1            TO WS-QTD-CONTATOS
                   IF SCO-FAIXA-RESTRITA
                       PERFORM P670-LISTA-RESTRITO
                   END-IF
           END-READ
           .
       P620-FIM.

       P630-PONTUA-CONTATO.
           MOVE WS-DATA-HOJE        TO SCO-DT-APURACAO
           COMPUTE WS-QTD-ATRASOS =
                   SCO-QTD-PAGAS-ATRASO + SCO-QTD-VENCIDAS-ABERTAS

           IF WS-QTD-ATRASOS GREATER THAN ZEROS
               COMPUTE SCO-MEDIA-DIAS-ATRASO ROUNDED =
                       SCO-SOMA-DIAS-ATRASO / WS-QTD-ATRASOS
           ELSE
               MOVE ZEROS           TO SCO-MEDIA-DIAS-ATRASO
           END-IF

           IF SCO-QTD-PAGAS-EM-DIA EQUAL ZEROS AND
              WS-QTD-ATRASOS EQUAL ZEROS AND
              SCO-QTD-BAIXADOS EQUAL ZEROS
               MOVE ZEROS           TO SCO-SCORE
               SET SCO-SEM-HISTORICO TO TRUE
               ADD 1                TO WS-QTD-FAIXA-N
               EXIT PARAGRAPH
           END-IF

           MOVE 600                 TO WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-PAGAS-EM-DIA * 5
           IF WS-PONTOS-FATOR GREATER THAN 250
               MOVE 250             TO WS-PONTOS-FATOR
           END-IF
           ADD WS-PONTOS-FATOR      TO WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-MEDIA-DIAS-ATRASO * 4
           IF WS-PONTOS-FATOR GREATER THAN 200
               MOVE 200             TO WS-PONTOS-FATOR
           END-IF
           SUBTRACT WS-PONTOS-FATOR FROM WS-PONTOS

           EVALUATE TRUE
               WHEN SCO-MAIOR-ATRASO GREATER THAN 90
                   SUBTRACT 150     FROM WS-PONTOS
               WHEN SCO-MAIOR-ATRASO GREATER THAN 30
                   SUBTRACT 75      FROM WS-PONTOS
               WHEN SCO-MAIOR-ATRASO GREATER THAN 10
                   SUBTRACT 25      FROM WS-PONTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-VENCIDAS-ABERTAS * 40
           IF WS-PONTOS-FATOR GREATER THAN 200
               MOVE 200             TO WS-PONTOS-FATOR
           END-IF
           SUBTRACT WS-PONTOS-FATOR FROM WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-ESTORNOS * 20
           IF WS-PONTOS-FATOR GREATER THAN 100
               MOVE 100             TO WS-PONTOS-FATOR
           END-IF
           SUBTRACT WS-PONTOS-FATOR FROM WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-RENEGOCIACOES * 50
           IF WS-PONTOS-FATOR GREATER THAN 150
               MOVE 150             TO WS-PONTOS-FATOR
           END-IF
           SUBTRACT WS-PONTOS-FATOR FROM WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-BAIXADOS * 250
           IF WS-PONTOS-FATOR GREATER THAN 1000
               MOVE 1000            TO WS-PONTOS-FATOR
           END-IF
           SUBTRACT WS-PONTOS-FATOR FROM WS-PONTOS

           COMPUTE WS-PONTOS-FATOR = SCO-QTD-QUITADOS * 25
           IF WS-PONTOS-FATOR GREATER THAN 100
               MOVE 100             TO WS-PONTOS-FATOR
           END-IF
           ADD WS-PONTOS-FATOR      TO WS-PONTOS

           IF WS-PONTOS LESS THAN ZEROS
               MOVE ZEROS           TO WS-PONTOS
           END-IF
           IF WS-PONTOS GREATER THAN 1000
               MOVE 1000            TO WS-PONTOS
           END-IF
           MOVE WS-PONTOS           TO SCO-SCORE

           EVALUATE TRUE
               WHEN SCO-SCORE NOT LESS THAN 800
                   SET SCO-FAIXA-A  TO TRUE
                   ADD 1            TO WS-QTD-FAIXA-A
               WHEN SCO-SCORE NOT LESS THAN 650
                   SET SCO-FAIXA-B  TO TRUE
                   ADD 1            TO WS-QTD-FAIXA-B
               WHEN SCO-SCORE NOT LESS THAN 500
                   SET SCO-FAIXA-C  TO TRUE
                   ADD 1            TO WS-QTD-FAIXA-C
               WHEN SCO-SCORE NOT LESS THAN 350
                   SET SCO-FAIXA-D  TO TRUE
                   ADD 1            TO WS-QTD-FAIXA-D
               WHEN OTHER
                   SET SCO-FAIXA-E  TO TRUE
                   ADD 1            TO WS-QTD-FAIXA-E
           END-EVALUATE
           .
       P630-FIM.

      ******************************************************************
      * HISTORICO: UMA LINHA POR CONTATO E DATA DE APURACAO
      ******************************************************************
       P660-GRAVA-HISTORICO.
           MOVE SCO-ID-CONTATO      TO SCH-ID-CONTATO
           MOVE SCO-DT-APURACAO     TO SCH-DT-APURACAO
           READ SCORE-HIST
               KEY IS SCH-CHAVE
               INVALID KEY
                   MOVE SCO-SCORE   TO SCH-SCORE
                   MOVE SCO-FAIXA   TO SCH-FAIXA
                   WRITE REG-SCORE-HIST
               NOT INVALID KEY
                   MOVE SCO-SCORE   TO SCH-SCORE
                   MOVE SCO-FAIXA   TO SCH-FAIXA
                   REWRITE REG-SCORE-HIST
           END-READ
           .
       P660-FIM.

       P670-LISTA-RESTRITO.
           MOVE SCO-ID-CONTATO      TO WS-RST-CONTATO
           MOVE SCO-FAIXA           TO WS-RST-FAIXA
           MOVE SCO-SCORE           TO WS-RST-SCORE
           MOVE SCO-QTD-VENCIDAS-ABERTAS
                                    TO WS-RST-VENCIDAS
           MOVE SCO-MAIOR-ATRASO    TO WS-RST-MAIOR-ATRASO
           MOVE SCO-QTD-ESTORNOS    TO WS-RST-ESTORNOS
           MOVE SCO-QTD-RENEGOCIACOES
                                    TO WS-RST-RENEG
           MOVE SCO-QTD-BAIXADOS    TO WS-RST-BAIXADOS
           MOVE WS-LINHA-RESTRITO   TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           ADD 1                    TO WS-QTD-RESTRITOS
           .
       P670-FIM.

       P690-FECHA-RESUMO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTATOS POR FAIXA:' TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  A (800 A 1000)....: ' WS-QTD-FAIXA-A
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  B (650 A 799).....: ' WS-QTD-FAIXA-B
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  C (500 A 649).....: ' WS-QTD-FAIXA-C
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  D (350 A 499).....: ' WS-QTD-FAIXA-D
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  E (ABAIXO DE 350).: ' WS-QTD-FAIXA-E
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  N (SEM HISTORICO).: ' WS-QTD-FAIXA-N
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO
           .
       P690-FIM.

      ******************************************************************
      * AVALIACAO DO CONTRATO CARREGADO PARA O CONTATO DELE: PARCELA
      * PAGA ATE O VENCIMENTO CONTA EM DIA, DEPOIS DELE SOMA OS DIAS DE
      * ATRASO; PARCELA DE CONTRATO EM ABERTO VENCIDA E NAO PAGA CONTA
      * COMO VENCIDA EM ABERTO, COM O ATRASO ATE HOJE; O SALDO DE
      * CONTRATO QUITADO, REFINANCIADO OU BAIXADO NAO E MAIS COBRADO
      * E SO CONTA PELO PROPRIO STATUS
      ******************************************************************
       P700-AVALIA-CONTRATO.
           PERFORM P750-CARREGA-ACUMULADOR

           ADD 1                    TO SCO-QTD-CONTRATOS
           ADD WS-AVL-QTD-ESTORNOS  TO SCO-QTD-ESTORNOS

           EVALUATE TRUE
               WHEN WS-AVL-QUITADO
                   ADD 1            TO SCO-QTD-QUITADOS
               WHEN WS-AVL-REFINANCIADO
                   ADD 1            TO SCO-QTD-RENEGOCIACOES
               WHEN WS-AVL-BAIXADO
                   ADD 1            TO SCO-QTD-BAIXADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM P710-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN WS-AVL-NUM-PARCELAS

           PERFORM P760-GRAVA-ACUMULADOR
           .
       P700-FIM.

       P710-AVALIA-PARCELA.
           MOVE WS-AVL-DT-CONTRATO  TO WS-VENC-DT-CONTRATO
           MOVE WS-AVL-DIA-VENCIMENTO
                                    TO WS-VENC-DIA
           MOVE WS-AVL-CARENCIA     TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA      TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) GREATER THAN ZEROS
               IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) NOT GREATER THAN
                  WS-DATA-VENCIMENTO
                   ADD 1            TO SCO-QTD-PAGAS-EM-DIA
               ELSE
                   ADD 1            TO SCO-QTD-PAGAS-ATRASO
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE
                         (WS-AVL-DT-QUITADA(WS-IND-PARCELA))
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
                   PERFORM P720-SOMA-ATRASO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-AVL-QUITADO AND
              NOT WS-AVL-REFINANCIADO AND
              NOT WS-AVL-BAIXADO AND
              WS-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
               ADD 1                TO SCO-QTD-VENCIDAS-ABERTAS
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
               PERFORM P720-SOMA-ATRASO
           END-IF
           .
       P710-FIM.

       P720-SOMA-ATRASO.
           ADD WS-DIAS-ATRASO       TO SCO-SOMA-DIAS-ATRASO
           IF WS-DIAS-ATRASO GREATER THAN SCO-MAIOR-ATRASO
               MOVE WS-DIAS-ATRASO  TO SCO-MAIOR-ATRASO
           END-IF
           .
       P720-FIM.

      ******************************************************************
      * ACUMULADOR DO CONTATO EM CONTATOS_SCORE.dat: LIDO PELA CHAVE OU
      * INICIADO ZERADO, E REGRAVADO DEPOIS DE CADA CONTRATO
      ******************************************************************
       P750-CARREGA-ACUMULADOR.
           SET SCORE-NOVO           TO FALSE
           MOVE WS-AVL-ID-CONTATO   TO SCO-ID-CONTATO
           READ CONTATOS-SCORE
               KEY IS SCO-ID-CONTATO
               INVALID KEY
                   SET SCORE-NOVO   TO TRUE
           END-READ

           IF SCORE-NOVO
               INITIALIZE REG-SCORE
               MOVE WS-AVL-ID-CONTATO TO SCO-ID-CONTATO
               MOVE 'N'             TO SCO-FAIXA
           END-IF
           .
       P750-FIM.

       P760-GRAVA-ACUMULADOR.
           IF SCORE-NOVO
               WRITE REG-SCORE
           ELSE
               REWRITE REG-SCORE
           END-IF
           .
       P760-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM SCOFIN.
