      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 15/11/2024
      * Purpose: ANALISE DE SAFRA (VINTAGE) DA INADIMPLENCIA - AGRUPA
      *          OS CONTRATOS PELO MES DE EMISSAO (REG-DT-CONTRATO),
      *          LENDO CONTRATOS.dat E, A ESCOLHA DO USUARIO, OS
      *          ARQUIVOS MORTOS DATADOS DE ARQFIN
      *          (CONTRATOS_ARQ_AAAAMMDD.dat COM OS SEUS
      *          PAGAMENTOS_ARQ_AAAAMMDD.dat, OS MESMOS DE CONSARQ).
      *          PARA CADA SAFRA MOSTRA, AOS 3, 6, 9, 12, 18 E 24 MESES
      *          DA EMISSAO (MOB), A FATIA DO SALDO ORIGINAL (SOMA DAS
      *          PARCELAS DO PLANO) QUE ESTAVA EM CONTRATOS COM ATRASO
      *          DE MAIS DE 30, 60 E 90 DIAS NAQUELA DATA, PELAS MESMAS
      *          FAIXAS DE ATRFIN: O SALDO EM ABERTO DO CONTRATO E
      *          RECONSTITUIDO COM OS PAGAMENTOS FEITOS ATE A DATA
      *          (ESTORNO POSTERIOR NAO APAGA O PAGAMENTO NAQUELA DATA)
      *          E OS VENCIMENTOS DE VENCUTIL. CONTRATO CANCELADO FICA
      *          FORA DA SAFRA; CONTRATO QUITADO DEIXA DE TER SALDO NA
      *          DATA DO ULTIMO PAGAMENTO. A SAFRA PODE SER ABERTA POR
      *          OBJETO FINANCIADO OU PELO OPERADOR DA EMISSAO
      *          (CONTRATOS_AUD.dat), PARA VER SE UM PRODUTO OU UM
      *          BALCAO ESTA GERANDO CREDITO RUIM. RELATORIO NO SPOOL
      * Tectonics: cobc -I copybooks
      * Update: 20/11/2024 - O ESPELHO DA PARTE FIXA DE FD_CONTR
      *         ACOMPANHA O LAYOUT ATUAL (APONTADOR DO NOVO CONTRATO DO
      *         REFINANCIAMENTO E CARENCIA; PARCELAS A PARTIR DA POSICAO
      *         110) E OS VENCIMENTOS DO VENCUTIL PASSAM A CONSIDERAR A
      *         CARENCIA DO CONTRATO
      * Update: 21/11/2024 - O ESPELHO DE FD_CONTR INCLUI O SISTEMA DE
      *         AMORTIZACAO (PARCELAS A PARTIR DA POSICAO 111)
      * Update: 22/11/2024 - O ARQUIVO MORTO PASSA A 4000 POSICOES POR
      *         CONTRATO E O ESPELHO DE FD_CONTR INCLUI IOF, TARIFA DE
      *         CADASTRO E CET (PARCELAS A PARTIR DA POSICAO 139)
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
       PROGRAM-ID. SAFFIN.

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

               SELECT AUDITORIA-FIN ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT ARQ-CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT ARQ-PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-APG.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD ARQ-CONTRATOS.
       01 REG-ARQ-CONTRATO                PIC X(4000).

       FD ARQ-PAGAMENTOS.
       01 REG-ARQ-PAGAMENTO               PIC X(050).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-FS-ARQ                       PIC 99.
          88 FS-ARQ-OK                    VALUE 0.
       77 WS-FS-APG                       PIC 99.
          88 FS-APG-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FAU                      PIC X.
          88 EOF-FAU-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                      PIC X.
          88 EOF-ARQ-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-APG                      PIC X.
          88 EOF-APG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAG-ARQ                  PIC X VALUE 'N'.
          88 TEM-PAG-ARQ                  VALUE 'S' FALSE 'N'.
       77 WS-APG-PENDENTE                 PIC X VALUE 'N'.
          88 APG-PENDENTE                 VALUE 'S' FALSE 'N'.
       77 WS-APG-PASSOU                   PIC X VALUE 'N'.
          88 APG-PASSOU                   VALUE 'S' FALSE 'N'.
       77 WS-FIM-DATAS                    PIC X VALUE 'N'.
          88 FIM-DATAS                    VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-ACHADO                 PIC X VALUE 'N'.
          88 GRUPO-ACHADO                 VALUE 'S' FALSE 'N'.
       77 WS-EMISSOR-ACHADO               PIC X VALUE 'N'.
          88 EMISSOR-ACHADO               VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA                     PIC X VALUE SPACES.
          88 ABRE-GERAL                   VALUE 'G'.
          88 ABRE-OBJETO                  VALUE 'O'.
          88 ABRE-OPERADOR                VALUE 'P'.
       77 WS-SAFRA-INICIAL                PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INFORMADA               PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DATAS                    PIC 9(02) VALUE ZEROS.
       77 WS-IND-DATA                     PIC 9(02) VALUE ZEROS.
       77 WS-ARQ-CONTRATOS                PIC X(30) VALUE SPACES.
       77 WS-ARQ-PAGAMENTOS               PIC X(30) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-PG                       PIC 9(04) VALUE ZEROS.
       77 WS-IND-MOB                      PIC 9(01) VALUE ZEROS.
       77 WS-IND-GR                       PIC 9(03) VALUE ZEROS.
       77 WS-IND-EMI                      PIC 9(04) VALUE ZEROS.
       77 WS-POS-GRUPO                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GRUPOS                   PIC 9(03) VALUE ZEROS.
       77 WS-MAX-GRUPOS                   PIC 9(03) VALUE 300.
       77 WS-QTD-EMISSORES                PIC 9(04) VALUE ZEROS.
       77 WS-MAX-EMISSORES                PIC 9(04) VALUE 5000.
       77 WS-QTD-PAGT                     PIC 9(03) VALUE ZEROS.
       77 WS-MAX-PAGT                     PIC 9(03) VALUE 999.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ANALISADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CANCELADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-OBSERVACAO              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ENCERRAMENTO            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                 PIC S9(07) VALUE ZEROS.
       77 WS-MESES-CORRIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-PARCELA                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-OBSERVADO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-ORIGINAL               PIC 9(09)V99 VALUE ZEROS.
       77 WS-PERCENTUAL                   PIC 9(03)V99 VALUE ZEROS.
       77 WS-TOTAL-MSK                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIMENSAO                     PIC X(20) VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-OBSERVACAO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-OBSERVACAO.
          03 WS-OBS-AAAA                  PIC 9(04).
          03 WS-OBS-MM                    PIC 9(02).
          03 WS-OBS-DD                    PIC 9(02).
       01 WS-DATA-EMISSAO                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EMISSAO.
          03 WS-EMI-AAAAMM                PIC 9(06).
          03 FILLER REDEFINES WS-EMI-AAAAMM.
             05 WS-EMI-AAAA               PIC 9(04).
             05 WS-EMI-MM                 PIC 9(02).
          03 WS-EMI-DD                    PIC 9(02).
      ******************************************************************
      * MESES DE OBSERVACAO (MOB) DAS COLUNAS DO RELATORIO
      ******************************************************************
       01 WS-MOB-VALORES.
          03 FILLER                       PIC 9(02) VALUE 03.
          03 FILLER                       PIC 9(02) VALUE 06.
          03 FILLER                       PIC 9(02) VALUE 09.
          03 FILLER                       PIC 9(02) VALUE 12.
          03 FILLER                       PIC 9(02) VALUE 18.
          03 FILLER                       PIC 9(02) VALUE 24.
       01 FILLER REDEFINES WS-MOB-VALORES.
          03 WS-MOB-MESES                 OCCURS 6 TIMES PIC 9(02).
       01 WS-TAB-DATAS.
          03 WS-DATA-ARQUIVO              OCCURS 10 TIMES PIC 9(08).
      ******************************************************************
      * ESPELHO DA PARTE FIXA DE FD_CONTR E DA TABELA DE PARCELAS
      * (POSICAO 147, 9 POSICOES POR PARCELA NO FORMATO EDITADO), O
      * MESMO DE CONSARQ, USADO PARA O CONTRATO VIVO E PARA O ARQUIVADO
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
             88 WS-ARQ-CANCELADO          VALUE 'C'.
             88 WS-ARQ-QUITADO            VALUE 'Q'.
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
          03 WS-APG-DT-ESTORNO            PIC 9(08).
          03 WS-APG-OPER-ESTORNO          PIC X(06).
          03 FILLER                       PIC X(02).
      ******************************************************************
      * PLANO E PAGAMENTOS DO CONTRATO EM ANALISE (OS PAGAMENTOS VEM NA
      * ORDEM DA CHAVE, ENTAO CADA PARCELA GUARDA O PRIMEIRO E A
      * QUANTIDADE DOS SEUS)
      ******************************************************************
       01 WS-TAB-PARCELAS.
          03 WS-PARC-ITEM                 OCCURS 420 TIMES.
             05 WS-PC-VALOR               PIC 9(06)V99.
             05 WS-PC-DIAS-VENC           PIC 9(07).
             05 WS-PC-PG-INI              PIC 9(03).
             05 WS-PC-PG-QTD              PIC 9(03).
       01 WS-TAB-PAGAMENTOS.
          03 WS-PAGT-ITEM                 OCCURS 999 TIMES.
             05 WS-PG-DIAS-PAGTO          PIC 9(07).
             05 WS-PG-VALOR               PIC 9(06)V99.
             05 WS-PG-DIAS-ESTORNO        PIC 9(07).
      ******************************************************************
      * OPERADOR DA EMISSAO (CONTRATOS_AUD.dat)
      ******************************************************************
       01 WS-TAB-EMISSORES.
          03 WS-EMI-ITEM                  OCCURS 5000 TIMES.
             05 WS-EMI-CONTRATO           PIC 9(06).
             05 WS-EMI-OPERADOR           PIC X(06).
      ******************************************************************
      * GRUPOS (SAFRA + OBJETO/OPERADOR), MANTIDOS EM ORDEM DE CHAVE
      ******************************************************************
       01 WS-TAB-GRUPOS.
          03 WS-GRUPO                     OCCURS 300 TIMES.
             05 WS-GR-CHAVE.
                07 WS-GR-SAFRA            PIC 9(06).
                07 WS-GR-DIMENSAO         PIC X(20).
             05 WS-GR-QTD                 PIC 9(05).
             05 WS-GR-ORIGINAL            PIC 9(11)V99.
             05 WS-GR-MOB                 OCCURS 6 TIMES.
                07 WS-GR-BASE             PIC 9(11)V99.
                07 WS-GR-ATR30            PIC 9(11)V99.
                07 WS-GR-ATR60            PIC 9(11)V99.
                07 WS-GR-ATR90            PIC 9(11)V99.
       01 WS-CHAVE-NOVA.
          03 WS-CN-SAFRA                  PIC 9(06).
          03 WS-CN-DIMENSAO               PIC X(20).
       01 WS-LINHA-MOB.
          03 FILLER                       PIC X(03) VALUE SPACES.
          03 WS-LM-ROTULO                 PIC X(12).
          03 WS-LM-COLUNA                 OCCURS 6 TIMES.
             05 WS-LM-CELULA              PIC X(08).
             05 FILLER REDEFINES WS-LM-CELULA.
                07 FILLER                 PIC X(01).
                07 WS-LM-PCT              PIC ZZ9,99.
                07 WS-LM-SINAL            PIC X(01).
          03 FILLER                       PIC X(17) VALUE SPACES.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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

           DISPLAY '*** ANALISE DE SAFRA DA INADIMPLENCIA ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'ABRIR A SAFRA POR: <G> GERAL, <O> OBJETO '
                   'FINANCIADO OU <P> OPERADOR DA EMISSAO: '
           ACCEPT WS-ABERTURA
           INSPECT WS-ABERTURA CONVERTING 'gop' TO 'GOP'
           IF NOT ABRE-GERAL AND NOT ABRE-OBJETO AND
              NOT ABRE-OPERADOR
               DISPLAY 'OPCAO INVALIDA!'
               PERFORM P900-FIM
           END-IF

           DISPLAY 'SAFRA INICIAL (AAAAMM, 0 = TODAS): '
           ACCEPT WS-SAFRA-INICIAL

           MOVE ZEROS               TO WS-QTD-DATAS
           INITIALIZE WS-TAB-DATAS
           SET FIM-DATAS            TO FALSE
           DISPLAY 'INCLUIR ARQUIVOS MORTOS DE ARQFIN (ATE 10): '
                   'INFORME A DATA DE CADA ARQUIVAMENTO (AAAAMMDD, '
                   'VER NOME DO ARQUIVO CONTRATOS_ARQ_*), 0 ENCERRA.'
           PERFORM P110-INFORMA-DATA UNTIL FIM-DATAS

           PERFORM P200-ANALISA
           PERFORM P900-FIM
           .
       P110-INFORMA-DATA.
           MOVE ZEROS               TO WS-DATA-INFORMADA
           DISPLAY 'DATA DO ARQUIVAMENTO (0 = NENHUM/ULTIMO): '
           ACCEPT WS-DATA-INFORMADA
           IF WS-DATA-INFORMADA EQUAL ZEROS
               SET FIM-DATAS        TO TRUE
           ELSE
               ADD 1                TO WS-QTD-DATAS
               MOVE WS-DATA-INFORMADA TO WS-DATA-ARQUIVO(WS-QTD-DATAS)
               IF WS-QTD-DATAS EQUAL 10
                   SET FIM-DATAS    TO TRUE
               END-IF
           END-IF
           .
       P110-FIM.

      ******************************************************************
      * PASSADA PELOS CONTRATOS VIVOS E PELOS ARQUIVADOS INFORMADOS
      ******************************************************************
       P200-ANALISA.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-ANALISADOS
           MOVE ZEROS               TO WS-QTD-CANCELADOS
           MOVE ZEROS               TO WS-QTD-FORA-TABELA
           MOVE ZEROS               TO WS-QTD-GRUPOS
           INITIALIZE WS-TAB-GRUPOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

           IF ABRE-OPERADOR
               PERFORM P210-CARREGA-EMISSORES
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTRATOS
           IF FS-OK
               OPEN INPUT PAGAMENTOS
               IF FS-PAG-OK
                   SET TEM-PAGAMENTOS TO TRUE
               ELSE
                   SET TEM-PAGAMENTOS TO FALSE
               END-IF

               SET EOF-OK           TO FALSE
               MOVE ZEROS           TO REG-NUM-CONTRATO
               START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               PERFORM P230-LE-CONTRATO UNTIL EOF-OK

               IF TEM-PAGAMENTOS
                   CLOSE PAGAMENTOS
               END-IF
               CLOSE CONTRATOS
           ELSE
               IF WS-FS NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO      TO TRUE
               END-IF
           END-IF

           PERFORM P250-LE-ARQUIVO-MORTO
               VARYING WS-IND-DATA FROM 1 BY 1
               UNTIL WS-IND-DATA GREATER THAN WS-QTD-DATAS

           PERFORM P500-IMPRIME-RELATORIO

           DISPLAY 'CONTRATOS LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'CONTRATOS NAS SAFRAS....: ' WS-QTD-ANALISADOS
           DISPLAY 'CANCELADOS (FORA).......: ' WS-QTD-CANCELADOS
           IF WS-QTD-FORA-TABELA GREATER THAN ZEROS
               DISPLAY 'FORA DO RELATORIO (MAIS DE ' WS-MAX-GRUPOS
                       ' GRUPOS): ' WS-QTD-FORA-TABELA
           END-IF
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P200-FIM.

       P210-CARREGA-EMISSORES.
           MOVE ZEROS               TO WS-QTD-EMISSORES
           SET FS-FAU-OK            TO TRUE
           SET EOF-FAU-OK           TO FALSE
           OPEN INPUT AUDITORIA-FIN
           IF FS-FAU-OK
               PERFORM P220-LE-AUDITORIA UNTIL EOF-FAU-OK
               CLOSE AUDITORIA-FIN
           ELSE
               DISPLAY 'AUDITORIA DE CONTRATOS INDISPONIVEL - '
                       'OPERADOR SAI COMO N/D.'
           END-IF
           .
       P210-FIM.

       P220-LE-AUDITORIA.
           READ AUDITORIA-FIN
               AT END
                   SET EOF-FAU-OK   TO TRUE
               NOT AT END
                   IF FAU-EMISSAO AND
                      WS-QTD-EMISSORES LESS THAN WS-MAX-EMISSORES
                       ADD 1        TO WS-QTD-EMISSORES
                       MOVE FAU-NUM-CONTRATO
                         TO WS-EMI-CONTRATO(WS-QTD-EMISSORES)
                       MOVE FAU-OPERADOR
                         TO WS-EMI-OPERADOR(WS-QTD-EMISSORES)
                   END-IF
           END-READ
           .
       P220-FIM.

       P230-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   MOVE SPACES      TO WS-IMAGEM-CONTRATO
                   MOVE REG-FINANCIAMENTO TO WS-IMAGEM-CONTRATO
                   INITIALIZE WS-TAB-PARCELAS
                   IF WS-ARQ-DT-CONTRATO(1:6) NOT LESS THAN
                      WS-SAFRA-INICIAL
                       MOVE ZEROS   TO WS-QTD-PAGT
                       IF TEM-PAGAMENTOS
                           PERFORM P240-CARREGA-PAGAMENTOS
                       END-IF
                       PERFORM P300-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P230-FIM.

       P240-CARREGA-PAGAMENTOS.
           SET EOF-PAG-OK           TO FALSE
           MOVE WS-ARQ-NUM-CONTRATO TO PAG-NUM-CONTRATO
           MOVE ZEROS               TO PAG-NUM-PARCELA
           MOVE ZEROS               TO PAG-SEQUENCIA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET EOF-PAG-OK   TO TRUE
           END-START
           PERFORM P245-LE-PAGAMENTO UNTIL EOF-PAG-OK
           .
       P240-FIM.

       P245-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-ARQ-NUM-CONTRATO
                       MOVE SPACES  TO WS-IMAGEM-PAGAMENTO
                       MOVE REG-PAGAMENTO TO WS-IMAGEM-PAGAMENTO
                       PERFORM P290-GUARDA-PAGAMENTO
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P245-FIM.

      ******************************************************************
      * ARQUIVO MORTO: CONTRATOS E PAGAMENTOS FORAM GRAVADOS POR ARQFIN
      * NA ORDEM DO NUMERO DO CONTRATO, ENTAO OS DOIS SAO LIDOS JUNTOS
      ******************************************************************
       P250-LE-ARQUIVO-MORTO.
           MOVE SPACES              TO WS-ARQ-CONTRATOS
           STRING 'CONTRATOS_ARQ_'  DELIMITED BY SIZE
                  WS-DATA-ARQUIVO(WS-IND-DATA) DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-CONTRATOS
           END-STRING
           MOVE SPACES              TO WS-ARQ-PAGAMENTOS
           STRING 'PAGAMENTOS_ARQ_' DELIMITED BY SIZE
                  WS-DATA-ARQUIVO(WS-IND-DATA) DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-PAGAMENTOS
           END-STRING

           SET FS-ARQ-OK            TO TRUE
           OPEN INPUT ARQ-CONTRATOS
           IF NOT FS-ARQ-OK
               DISPLAY 'ARQUIVO ' WS-ARQ-CONTRATOS ' NAO DISPONIVEL '
                       '(FILE STATUS: ' WS-FS-ARQ ') - IGNORADO.'
               EXIT PARAGRAPH
           END-IF

           SET FS-APG-OK            TO TRUE
           SET EOF-APG-OK           TO FALSE
           SET APG-PENDENTE         TO FALSE
           OPEN INPUT ARQ-PAGAMENTOS
           IF FS-APG-OK
               SET TEM-PAG-ARQ      TO TRUE
           ELSE
               SET TEM-PAG-ARQ      TO FALSE
               SET EOF-APG-OK       TO TRUE
           END-IF

           SET EOF-ARQ-OK           TO FALSE
           PERFORM P260-LE-CONTRATO-MORTO UNTIL EOF-ARQ-OK

           IF TEM-PAG-ARQ
               CLOSE ARQ-PAGAMENTOS
           END-IF
           CLOSE ARQ-CONTRATOS
           .
       P250-FIM.

       P260-LE-CONTRATO-MORTO.
           READ ARQ-CONTRATOS
               AT END
                   SET EOF-ARQ-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   MOVE REG-ARQ-CONTRATO TO WS-IMAGEM-CONTRATO
                   INITIALIZE WS-TAB-PARCELAS
                   MOVE ZEROS       TO WS-QTD-PAGT
                   SET APG-PASSOU   TO FALSE
                   PERFORM P270-CASA-PAGAMENTO
                       UNTIL EOF-APG-OK OR APG-PASSOU
                   IF WS-ARQ-DT-CONTRATO(1:6) NOT LESS THAN
                      WS-SAFRA-INICIAL
                       PERFORM P300-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P260-FIM.

       P270-CASA-PAGAMENTO.
           IF NOT APG-PENDENTE
               READ ARQ-PAGAMENTOS
                   AT END
                       SET EOF-APG-OK TO TRUE
                   NOT AT END
                       MOVE REG-ARQ-PAGAMENTO TO WS-IMAGEM-PAGAMENTO
                       SET APG-PENDENTE TO TRUE
               END-READ
           END-IF

           IF APG-PENDENTE
               EVALUATE TRUE
                   WHEN WS-APG-NUM-CONTRATO LESS THAN
                        WS-ARQ-NUM-CONTRATO
                       SET APG-PENDENTE TO FALSE
                   WHEN WS-APG-NUM-CONTRATO EQUAL WS-ARQ-NUM-CONTRATO
                       PERFORM P290-GUARDA-PAGAMENTO
                       SET APG-PENDENTE TO FALSE
                   WHEN OTHER
                       SET APG-PASSOU TO TRUE
               END-EVALUATE
           END-IF
           .
       P270-FIM.

       P290-GUARDA-PAGAMENTO.
           IF WS-QTD-PAGT NOT LESS THAN WS-MAX-PAGT
               EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-QTD-PAGT
           COMPUTE WS-PG-DIAS-PAGTO(WS-QTD-PAGT) =
                   FUNCTION INTEGER-OF-DATE(WS-APG-DT-PAGAMENTO)
           MOVE WS-APG-VALOR-PAGO   TO WS-PG-VALOR(WS-QTD-PAGT)
           MOVE ZEROS               TO WS-PG-DIAS-ESTORNO(WS-QTD-PAGT)
           IF WS-APG-ESTORNADO AND
              WS-APG-DT-ESTORNO GREATER THAN ZEROS
               COMPUTE WS-PG-DIAS-ESTORNO(WS-QTD-PAGT) =
                       FUNCTION INTEGER-OF-DATE(WS-APG-DT-ESTORNO)
           END-IF

           IF WS-APG-NUM-PARCELA GREATER THAN ZEROS AND
              WS-APG-NUM-PARCELA NOT GREATER THAN 420
               IF WS-PC-PG-QTD(WS-APG-NUM-PARCELA) EQUAL ZEROS
                   MOVE WS-QTD-PAGT
                     TO WS-PC-PG-INI(WS-APG-NUM-PARCELA)
               END-IF
               ADD 1 TO WS-PC-PG-QTD(WS-APG-NUM-PARCELA)
           END-IF
           .
       P290-FIM.

      ******************************************************************
      * UM CONTRATO: PLANO, SALDO ORIGINAL E SITUACAO EM CADA MOB
      ******************************************************************
       P300-AVALIA-CONTRATO.
           IF WS-ARQ-CANCELADO
               ADD 1                TO WS-QTD-CANCELADOS
               EXIT PARAGRAPH
           END-IF
           IF WS-ARQ-NUM-PARCELAS EQUAL ZEROS OR
              WS-ARQ-NUM-PARCELAS GREATER THAN 420
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARQ-DT-CONTRATO  TO WS-DATA-EMISSAO
           MOVE ZEROS               TO WS-SALDO-ORIGINAL
           PERFORM P310-MONTA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-ARQ-NUM-PARCELAS

      *    QUITADO: SEM SALDO A PARTIR DO ULTIMO PAGAMENTO
           MOVE ZEROS               TO WS-DIAS-ENCERRAMENTO
           IF WS-ARQ-QUITADO
               PERFORM P320-DATA-QUITACAO
                   VARYING WS-IND-PG FROM 1 BY 1
                   UNTIL WS-IND-PG GREATER THAN WS-QTD-PAGT
           END-IF

           PERFORM P330-MONTA-CHAVE
           PERFORM P400-LOCALIZA-GRUPO
           IF WS-POS-GRUPO EQUAL ZEROS
               ADD 1                TO WS-QTD-FORA-TABELA
           ELSE
               ADD 1                TO WS-QTD-ANALISADOS
               ADD 1                TO WS-GR-QTD(WS-POS-GRUPO)
               ADD WS-SALDO-ORIGINAL TO WS-GR-ORIGINAL(WS-POS-GRUPO)
               PERFORM P340-OBSERVA-MOB
                   VARYING WS-IND-MOB FROM 1 BY 1
                   UNTIL WS-IND-MOB GREATER THAN 6
           END-IF
           .
       P300-FIM.

       P310-MONTA-PARCELA.
           MOVE WS-ARQ-PARCELAS(WS-IND) TO WS-PC-VALOR(WS-IND)
           ADD WS-PC-VALOR(WS-IND)  TO WS-SALDO-ORIGINAL
           MOVE WS-ARQ-DT-CONTRATO  TO WS-VENC-DT-CONTRATO
           MOVE WS-ARQ-DIA-VENCIMENTO TO WS-VENC-DIA
           MOVE WS-ARQ-CARENCIA       TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           COMPUTE WS-PC-DIAS-VENC(WS-IND) =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
           .
       P310-FIM.

       P320-DATA-QUITACAO.
           IF WS-PG-DIAS-ESTORNO(WS-IND-PG) EQUAL ZEROS AND
              WS-PG-DIAS-PAGTO(WS-IND-PG) GREATER THAN
              WS-DIAS-ENCERRAMENTO
               MOVE WS-PG-DIAS-PAGTO(WS-IND-PG)
                 TO WS-DIAS-ENCERRAMENTO
           END-IF
           .
       P320-FIM.

       P330-MONTA-CHAVE.
           MOVE WS-EMI-AAAAMM       TO WS-CN-SAFRA
           EVALUATE TRUE
               WHEN ABRE-OBJETO
                   MOVE WS-ARQ-OBJETO TO WS-CN-DIMENSAO
               WHEN ABRE-OPERADOR
                   MOVE 'N/D'       TO WS-CN-DIMENSAO
                   SET EMISSOR-ACHADO TO FALSE
                   PERFORM P335-PROCURA-EMISSOR
                       VARYING WS-IND-EMI FROM 1 BY 1
                       UNTIL WS-IND-EMI GREATER THAN WS-QTD-EMISSORES
                          OR EMISSOR-ACHADO
               WHEN OTHER
                   MOVE SPACES      TO WS-CN-DIMENSAO
           END-EVALUATE
           .
       P330-FIM.

       P335-PROCURA-EMISSOR.
           IF WS-EMI-CONTRATO(WS-IND-EMI) EQUAL WS-ARQ-NUM-CONTRATO
               SET EMISSOR-ACHADO   TO TRUE
               MOVE WS-EMI-OPERADOR(WS-IND-EMI) TO WS-CN-DIMENSAO
           END-IF
           .
       P335-FIM.

      ******************************************************************
      * DATA DE OBSERVACAO = EMISSAO + N MESES (DIA LIMITADO A 28);
      * SO CONTA SE JA CHEGOU
      ******************************************************************
       P340-OBSERVA-MOB.
           COMPUTE WS-MESES-CORRIDOS = WS-EMI-AAAA * 12 + WS-EMI-MM - 1
                   + WS-MOB-MESES(WS-IND-MOB)
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-OBS-AAAA
               REMAINDER WS-OBS-MM
           ADD 1                    TO WS-OBS-MM
           MOVE WS-EMI-DD           TO WS-OBS-DD
           IF WS-OBS-DD GREATER THAN 28
               MOVE 28              TO WS-OBS-DD
           END-IF
           COMPUTE WS-DIAS-OBSERVACAO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-OBSERVACAO)
           IF WS-DIAS-OBSERVACAO GREATER THAN WS-DIAS-HOJE
               EXIT PARAGRAPH
           END-IF

           ADD WS-SALDO-ORIGINAL
             TO WS-GR-BASE(WS-POS-GRUPO, WS-IND-MOB)

           IF WS-DIAS-ENCERRAMENTO GREATER THAN ZEROS AND
              WS-DIAS-OBSERVACAO NOT LESS THAN WS-DIAS-ENCERRAMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-SALDO-OBSERVADO
           MOVE ZEROS               TO WS-MAIOR-ATRASO
           PERFORM P350-SITUACAO-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-ARQ-NUM-PARCELAS

           IF WS-MAIOR-ATRASO GREATER THAN 30
               ADD WS-SALDO-OBSERVADO
                 TO WS-GR-ATR30(WS-POS-GRUPO, WS-IND-MOB)
           END-IF
           IF WS-MAIOR-ATRASO GREATER THAN 60
               ADD WS-SALDO-OBSERVADO
                 TO WS-GR-ATR60(WS-POS-GRUPO, WS-IND-MOB)
           END-IF
           IF WS-MAIOR-ATRASO GREATER THAN 90
               ADD WS-SALDO-OBSERVADO
                 TO WS-GR-ATR90(WS-POS-GRUPO, WS-IND-MOB)
           END-IF
           .
       P340-FIM.

       P350-SITUACAO-PARCELA.
           MOVE ZEROS               TO WS-PAGO-PARCELA
           IF WS-PC-PG-QTD(WS-IND) GREATER THAN ZEROS
               PERFORM P360-SOMA-PAGAMENTO
                   VARYING WS-IND-PG FROM WS-PC-PG-INI(WS-IND) BY 1
                   UNTIL WS-IND-PG GREATER THAN
                         WS-PC-PG-INI(WS-IND) + WS-PC-PG-QTD(WS-IND)
                         - 1
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-PC-VALOR(WS-IND) - WS-PAGO-PARCELA
           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-SALDO-OBSERVADO
               IF WS-PC-DIAS-VENC(WS-IND) LESS THAN WS-DIAS-OBSERVACAO
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-OBSERVACAO -
                           WS-PC-DIAS-VENC(WS-IND)
                   IF WS-DIAS-ATRASO GREATER THAN WS-MAIOR-ATRASO
                       MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                   END-IF
               END-IF
           END-IF
           .
       P350-FIM.

       P360-SOMA-PAGAMENTO.
           IF WS-PG-DIAS-PAGTO(WS-IND-PG) NOT GREATER THAN
              WS-DIAS-OBSERVACAO AND
              (WS-PG-DIAS-ESTORNO(WS-IND-PG) EQUAL ZEROS OR
               WS-PG-DIAS-ESTORNO(WS-IND-PG) GREATER THAN
               WS-DIAS-OBSERVACAO)
               ADD WS-PG-VALOR(WS-IND-PG) TO WS-PAGO-PARCELA
           END-IF
           .
       P360-FIM.

      ******************************************************************
      * GRUPO DA CHAVE NOVA: ACHA OU ABRE NA POSICAO DA ORDEM
      ******************************************************************
       P400-LOCALIZA-GRUPO.
           MOVE ZEROS               TO WS-POS-GRUPO
           SET GRUPO-ACHADO         TO FALSE
           PERFORM P410-COMPARA-GRUPO
               VARYING WS-IND-GR FROM 1 BY 1
               UNTIL WS-IND-GR GREATER THAN WS-QTD-GRUPOS
                  OR WS-POS-GRUPO GREATER THAN ZEROS

           IF GRUPO-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-GRUPOS NOT LESS THAN WS-MAX-GRUPOS
               MOVE ZEROS           TO WS-POS-GRUPO
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-GRUPO EQUAL ZEROS
               COMPUTE WS-POS-GRUPO = WS-QTD-GRUPOS + 1
           ELSE
               PERFORM P420-DESLOCA-GRUPO
                   VARYING WS-IND-GR FROM WS-QTD-GRUPOS BY -1
                   UNTIL WS-IND-GR LESS THAN WS-POS-GRUPO
           END-IF
           ADD 1                    TO WS-QTD-GRUPOS
           INITIALIZE WS-GRUPO(WS-POS-GRUPO)
           MOVE WS-CHAVE-NOVA       TO WS-GR-CHAVE(WS-POS-GRUPO)
           .
       P400-FIM.

       P410-COMPARA-GRUPO.
           IF WS-GR-CHAVE(WS-IND-GR) EQUAL WS-CHAVE-NOVA
               SET GRUPO-ACHADO     TO TRUE
               MOVE WS-IND-GR       TO WS-POS-GRUPO
           ELSE
               IF WS-GR-CHAVE(WS-IND-GR) GREATER THAN WS-CHAVE-NOVA
                   MOVE WS-IND-GR   TO WS-POS-GRUPO
               END-IF
           END-IF
           .
       P410-FIM.

       P420-DESLOCA-GRUPO.
           MOVE WS-GRUPO(WS-IND-GR) TO WS-GRUPO(WS-IND-GR + 1)
           .
       P420-FIM.

      ******************************************************************
      * RELATORIO: UM BLOCO POR GRUPO, UMA LINHA POR FAIXA DE ATRASO
      ******************************************************************
       P500-IMPRIME-RELATORIO.
           MOVE 'SAFFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ANALISE DE SAFRA DA INADIMPLENCIA - POSICAO DE '
                  WS-DATA-SISTEMA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '% DO SALDO ORIGINAL EM CONTRATOS COM ATRASO, N '
                  'MESES APOS A EMISSAO'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           IF WS-QTD-GRUPOS EQUAL ZEROS
               MOVE SPACES          TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               MOVE 'NENHUM CONTRATO NAS SAFRAS PEDIDAS.'
                                    TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           PERFORM P510-IMPRIME-GRUPO
               VARYING WS-IND-GR FROM 1 BY 1
               UNTIL WS-IND-GR GREATER THAN WS-QTD-GRUPOS

           CLOSE ARQ-IMPRESSAO
           .
       P500-FIM.

       P510-IMPRIME-GRUPO.
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-GR-SAFRA(WS-IND-GR) TO WS-DATA-EMISSAO(1:6)
           MOVE SPACES              TO REG-IMPRESSAO
           EVALUATE TRUE
               WHEN ABRE-OBJETO
                   STRING 'SAFRA ' WS-EMI-MM '/' WS-EMI-AAAA
                          '  OBJETO: ' WS-GR-DIMENSAO(WS-IND-GR)
                          '  CONTRATOS: ' WS-GR-QTD(WS-IND-GR)
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
               WHEN ABRE-OPERADOR
                   STRING 'SAFRA ' WS-EMI-MM '/' WS-EMI-AAAA
                          '  OPERADOR: ' WS-GR-DIMENSAO(WS-IND-GR)(1:6)
                          '  CONTRATOS: ' WS-GR-QTD(WS-IND-GR)
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
               WHEN OTHER
                   STRING 'SAFRA ' WS-EMI-MM '/' WS-EMI-AAAA
                          '  CONTRATOS: ' WS-GR-QTD(WS-IND-GR)
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
           END-EVALUATE
           WRITE REG-IMPRESSAO
           MOVE WS-GR-ORIGINAL(WS-IND-GR) TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '   SALDO ORIGINAL: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '   ATRASO'         TO REG-IMPRESSAO
           MOVE '   MOB 3   MOB 6   MOB 9  MOB 12  MOB 18  MOB 24'
                                    TO REG-IMPRESSAO(16:48)
           WRITE REG-IMPRESSAO

           MOVE 'MAIS DE 30'        TO WS-LM-ROTULO
           PERFORM P520-CELULA-30
               VARYING WS-IND-MOB FROM 1 BY 1
               UNTIL WS-IND-MOB GREATER THAN 6
           MOVE WS-LINHA-MOB        TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'MAIS DE 60'        TO WS-LM-ROTULO
           PERFORM P530-CELULA-60
               VARYING WS-IND-MOB FROM 1 BY 1
               UNTIL WS-IND-MOB GREATER THAN 6
           MOVE WS-LINHA-MOB        TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'MAIS DE 90'        TO WS-LM-ROTULO
           PERFORM P540-CELULA-90
               VARYING WS-IND-MOB FROM 1 BY 1
               UNTIL WS-IND-MOB GREATER THAN 6
           MOVE WS-LINHA-MOB        TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P510-FIM.

       P520-CELULA-30.
           IF WS-GR-BASE(WS-IND-GR, WS-IND-MOB) EQUAL ZEROS
               MOVE '      - '      TO WS-LM-CELULA(WS-IND-MOB)
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-GR-ATR30(WS-IND-GR, WS-IND-MOB) * 100 /
                       WS-GR-BASE(WS-IND-GR, WS-IND-MOB)
               PERFORM P550-FORMATA-CELULA
           END-IF
           .
       P520-FIM.

       P530-CELULA-60.
           IF WS-GR-BASE(WS-IND-GR, WS-IND-MOB) EQUAL ZEROS
               MOVE '      - '      TO WS-LM-CELULA(WS-IND-MOB)
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-GR-ATR60(WS-IND-GR, WS-IND-MOB) * 100 /
                       WS-GR-BASE(WS-IND-GR, WS-IND-MOB)
               PERFORM P550-FORMATA-CELULA
           END-IF
           .
       P530-FIM.

       P540-CELULA-90.
           IF WS-GR-BASE(WS-IND-GR, WS-IND-MOB) EQUAL ZEROS
               MOVE '      - '      TO WS-LM-CELULA(WS-IND-MOB)
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-GR-ATR90(WS-IND-GR, WS-IND-MOB) * 100 /
                       WS-GR-BASE(WS-IND-GR, WS-IND-MOB)
               PERFORM P550-FORMATA-CELULA
           END-IF
           .
       P540-FIM.

       P550-FORMATA-CELULA.
           MOVE SPACES              TO WS-LM-CELULA(WS-IND-MOB)
           MOVE WS-PERCENTUAL       TO WS-LM-PCT(WS-IND-MOB)
           MOVE '%'                 TO WS-LM-SINAL(WS-IND-MOB)
           .
       P550-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM SAFFIN.
