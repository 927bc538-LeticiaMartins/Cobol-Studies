      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 18/12/2024
      * Purpose: ATENDIMENTO ELETRONICO DA URA (CENTRAL TELEFONICA) -
      *          LE OS PEDIDOS QUE A URA DEIXA EM URA_PEDIDOS.TXT
      *          (PROTOCOLO, TIPO C = CPF/CNPJ DO CONTATO OU N = NUMERO
      *          DO CONTRATO, A CHAVE, SE QUER SEGUNDA VIA DO CARNE E O
      *          CONTRATO DELA) E GRAVA A RESPOSTA EM URA_RESPOSTAS.TXT:
      *          UMA LINHA C POR CONTRATO EM ABERTO DO CLIENTE (PROXIMO
      *          VENCIMENTO E VALOR, PARCELAS VENCIDAS, SALDO VENCIDO,
      *          MULTA E MORA DE HOJE PELOS PARAMETROS MULTA-PCT E
      *          MORA-DIA DE PARMUTIL, COMO EM PAGFIN, E O VALOR DE
      *          QUITACAO DE HOJE, COMO EM QUIFIN) E UMA LINHA S DE
      *          SITUACAO QUE FECHA O PEDIDO. A SEGUNDA VIA DE CONTRATO
      *          ATIVO DO PROPRIO CLIENTE ENTRA NA FILA CARNE_2VIA.dat
      *          (FD_C2VI), IMPRESSA NO PASSO NOTURNO DE CRNFIN. CADA
      *          PEDIDO ATENDIDO FICA NO HISTORICO DE INTERACOES DO
      *          CONTATO (CONTATOS_NOTAS.dat, OPERADOR 'URA'); O
      *          ARQUIVO DE PEDIDOS PROCESSADO E RENOMEADO PARA
      *          URA_PEDIDOS.PROC. INICIO E FIM DA RODADA REGISTRADOS NO
      *          LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. URAFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDOS-URA ASSIGN TO
               'URA_PEDIDOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PED.

               SELECT RESPOSTAS-URA ASSIGN TO
               'URA_RESPOSTAS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RSP.

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

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-CTR.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT NOTAS ASSIGN TO
               'CONTATOS_NOTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NOTA-CHAVE
               FILE STATUS IS WS-FS-NOTA.

               SELECT CARNE-2VIA ASSIGN TO
               'CARNE_2VIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS C2V-CHAVE
               FILE STATUS IS WS-FS-C2V.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-URA.
       01 REG-PEDIDO-URA.
          03 URP-PROTOCOLO                PIC X(10).
          03 URP-TIPO                     PIC X(01).
             88 URP-POR-CPF               VALUE 'C'.
             88 URP-POR-CONTRATO          VALUE 'N'.
          03 URP-CHAVE                    PIC X(14).
          03 FILLER REDEFINES URP-CHAVE.
             05 URP-CONTRATO              PIC 9(06).
             05 FILLER                    PIC X(08).
          03 URP-SEGUNDA-VIA              PIC X(01).
             88 URP-PEDE-2VIA             VALUE 'S'.
          03 URP-CONTRATO-2VIA            PIC 9(06).

       FD RESPOSTAS-URA.
       01 REG-RESPOSTA-URA.
          03 URR-PROTOCOLO                PIC X(10).
          03 URR-TIPO-REG                 PIC X(01).
             88 URR-REG-CONTRATO          VALUE 'C'.
             88 URR-REG-SITUACAO          VALUE 'S'.
          03 URR-DADOS                    PIC X(69).
          03 URR-CONTRATO REDEFINES URR-DADOS.
             05 URR-NUM-CONTRATO          PIC 9(06).
             05 URR-ST-CONTRATO           PIC X(01).
             05 URR-DT-PROX-VENC          PIC 9(08).
             05 URR-VR-PROX-VENC          PIC 9(08)V99.
             05 URR-QTD-VENCIDAS          PIC 9(03).
             05 URR-SALDO-VENCIDO         PIC 9(08)V99.
             05 URR-VR-ENCARGOS           PIC 9(08)V99.
             05 URR-VR-QUITACAO           PIC 9(08)V99.
             05 FILLER                    PIC X(11).
          03 URR-SITUACAO-PEDIDO REDEFINES URR-DADOS.
             05 URR-SITUACAO              PIC X(02).
             05 URR-QTD-CONTRATOS         PIC 9(03).
             05 URR-SEGUNDA-VIA           PIC X(01).
             05 URR-CONTRATO-2VIA         PIC 9(06).
             05 URR-MENSAGEM              PIC X(40).
             05 FILLER                    PIC X(17).

       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD NOTAS.
          COPY FD_NOTA.

       FD CARNE-2VIA.
          COPY FD_C2VI.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PED                       PIC 99.
          88 FS-PED-OK                    VALUE 0.
       77 WS-FS-RSP                       PIC 99.
          88 FS-RSP-OK                    VALUE 0.
       77 WS-FS-CTR                       PIC 99.
          88 FS-CTR-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-NOTA                      PIC 99.
          88 FS-NOTA-OK                   VALUE 0.
       77 WS-FS-C2V                       PIC 99.
          88 FS-C2V-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTT                      PIC X.
          88 EOF-CTT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                      PIC X.
          88 EOF-CTR-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-NOTA                     PIC X.
          88 EOF-NOTA-OK                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-ID                     PIC X VALUE 'N'.
          88 ACHOU-ID                     VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-CAR                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-ID                       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-IDS                      PIC 9(02) VALUE ZEROS.
       77 WS-MAX-IDS                      PIC 9(02) VALUE 10.
       77 WS-QTD-DIGITOS                  PIC 9(02) VALUE ZEROS.
       77 WS-DOC-BUSCA                    PIC X(14) VALUE SPACES.
       77 WS-NUM-2VIA                     PIC 9(06) VALUE ZEROS.
       77 WS-PROX-SEQUENCIA               PIC 9(04) VALUE ZEROS.
       77 WS-TEXTO-NOTA                   PIC X(60) VALUE SPACES.
       77 WS-DESC-2VIA                    PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-PEDIDO              PIC X(02) VALUE SPACES.
          88 PEDIDO-ATENDIDO              VALUE 'OK'.
          88 PEDIDO-NAO-ENCONTRADO        VALUE 'NE'.
          88 PEDIDO-INVALIDO              VALUE 'IN'.
       77 WS-SITUACAO-2VIA                PIC X(01) VALUE SPACES.
          88 SEGUNDA-VIA-NAO-PEDIDA       VALUE 'N'.
          88 SEGUNDA-VIA-REGISTRADA       VALUE 'R'.
          88 SEGUNDA-VIA-RECUSADA         VALUE 'X'.
       77 WS-MENSAGEM-PEDIDO              PIC X(40) VALUE SPACES.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATENDIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS                   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-2VIAS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CONTR-PEDIDO             PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-QTD-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VENCIDAS                 PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-VENCIDO                PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-ENCARGOS               PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-QUITACAO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-DT-PROX-VENC                 PIC 9(08) VALUE ZEROS.
       77 WS-VR-PROX-VENC                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-PCT-MULTA                    PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-PCT-MORA-DIA                 PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-VR-MULTA                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-MORA                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-TAXA-DECIMAL                 PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-DESCONTO               PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-MESES-A-VENCER               PIC S9(05) VALUE ZEROS.
       77 WS-VR-DESCONTADO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-ARQ-PEDIDOS                  PIC X(30)
          VALUE 'URA_PEDIDOS.TXT'.
       77 WS-ARQ-PROCESSADO               PIC X(30)
          VALUE 'URA_PEDIDOS.PROC'.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
       01 WS-TABELA-IDS.
          03 WS-ID-CLIENTE                PIC 9(06) OCCURS 10 TIMES.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENC-AAAA                 PIC 9(04).
          03 WS-VENC-MM                   PIC 9(02).
          03 WS-VENC-DD                   PIC 9(02).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-AMORT.
          03 WS-AMORT-VR-FINANCIADO       PIC 9(07)V99.
          03 WS-AMORT-TAXA                PIC 9(02)V99.
          03 WS-AMORT-PRAZO               PIC 9(03).
          03 WS-AMORT-PARCELA             PIC 9(03).
          03 WS-AMORT-VR-PRESTACAO        PIC 9(06)V99.
          03 WS-AMORT-VR-JUROS            PIC 9(06)V99.
          03 WS-AMORT-VR-AMORTIZACAO      PIC S9(06)V99.
          03 WS-AMORT-SALDO               PIC S9(07)V99.
          03 WS-AMORT-SISTEMA             PIC X(01).
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
          COPY WS_CONTT.
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
           MOVE 'CONTATOS_NOTAS.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** ATENDIMENTO ELETRONICO DA URA ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE       TO WS-DATA-SISTEMA
           MOVE 'URAFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P300-ATENDE
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-LINHAS      TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-REJEITADOS  TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * SEM ARQUIVO DE PEDIDOS NAO HA O QUE ATENDER (A URA SO DEIXA O
      * ARQUIVO QUANDO HOUVE LIGACAO COM PEDIDO DE CONSULTA)
      ******************************************************************
       P300-ATENDE.
           SET EOF-OK              TO FALSE
           SET FS-PED-OK           TO TRUE

           OPEN INPUT PEDIDOS-URA

           IF WS-FS-PED EQUAL 35
               DISPLAY 'URA_PEDIDOS.TXT NAO ENCONTRADO - NADA A '
                       'ATENDER.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-PED-OK
               DISPLAY 'ERRO AO ABRIR URA_PEDIDOS.TXT.'
               MOVE WS-FS-PED      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PED ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P305-ABRE-ARQUIVOS
           IF LK-ERRO
               CLOSE PEDIDOS-URA
               EXIT PARAGRAPH
           END-IF

           PERFORM P308-CARREGA-ENCARGOS

           PERFORM P310-LE-PEDIDO UNTIL EOF-OK

           CLOSE PEDIDOS-URA
           CLOSE RESPOSTAS-URA
           CLOSE CONTATOS
           CLOSE CONTRATOS
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE NOTAS
           CLOSE CARNE-2VIA

           PERFORM P395-ARQUIVA-PEDIDOS

           DISPLAY 'PEDIDOS LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'PEDIDOS ATENDIDOS.....: ' WS-QTD-ATENDIDOS
           DISPLAY 'PEDIDOS REJEITADOS....: ' WS-QTD-REJEITADOS
           DISPLAY 'LINHAS DE RESPOSTA....: ' WS-QTD-LINHAS
           DISPLAY '2AS VIAS REGISTRADAS..: ' WS-QTD-2VIAS
           DISPLAY 'RESPOSTAS GRAVADAS EM URA_RESPOSTAS.TXT'
           .
       P300-FIM.

      ******************************************************************
      * CONTATOS E CONTRATOS SAO OBRIGATORIOS; SEM PAGAMENTOS AINDA
      * TODA PARCELA ESTA EM ABERTO; HISTORICO E FILA DE SEGUNDA VIA SAO
      * CRIADOS NA PRIMEIRA VEZ
      ******************************************************************
       P305-ABRE-ARQUIVOS.
           SET FS-OK               TO TRUE
           SET FS-CTR-OK           TO TRUE
           SET FS-PAG-OK           TO TRUE
           SET FS-NOTA-OK          TO TRUE
           SET FS-C2V-OK           TO TRUE
           SET FS-RSP-OK           TO TRUE

           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF NOT FS-CTR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               MOVE WS-FS-CTR      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CTR ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CONTATOS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
               IF NOT FS-PAG-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PAGAMENTOS.'
                   MOVE WS-FS-PAG  TO WS-FS
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS-PAG ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
                   CLOSE CONTATOS
                   CLOSE CONTRATOS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O NOTAS
           IF WS-FS-NOTA EQUAL 35
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN I-O NOTAS
           END-IF

           OPEN I-O CARNE-2VIA
           IF WS-FS-C2V EQUAL 35
               OPEN OUTPUT CARNE-2VIA
               CLOSE CARNE-2VIA
               OPEN I-O CARNE-2VIA
           END-IF

           OPEN OUTPUT RESPOSTAS-URA

           IF NOT FS-NOTA-OK OR NOT FS-C2V-OK OR NOT FS-RSP-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO, A FILA DE 2A VIA '
                       'OU O ARQUIVO DE RESPOSTAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOTA ' / ' WS-FS-C2V
                       ' / ' WS-FS-RSP
               SET LK-ERRO         TO TRUE
               CLOSE CONTATOS
               CLOSE CONTRATOS
               IF TEM-PAGAMENTOS
                   CLOSE PAGAMENTOS
               END-IF
               CLOSE NOTAS
               CLOSE CARNE-2VIA
               CLOSE RESPOSTAS-URA
           END-IF
           .
       P305-FIM.

      ******************************************************************
      * MULTA E MORA AO DIA EM VIGOR HOJE (PARMUTIL), AS MESMAS QUE O
      * BALCAO DE PAGAMENTOS (PAGFIN) COBRARIA SE O CLIENTE PAGASSE HOJE
      ******************************************************************
       P308-CARREGA-ENCARGOS.
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE ZEROS               TO WS-PRM-INDICE
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           MOVE 'MULTA-PCT'         TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-PCT-MULTA
           MOVE 'MORA-DIA'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-PCT-MORA-DIA
           .
       P308-FIM.

       P310-LE-PEDIDO.
           READ PEDIDOS-URA
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P320-ATENDE-PEDIDO
           END-READ
           .
       P310-FIM.

      ******************************************************************
      * UM PEDIDO: LINHAS C DOS CONTRATOS EM ABERTO, A SEGUNDA VIA SE
      * PEDIDA E A LINHA S DE SITUACAO, QUE A URA ESPERA SEMPRE POR
      * ULTIMO; DEPOIS O REGISTRO NO HISTORICO DE CADA CONTATO ACHADO
      ******************************************************************
       P320-ATENDE-PEDIDO.
           MOVE ZEROS               TO WS-QTD-IDS
           MOVE ZEROS               TO WS-QTD-CONTR-PEDIDO
           MOVE ZEROS               TO WS-NUM-2VIA
           SET PEDIDO-ATENDIDO      TO TRUE
           SET SEGUNDA-VIA-NAO-PEDIDA TO TRUE
           MOVE SPACES              TO WS-MENSAGEM-PEDIDO

           EVALUATE TRUE
               WHEN URP-POR-CPF
                   PERFORM P330-BUSCA-POR-CPF
               WHEN URP-POR-CONTRATO
                   PERFORM P340-BUSCA-POR-CONTRATO
               WHEN OTHER
                   SET PEDIDO-INVALIDO TO TRUE
                   MOVE 'TIPO DE PEDIDO INVALIDO'
                                    TO WS-MENSAGEM-PEDIDO
           END-EVALUATE

           IF PEDIDO-ATENDIDO AND URP-PEDE-2VIA
               PERFORM P370-SEGUNDA-VIA
           END-IF

           PERFORM P380-GRAVA-SITUACAO

           IF PEDIDO-ATENDIDO
               ADD 1                TO WS-QTD-ATENDIDOS
               PERFORM P385-GRAVA-HISTORICO
                   VARYING WS-IND-ID FROM 1 BY 1
                   UNTIL WS-IND-ID GREATER THAN WS-QTD-IDS
           ELSE
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'PEDIDO ' URP-PROTOCOLO ' NAO ATENDIDO - '
                       WS-MENSAGEM-PEDIDO
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * CPF/CNPJ SO COM OS DIGITOS, COMO O DOC-CONTATO DO CADASTRO;
      * TODOS OS CONTATOS DO DOCUMENTO (ATE 10) E DEPOIS OS CONTRATOS
      * DE QUALQUER UM DELES
      ******************************************************************
       P330-BUSCA-POR-CPF.
           MOVE SPACES              TO WS-DOC-BUSCA
           MOVE ZEROS               TO WS-QTD-DIGITOS
           PERFORM P331-SEPARA-DIGITO
               VARYING WS-IND-CAR FROM 1 BY 1
               UNTIL WS-IND-CAR GREATER THAN 14

           IF WS-QTD-DIGITOS NOT EQUAL 11 AND
              WS-QTD-DIGITOS NOT EQUAL 14
               SET PEDIDO-INVALIDO TO TRUE
               MOVE 'CPF/CNPJ INVALIDO' TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           SET EOF-CTT-OK           TO FALSE
           MOVE WS-DOC-BUSCA        TO DOC-CONTATO
           START CONTATOS KEY IS EQUAL DOC-CONTATO
               INVALID KEY
                   SET EOF-CTT-OK   TO TRUE
           END-START

           PERFORM P332-LE-CONTATO UNTIL EOF-CTT-OK

           IF WS-QTD-IDS EQUAL ZEROS
               SET PEDIDO-NAO-ENCONTRADO TO TRUE
               MOVE 'CPF/CNPJ NAO CADASTRADO' TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           SET EOF-CTR-OK           TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-CTR-OK   TO TRUE
           END-START

           PERFORM P335-LE-CONTRATO UNTIL EOF-CTR-OK

           IF WS-QTD-CONTR-PEDIDO EQUAL ZEROS
               MOVE 'NENHUM CONTRATO EM ABERTO' TO WS-MENSAGEM-PEDIDO
           END-IF
           .
       P330-FIM.

       P331-SEPARA-DIGITO.
           IF URP-CHAVE(WS-IND-CAR:1) IS NUMERIC
               ADD 1                TO WS-QTD-DIGITOS
               MOVE URP-CHAVE(WS-IND-CAR:1)
                                    TO WS-DOC-BUSCA(WS-QTD-DIGITOS:1)
           END-IF
           .
       P331-FIM.

       P332-LE-CONTATO.
           READ CONTATOS NEXT RECORD INTO WS-REGISTRO
               AT END
                   SET EOF-CTT-OK   TO TRUE
               NOT AT END
                   IF WS-DOC-CONTATO NOT EQUAL WS-DOC-BUSCA OR
                      WS-QTD-IDS EQUAL WS-MAX-IDS
                       SET EOF-CTT-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-IDS
                       MOVE WS-ID-CONTATO
                                    TO WS-ID-CLIENTE(WS-QTD-IDS)
                   END-IF
           END-READ
           .
       P332-FIM.

       P335-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-CTR-OK   TO TRUE
               NOT AT END
                   PERFORM P337-CONFERE-CLIENTE
                   IF ACHOU-ID
                       PERFORM P350-RESPONDE-CONTRATO
                   END-IF
           END-READ
           .
       P335-FIM.

       P337-CONFERE-CLIENTE.
           SET ACHOU-ID             TO FALSE
           PERFORM P338-COMPARA-ID
               VARYING WS-IND-ID FROM 1 BY 1
               UNTIL WS-IND-ID GREATER THAN WS-QTD-IDS OR ACHOU-ID
           .
       P337-FIM.

       P338-COMPARA-ID.
           IF REG-ID-CONTATO EQUAL WS-ID-CLIENTE(WS-IND-ID)
               SET ACHOU-ID         TO TRUE
           END-IF
           .
       P338-FIM.

      ******************************************************************
      * PEDIDO PELO NUMERO DO CONTRATO: O CONTATO DO CONTRATO E QUEM
      * RECEBE O REGISTRO NO HISTORICO
      ******************************************************************
       P340-BUSCA-POR-CONTRATO.
           IF URP-CONTRATO IS NOT NUMERIC
               SET PEDIDO-INVALIDO TO TRUE
               MOVE 'NUMERO DE CONTRATO INVALIDO' TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           MOVE URP-CONTRATO        TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   SET PEDIDO-NAO-ENCONTRADO TO TRUE
                   MOVE 'CONTRATO NAO CADASTRADO' TO WS-MENSAGEM-PEDIDO
               NOT INVALID KEY
                   IF REG-ID-CONTATO GREATER THAN ZEROS
                       MOVE 1       TO WS-QTD-IDS
                       MOVE REG-ID-CONTATO TO WS-ID-CLIENTE(1)
                   END-IF
                   PERFORM P350-RESPONDE-CONTRATO
                   IF WS-QTD-CONTR-PEDIDO EQUAL ZEROS
                       MOVE 'CONTRATO SEM PARCELAS EM ABERTO'
                                    TO WS-MENSAGEM-PEDIDO
                   END-IF
           END-READ
           .
       P340-FIM.

      ******************************************************************
      * CONTRATO CANCELADO, QUITADO OU REFINANCIADO NAO TEM SALDO A
      * INFORMAR; O BAIXADO PARA PREJUIZO E O PENDENTE DE DOCUMENTOS
      * AINDA TEM. A QUITACAO SEGUE QUIFIN: VENCIDA PELO SALDO DE FACE,
      * A VENCER DESCONTADA PELA TAXA (PRICE) OU SO PELA AMORTIZACAO
      * (SAC)
      ******************************************************************
       P350-RESPONDE-CONTRATO.
           IF REG-CONTRATO-CANCELADO OR REG-CONTRATO-QUITADO OR
              REG-CONTRATO-REFINANCIADO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-QTD-ABERTAS
           MOVE ZEROS               TO WS-QTD-VENCIDAS
           MOVE ZEROS               TO WS-SALDO-VENCIDO
           MOVE ZEROS               TO WS-TOTAL-ENCARGOS
           MOVE ZEROS               TO WS-TOTAL-QUITACAO
           MOVE ZEROS               TO WS-DT-PROX-VENC
           MOVE ZEROS               TO WS-VR-PROX-VENC
           COMPUTE WS-TAXA-DECIMAL = REG-TAXA-JUROS / 100
           COMPUTE WS-AMORT-VR-FINANCIADO =
                   REG-VALOR - REG-VR-ENTRADA + REG-VR-JUROS-CARENCIA
                   + REG-VR-IOF + REG-VR-TAC
                   + REG-VR-PREMIO
           MOVE REG-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE REG-SISTEMA-AMORT   TO WS-AMORT-SISTEMA

           PERFORM P355-AVALIA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           IF WS-QTD-ABERTAS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO REG-RESPOSTA-URA
           SET URR-REG-CONTRATO     TO TRUE
           MOVE URP-PROTOCOLO       TO URR-PROTOCOLO
           MOVE REG-NUM-CONTRATO    TO URR-NUM-CONTRATO
           MOVE REG-ST-CONTRATO     TO URR-ST-CONTRATO
           MOVE WS-DT-PROX-VENC     TO URR-DT-PROX-VENC
           MOVE WS-VR-PROX-VENC     TO URR-VR-PROX-VENC
           MOVE WS-QTD-VENCIDAS     TO URR-QTD-VENCIDAS
           MOVE WS-SALDO-VENCIDO    TO URR-SALDO-VENCIDO
           MOVE WS-TOTAL-ENCARGOS   TO URR-VR-ENCARGOS
           MOVE WS-TOTAL-QUITACAO   TO URR-VR-QUITACAO
           WRITE REG-RESPOSTA-URA
           ADD 1                    TO WS-QTD-LINHAS
           ADD 1                    TO WS-QTD-CONTR-PEDIDO

           .
       P350-FIM.

      ******************************************************************
      * PARCELA VENCIDA (ANTES DE HOJE): SALDO, MULTA E MORA DOS DIAS
      * DE ATRASO COMO EM PAGFIN; A PRIMEIRA A VENCER E O PROXIMO
      * VENCIMENTO
      ******************************************************************
       P355-AVALIA-PARCELA.
           PERFORM P360-CALCULA-SALDO

           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-ABERTAS
           PERFORM P365-CALCULA-VENCIMENTO

           IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-SISTEMA
               ADD 1                TO WS-QTD-VENCIDAS
               ADD WS-SALDO-PARCELA TO WS-SALDO-VENCIDO
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
               COMPUTE WS-VR-MULTA ROUNDED =
                       WS-SALDO-PARCELA * WS-PCT-MULTA / 100
               COMPUTE WS-VR-MORA ROUNDED =
                       WS-SALDO-PARCELA * WS-PCT-MORA-DIA / 100
                       * WS-DIAS-ATRASO
               ADD WS-VR-MULTA      TO WS-TOTAL-ENCARGOS
               ADD WS-VR-MORA       TO WS-TOTAL-ENCARGOS
           ELSE
               IF WS-DT-PROX-VENC EQUAL ZEROS
                   MOVE WS-DATA-VENCIMENTO TO WS-DT-PROX-VENC
                   MOVE WS-SALDO-PARCELA   TO WS-VR-PROX-VENC
               END-IF
           END-IF

           IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-SISTEMA
              OR WS-TAXA-DECIMAL EQUAL ZEROS
               MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
           ELSE
           IF REG-AMORT-SAC
               MOVE WS-IND          TO WS-AMORT-PARCELA
               CALL 'AMORUTIL' USING WS-AREA-AMORT
               COMPUTE WS-VR-DESCONTADO ROUNDED =
                       WS-SALDO-PARCELA * WS-AMORT-VR-AMORTIZACAO
                       / WS-AMORT-VR-PRESTACAO
                   ON SIZE ERROR
                       MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
               END-COMPUTE
           ELSE
               COMPUTE WS-MESES-A-VENCER =
                       ((WS-VENC-AAAA * 12) + WS-VENC-MM) -
                       ((WS-HOJE-AAAA * 12) + WS-HOJE-MM)
               IF WS-MESES-A-VENCER LESS THAN 1
                   MOVE 1           TO WS-MESES-A-VENCER
               END-IF
               COMPUTE WS-FATOR-DESCONTO =
                       (1 + WS-TAXA-DECIMAL) ** WS-MESES-A-VENCER
               COMPUTE WS-VR-DESCONTADO ROUNDED =
                       WS-SALDO-PARCELA / WS-FATOR-DESCONTO
           END-IF
           END-IF

           ADD WS-VR-DESCONTADO     TO WS-TOTAL-QUITACAO
           .
       P355-FIM.

       P360-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-IND) TO WS-VR-PARCELA-NUM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND           TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P361-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P360-FIM.

       P361-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P361-FIM.

       P365-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
           .
       P365-FIM.

      ******************************************************************
      * SEGUNDA VIA SO DE CONTRATO ATIVO DO PROPRIO CLIENTE; NO PEDIDO
      * PELO NUMERO DO CONTRATO, SEM CONTRATO DA 2A VIA VALE O DA CHAVE.
      * UM PEDIDO POR CONTRATO POR DIA NA FILA (O REPETIDO NO MESMO DIA
      * CONTINUA VALENDO COMO REGISTRADO)
      ******************************************************************
       P370-SEGUNDA-VIA.
           SET SEGUNDA-VIA-RECUSADA    TO TRUE

           IF URP-CONTRATO-2VIA IS NUMERIC AND
              URP-CONTRATO-2VIA GREATER THAN ZEROS
               MOVE URP-CONTRATO-2VIA TO WS-NUM-2VIA
           ELSE
               IF URP-POR-CONTRATO
                   MOVE URP-CONTRATO TO WS-NUM-2VIA
               ELSE
                   MOVE '2A VIA SEM NUMERO DO CONTRATO'
                                    TO WS-MENSAGEM-PEDIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NUM-2VIA         TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   MOVE '2A VIA: CONTRATO NAO CADASTRADO'
                                    TO WS-MENSAGEM-PEDIDO
                   EXIT PARAGRAPH
           END-READ

           IF URP-POR-CONTRATO AND WS-NUM-2VIA EQUAL URP-CONTRATO
               SET ACHOU-ID         TO TRUE
           ELSE
               PERFORM P337-CONFERE-CLIENTE
           END-IF
           IF NOT ACHOU-ID
               MOVE '2A VIA: CONTRATO DE OUTRO CLIENTE'
                                    TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           IF REG-CONTRATO-PEND-DOC
               MOVE '2A VIA: CONTRATO PENDENTE DE DOCUMENTOS'
                                    TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           IF NOT REG-CONTRATO-ATIVO
               MOVE '2A VIA: CONTRATO NAO ESTA ATIVO'
                                    TO WS-MENSAGEM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUM-2VIA         TO C2V-NUM-CONTRATO
           MOVE WS-DATA-HOJE        TO C2V-DT-PEDIDO
           MOVE WS-HORA-AGORA       TO C2V-HR-PEDIDO
           MOVE 'URAFIN  '          TO C2V-ORIGEM
           MOVE URP-PROTOCOLO       TO C2V-PROTOCOLO
           SET C2V-PENDENTE         TO TRUE
           MOVE ZEROS               TO C2V-DT-EMISSAO
           MOVE SPACES              TO C2V-NOME-SPOOL

           SET SEGUNDA-VIA-REGISTRADA  TO TRUE
           WRITE REG-CARNE-2VIA
               INVALID KEY
                   MOVE '2A VIA JA PEDIDA HOJE' TO WS-MENSAGEM-PEDIDO
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-2VIAS
                   MOVE '2A VIA DO CARNE REGISTRADA'
                                    TO WS-MENSAGEM-PEDIDO
           END-WRITE
           .
       P370-FIM.

       P380-GRAVA-SITUACAO.
           MOVE SPACES              TO REG-RESPOSTA-URA
           MOVE URP-PROTOCOLO       TO URR-PROTOCOLO
           SET URR-REG-SITUACAO     TO TRUE
           MOVE WS-SITUACAO-PEDIDO  TO URR-SITUACAO
           MOVE WS-QTD-CONTR-PEDIDO TO URR-QTD-CONTRATOS
           MOVE WS-SITUACAO-2VIA    TO URR-SEGUNDA-VIA
           MOVE WS-NUM-2VIA         TO URR-CONTRATO-2VIA
           MOVE WS-MENSAGEM-PEDIDO  TO URR-MENSAGEM
           WRITE REG-RESPOSTA-URA
           ADD 1                    TO WS-QTD-LINHAS
           .
       P380-FIM.

      ******************************************************************
      * HISTORICO DE INTERACOES DO CONTATO: A CONSULTA E, SE PEDIDA, A
      * SEGUNDA VIA, COM O PROTOCOLO DA URA
      ******************************************************************
       P385-GRAVA-HISTORICO.
           MOVE SPACES              TO WS-TEXTO-NOTA
           STRING 'URA ' URP-PROTOCOLO ' CONSULTA SALDO/QUITACAO: '
                  WS-QTD-CONTR-PEDIDO ' CONTRATO(S)'
                  DELIMITED BY SIZE INTO WS-TEXTO-NOTA
           PERFORM P390-GRAVA-NOTA

           IF NOT SEGUNDA-VIA-NAO-PEDIDA
               IF SEGUNDA-VIA-REGISTRADA
                   MOVE 'REGISTRADA' TO WS-DESC-2VIA
               ELSE
                   MOVE 'RECUSADA'  TO WS-DESC-2VIA
               END-IF
               MOVE SPACES          TO WS-TEXTO-NOTA
               STRING 'URA ' URP-PROTOCOLO ' 2A VIA CARNE CONTRATO '
                      WS-NUM-2VIA ' ' WS-DESC-2VIA
                      DELIMITED BY SIZE INTO WS-TEXTO-NOTA
               PERFORM P390-GRAVA-NOTA
           END-IF
           .
       P385-FIM.

       P390-GRAVA-NOTA.
           PERFORM P391-PROXIMA-SEQUENCIA

           MOVE WS-ID-CLIENTE(WS-IND-ID) TO NOTA-ID-CONTATO
           MOVE WS-PROX-SEQUENCIA   TO NOTA-SEQUENCIA
           MOVE WS-DATA-HOJE        TO NOTA-DATA
           MOVE 'URA'               TO NOTA-OPERADOR
           MOVE WS-TEXTO-NOTA       TO NOTA-TEXTO

           WRITE REG-NOTA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DO CONTATO '
                           NOTA-ID-CONTATO ' (FILE STATUS '
                           WS-FS-NOTA ').'
           END-WRITE
           .
       P390-FIM.

       P391-PROXIMA-SEQUENCIA.
           MOVE ZEROS               TO WS-PROX-SEQUENCIA
           SET EOF-NOTA-OK          TO FALSE
           MOVE WS-ID-CLIENTE(WS-IND-ID) TO NOTA-ID-CONTATO
           MOVE ZEROS               TO NOTA-SEQUENCIA
           START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
               INVALID KEY
                   SET EOF-NOTA-OK  TO TRUE
           END-START

           PERFORM P392-LE-NOTA UNTIL EOF-NOTA-OK

           ADD 1                    TO WS-PROX-SEQUENCIA
           .
       P391-FIM.

       P392-LE-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET EOF-NOTA-OK  TO TRUE
               NOT AT END
                   IF NOTA-ID-CONTATO EQUAL WS-ID-CLIENTE(WS-IND-ID)
                       MOVE NOTA-SEQUENCIA TO WS-PROX-SEQUENCIA
                   ELSE
                       SET EOF-NOTA-OK TO TRUE
                   END-IF
           END-READ
           .
       P392-FIM.

      ******************************************************************
      * O ARQUIVO ATENDIDO VIRA URA_PEDIDOS.PROC (O DA RODADA ANTERIOR
      * E DESCARTADO) PARA O MESMO PEDIDO NAO SER ATENDIDO DUAS VEZES
      ******************************************************************
       P395-ARQUIVA-PEDIDOS.
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-PROCESSADO
               RETURNING WS-RETCODE

           CALL 'CBL_RENAME_FILE' USING WS-ARQ-PEDIDOS
                   WS-ARQ-PROCESSADO
               RETURNING WS-RETCODE

           IF NOT RETCODE-OK
               DISPLAY 'ERRO AO RENOMEAR URA_PEDIDOS.TXT (RETCODE: '
                       WS-RETCODE ').'
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P395-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM URAFIN.
