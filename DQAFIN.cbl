      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 17/11/2024
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI 12.007/
      *          2009) -
      *          <G> APURA UM ANO-BASE (PADRAO: ANO ANTERIOR) MES A MES:
      *              CADA PARCELA DE CONTRATO COM VENCIMENTO NO ANO
      *              (VENCUTIL) E CADA MENSALIDADE DA ESCOLA COBRADA NO
      *              ANO (MENSALIDADES.dat) E CONFERIDA CONTRA OS
      *              PAGAMENTOS NAO ESTORNADOS DE PAGAMENTOS.dat; O MES
      *              SO E QUITADO SE TUDO O QUE O CONTATO DEVIA NELE
      *              ESTA PAGO (CONTRATO QUITADO CONTA COMO PAGO,
      *              CANCELADO NAO ENTRA). A MENSALIDADE E DO
      *              RESPONSAVEL FINANCEIRO DO ALUNO. A DECLARACAO SAI
      *              NO SPOOL PELO MOTOR DE MODELO DE CARCNTT
      *              (CARTA_QUITACAO.TXT, MARCADORES &NOME, &RUA,
      *              &CIDADE, &UF, &DATA, &ANO, &MESES = MESES QUITADOS
      *              E &EXCLUIDOS = MESES AINDA EM ABERTO, FORA DA
      *              DECLARACAO) E FICA REGISTRADA EM DECL_QUITACAO.dat
      *              (FD_DQUIT). A APURACAO PODE SER REPETIDA: O CONTATO
      *              COM DECLARACAO JA EMITIDA NO ANO NAO E REEMITIDO;
      *          <L> LISTA NO SPOOL O REGISTRO DE UM ANO-BASE, PARA
      *              COMPROVACAO DO ENVIO
      * Tectonics: cobc -I copybooks
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQAFIN.

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

               SELECT STUDENT ASSIGN TO
               'STUDENT.TXT'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT MENSALIDADES ASSIGN TO
               'MENSALIDADES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS MEN-CHAVE
               FILE STATUS IS WS-FS-MEN.

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
               FILE STATUS IS WS-FS-CTT.

               SELECT DECLARACOES ASSIGN TO
               'DECL_QUITACAO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS DQT-CHAVE
               FILE STATUS IS WS-FS-DQT.

               SELECT MODELO ASSIGN TO
               'CARTA_QUITACAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOD.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD STUDENT.
       01 STUDENT-FILE.
           03 CD-STUDENT                 PIC 9(05).
           03 NM-STUDENT                 PIC X(20).
           03 ST-STUDENT                 PIC X(01).
              88 ST-ALUNO-ATIVO          VALUE 'A'.
              88 ST-ALUNO-INATIVO        VALUE 'I'.
           03 RESP1-CONTATO              PIC 9(06).
           03 RESP2-CONTATO              PIC 9(06).

       FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03 MEN-CHAVE.
              05 MEN-ANOMES              PIC 9(06).
              05 FILLER REDEFINES MEN-ANOMES.
                 07 MEN-ANO              PIC 9(04).
                 07 MEN-MES              PIC 9(02).
              05 MEN-CD-STUDENT          PIC 9(05).
           03 MEN-VALOR                  PIC 9(06)V99.
           03 MEN-DT-VENCIMENTO          PIC 9(08).
           03 MEN-NUM-PARCELA            PIC 9(03).

       FD CONTATOS.
          COPY FD_CONTT.

       FD DECLARACOES.
          COPY FD_DQUIT.

       FD MODELO.
       01 REG-MODELO                      PIC X(080).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-STU                       PIC 99.
          88 FS-STU-OK                    VALUE 0.
       77 WS-FS-MEN                       PIC 99.
          88 FS-MEN-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-DQT                       PIC 99.
          88 FS-DQT-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-DQT                      PIC X.
          88 EOF-DQT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOD                      PIC X.
          88 EOF-MOD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTRATOS                PIC X VALUE 'N'.
          88 TEM-CONTRATOS                VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-ALUNOS                   PIC X VALUE 'N'.
          88 TEM-ALUNOS                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-MENSALIDADES             PIC X VALUE 'N'.
          88 TEM-MENSALIDADES             VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTATOS                 PIC X VALUE 'N'.
          88 TEM-CONTATOS                 VALUE 'S' FALSE 'N'.
       77 WS-MODELO-CARREGADO             PIC X VALUE 'N'.
          88 MODELO-CARREGADO             VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ACHADO                 PIC X VALUE 'N'.
          88 ALUNO-ACHADO                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-ANO-BASE                     PIC 9(04) VALUE ZEROS.
       77 WS-ANO-TXT                      PIC 9(04) VALUE ZEROS.
       77 WS-ID-PAGADOR                   PIC 9(06) VALUE ZEROS.
       77 WS-MES-DEBITO                   PIC 9(02) VALUE ZEROS.
       77 WS-SITUACAO-MES                 PIC X(01) VALUE SPACES.
       77 WS-ANOMES-INI                   PIC 9(06) VALUE ZEROS.
       77 WS-ANOMES-FIM                   PIC 9(06) VALUE ZEROS.
       77 WS-CONTRATO-MENS                PIC 9(06) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-MES                      PIC 9(02) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EMITIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA-EMITIDAS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-QUITADO              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEVOLUCAO                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INATIVOS                 PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-TAB-NOMES-MES                VALUE
              'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
          03 WS-NOME-MES                  PIC X(03) OCCURS 12 TIMES.
       77 WS-TXT-MESES                    PIC X(60) VALUE SPACES.
       77 WS-TXT-EXCLUIDOS                PIC X(60) VALUE SPACES.
       77 WS-PTR-MESES                    PIC 9(02) VALUE ZEROS.
       77 WS-PTR-EXCLUIDOS                PIC 9(02) VALUE ZEROS.
      *
      * MOTOR DE MODELO (MESMO DE CARCNTT/COBFIN)
      *
       77 WS-QTD-LINHAS-MODELO            PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-MODELO.
          03 WS-LINHA-MODELO              OCCURS 60 TIMES PIC X(080).
       77 WS-IND-LINHA                    PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TRABALHO               PIC X(080) VALUE SPACES.
       77 WS-LINHA-SAIDA                  PIC X(080) VALUE SPACES.
       77 WS-PTR-IN                       PIC 9(03) VALUE ZEROS.
       77 WS-PTR-OUT                      PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-CAMPO                  PIC X(60) VALUE SPACES.
       77 WS-TM-VALOR                     PIC 99 VALUE ZEROS.
       77 WS-LEN-VALOR                    PIC 99 VALUE ZEROS.
       77 WS-TAM-MARCADOR                 PIC 99 VALUE ZEROS.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENC-AAAA                 PIC 9(04).
          03 WS-VENC-MM                   PIC 9(02).
          03 WS-VENC-DD                   PIC 9(02).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-LINHA-REGISTRO.
          03 WS-LR-CONTATO                PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-NOME                   PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-MESES                  PIC X(12).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-SITUACAO               PIC X(12).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-DT-EMISSAO             PIC X(10).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-OPERADOR               PIC X(06).
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

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** DECLARACAO ANUAL DE QUITACAO DE DEBITOS ***'
           SET LK-SUCESSO          TO TRUE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO

           DISPLAY 'DIGITE: <G> APURAR E EMITIR AS DECLARACOES DO ANO '
                   'OU <L> LISTAR O REGISTRO DE EMISSAO: '
           ACCEPT WS-OPCAO

           COMPUTE WS-ANO-BASE = WS-HOJE-AAAA - 1
           DISPLAY 'Informe o ano-base (ENTER = ' WS-ANO-BASE '): '
           ACCEPT WS-ANO-TXT
           IF WS-ANO-TXT IS NUMERIC AND WS-ANO-TXT GREATER THAN ZEROS
               MOVE WS-ANO-TXT      TO WS-ANO-BASE
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'G'
               WHEN 'g'
                   MOVE 'DQAFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-APURA-ANO
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'L'
               WHEN 'l'
                   PERFORM P700-LISTA-REGISTRO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * APURACAO DO ANO-BASE: DESCARTA O QUE NAO FOI EMITIDO NA RODADA
      * ANTERIOR, MARCA OS MESES PELOS CONTRATOS E PELAS MENSALIDADES E
      * EMITE AS DECLARACOES PENDENTES
      ******************************************************************
       P200-APURA-ANO.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS

           IF WS-ANO-BASE NOT LESS THAN WS-HOJE-AAAA
               DISPLAY 'ANO-BASE AINDA NAO ENCERRADO!'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANOMES-INI = WS-ANO-BASE * 100 + 1
           COMPUTE WS-ANOMES-FIM = WS-ANO-BASE * 100 + 12

           PERFORM P250-ABRE-DECLARACOES
           IF NOT FS-DQT-OK
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTRATOS
           IF FS-OK
               SET TEM-CONTRATOS    TO TRUE
           ELSE
               SET TEM-CONTRATOS    TO FALSE
               IF WS-FS NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO      TO TRUE
                   CLOSE DECLARACOES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS   TO TRUE
           ELSE
               SET TEM-PAGAMENTOS   TO FALSE
           END-IF
           OPEN INPUT STUDENT
           IF FS-STU-OK
               SET TEM-ALUNOS       TO TRUE
           ELSE
               SET TEM-ALUNOS       TO FALSE
           END-IF
           OPEN INPUT MENSALIDADES
           IF FS-MEN-OK
               SET TEM-MENSALIDADES TO TRUE
           ELSE
               SET TEM-MENSALIDADES TO FALSE
           END-IF

           PERFORM P210-DESCARTA-PENDENTES

           IF TEM-CONTRATOS
               PERFORM P300-VARRE-CONTRATOS
           END-IF
           IF TEM-MENSALIDADES AND TEM-ALUNOS
               PERFORM P400-VARRE-MENSALIDADES
           END-IF

           PERFORM P500-EMITE-DECLARACOES

           CLOSE DECLARACOES
           IF TEM-CONTRATOS
               CLOSE CONTRATOS
           END-IF
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-ALUNOS
               CLOSE STUDENT
           END-IF
           IF TEM-MENSALIDADES
               CLOSE MENSALIDADES
           END-IF

           DISPLAY 'ANO-BASE.................: ' WS-ANO-BASE
           DISPLAY 'CONTRATOS/COBRANCAS LIDOS: ' WS-QTD-LIDOS
           DISPLAY 'SEM CONTATO PAGADOR......: ' WS-QTD-REJEITADOS
           DISPLAY 'DECLARACOES EMITIDAS.....: ' WS-QTD-EMITIDAS
           DISPLAY 'JA EMITIDAS ANTES........: ' WS-QTD-JA-EMITIDAS
           DISPLAY 'SEM MES QUITADO..........: ' WS-QTD-SEM-QUITADO
           DISPLAY 'DEVOLUCAO DO CORREIO.....: ' WS-QTD-DEVOLUCAO
           DISPLAY 'CONTATO INATIVO..........: ' WS-QTD-INATIVOS
           .
       P200-FIM.

       P210-DESCARTA-PENDENTES.
           SET EOF-DQT-OK           TO FALSE
           MOVE WS-ANO-BASE         TO DQT-ANO
           MOVE ZEROS               TO DQT-ID-CONTATO
           START DECLARACOES KEY IS NOT LESS THAN DQT-CHAVE
               INVALID KEY
                   SET EOF-DQT-OK   TO TRUE
           END-START

           PERFORM P215-DESCARTA-REGISTRO UNTIL EOF-DQT-OK
           .
       P210-FIM.

       P215-DESCARTA-REGISTRO.
           READ DECLARACOES NEXT RECORD
               AT END
                   SET EOF-DQT-OK   TO TRUE
               NOT AT END
                   IF DQT-ANO NOT EQUAL WS-ANO-BASE
                       SET EOF-DQT-OK TO TRUE
                   ELSE
                       IF NOT DQT-EMITIDA
                           DELETE DECLARACOES RECORD
                       END-IF
                   END-IF
           END-READ
           .
       P215-FIM.

       P250-ABRE-DECLARACOES.
           SET FS-DQT-OK            TO TRUE
           OPEN I-O DECLARACOES
           IF WS-FS-DQT EQUAL 35
               OPEN OUTPUT DECLARACOES
               CLOSE DECLARACOES
               OPEN I-O DECLARACOES
           END-IF
           IF NOT FS-DQT-OK
               DISPLAY 'ERRO AO ABRIR DECL_QUITACAO.dat.'
               MOVE WS-FS-DQT       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-DQT ' - ' WS-FS-MSG
           END-IF
           .
       P250-FIM.

      ******************************************************************
      * CONTRATOS: CADA PARCELA COM VENCIMENTO NO ANO-BASE MARCA O MES
      * COMO QUITADO OU EM ABERTO PARA O CONTATO DO CONTRATO
      ******************************************************************
       P300-VARRE-CONTRATOS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P310-LE-CONTRATO UNTIL EOF-OK
           .
       P300-FIM.

       P310-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF NOT REG-CONTRATO-CANCELADO
                       ADD 1        TO WS-QTD-LIDOS
                       IF REG-ID-CONTATO EQUAL ZEROS
                           ADD 1    TO WS-QTD-REJEITADOS
                       ELSE
                           MOVE REG-ID-CONTATO TO WS-ID-PAGADOR
                           PERFORM P320-AVALIA-PARCELA
                               VARYING WS-IND-PARCELA FROM 1 BY 1
                               UNTIL WS-IND-PARCELA GREATER THAN
                                     REG-NUM-PARCELAS
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-AVALIA-PARCELA.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA      TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           IF WS-VENC-AAAA NOT EQUAL WS-ANO-BASE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VENC-MM          TO WS-MES-DEBITO
           IF REG-CONTRATO-QUITADO
               MOVE 'Q'             TO WS-SITUACAO-MES
           ELSE
               PERFORM P330-SOMA-PARCELA
               IF WS-TOTAL-PAGO-PARC NOT LESS THAN WS-VR-PARCELA-NUM
                   MOVE 'Q'         TO WS-SITUACAO-MES
               ELSE
                   MOVE 'A'         TO WS-SITUACAO-MES
               END-IF
           END-IF

           PERFORM P600-MARCA-MES
           .
       P320-FIM.

       P330-SOMA-PARCELA.
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

               PERFORM P335-LE-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF
           .
       P330-FIM.

       P335-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
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
       P335-FIM.

      ******************************************************************
      * MENSALIDADES COBRADAS NO ANO-BASE (CONTRATO 900000 + ALUNO NA
      * MAQUINA DE PAGAMENTOS), EM NOME DO RESPONSAVEL FINANCEIRO
      ******************************************************************
       P400-VARRE-MENSALIDADES.
           SET EOF-OK               TO FALSE
           MOVE WS-ANOMES-INI       TO MEN-ANOMES
           MOVE ZEROS               TO MEN-CD-STUDENT
           START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P410-LE-MENSALIDADE UNTIL EOF-OK
           .
       P400-FIM.

       P410-LE-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF MEN-ANOMES GREATER THAN WS-ANOMES-FIM
                       SET EOF-OK   TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P420-AVALIA-MENSALIDADE
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-AVALIA-MENSALIDADE.
           SET ALUNO-ACHADO         TO TRUE
           MOVE MEN-CD-STUDENT      TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   SET ALUNO-ACHADO TO FALSE
           END-READ

           MOVE ZEROS               TO WS-ID-PAGADOR
           IF ALUNO-ACHADO
               IF RESP1-CONTATO GREATER THAN ZEROS
                   MOVE RESP1-CONTATO TO WS-ID-PAGADOR
               ELSE
                   MOVE RESP2-CONTATO TO WS-ID-PAGADOR
               END-IF
           END-IF
           IF WS-ID-PAGADOR EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           COMPUTE WS-CONTRATO-MENS = 900000 + MEN-CD-STUDENT
           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE WS-CONTRATO-MENS TO PAG-NUM-CONTRATO
               MOVE MEN-NUM-PARCELA  TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P425-LE-PAGTO-MENSALIDADE UNTIL EOF-PAG-OK
           END-IF

           MOVE MEN-MES             TO WS-MES-DEBITO
           IF WS-TOTAL-PAGO-PARC NOT LESS THAN MEN-VALOR
               MOVE 'Q'             TO WS-SITUACAO-MES
           ELSE
               MOVE 'A'             TO WS-SITUACAO-MES
           END-IF

           PERFORM P600-MARCA-MES
           .
       P420-FIM.

       P425-LE-PAGTO-MENSALIDADE.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-CONTRATO-MENS AND
                      PAG-NUM-PARCELA EQUAL MEN-NUM-PARCELA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P425-FIM.

      ******************************************************************
      * EMISSAO: CADA REGISTRO PENDENTE DO ANO COM PELO MENOS UM MES
      * QUITADO VIRA DECLARACAO; O DESTINO FICA GRAVADO NO REGISTRO
      ******************************************************************
       P500-EMITE-DECLARACOES.
           MOVE ZEROS               TO WS-QTD-EMITIDAS
           MOVE ZEROS               TO WS-QTD-JA-EMITIDAS
           MOVE ZEROS               TO WS-QTD-SEM-QUITADO
           MOVE ZEROS               TO WS-QTD-DEVOLUCAO
           MOVE ZEROS               TO WS-QTD-INATIVOS

           PERFORM P550-CARREGA-MODELO
           IF NOT MODELO-CARREGADO
               EXIT PARAGRAPH
           END-IF

           SET FS-CTT-OK            TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CTT-OK
               SET TEM-CONTATOS     TO TRUE
           ELSE
               SET TEM-CONTATOS     TO FALSE
           END-IF

           MOVE 'DQAFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           SET EOF-DQT-OK           TO FALSE
           MOVE WS-ANO-BASE         TO DQT-ANO
           MOVE ZEROS               TO DQT-ID-CONTATO
           START DECLARACOES KEY IS NOT LESS THAN DQT-CHAVE
               INVALID KEY
                   SET EOF-DQT-OK   TO TRUE
           END-START

           PERFORM P510-LE-DECLARACAO UNTIL EOF-DQT-OK

           CLOSE ARQ-IMPRESSAO
           IF TEM-CONTATOS
               CLOSE CONTATOS
           END-IF
           DISPLAY 'DECLARACOES GRAVADAS EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-LE-DECLARACAO.
           READ DECLARACOES NEXT RECORD
               AT END
                   SET EOF-DQT-OK   TO TRUE
               NOT AT END
                   IF DQT-ANO NOT EQUAL WS-ANO-BASE
                       SET EOF-DQT-OK TO TRUE
                   ELSE
                       IF DQT-PENDENTE
                           PERFORM P520-DESTINA-DECLARACAO
                       ELSE
                           ADD 1    TO WS-QTD-JA-EMITIDAS
                       END-IF
                   END-IF
           END-READ
           .
       P510-FIM.

       P520-DESTINA-DECLARACAO.
           PERFORM P525-MONTA-MESES

           EVALUATE TRUE
               WHEN DQT-QTD-QUITADOS EQUAL ZEROS
                   SET DQT-SEM-MES-QUITADO TO TRUE
                   ADD 1            TO WS-QTD-SEM-QUITADO
               WHEN OTHER
                   PERFORM P540-BUSCA-CONTATO
                   EVALUATE TRUE
                       WHEN NOT WS-ST-ATIVO
                           SET DQT-CONTATO-INATIVO TO TRUE
                           ADD 1    TO WS-QTD-INATIVOS
                           DISPLAY 'CONTATO ' DQT-ID-CONTATO
                                   ' NAO CADASTRADO/INATIVO - '
                                   'DECLARACAO NAO EMITIDA.'
                       WHEN WS-DEV-CORREIO-SIM
                           SET DQT-DEVOLUCAO-CORREIO TO TRUE
                           ADD 1    TO WS-QTD-DEVOLUCAO
                           DISPLAY 'CONTATO ' DQT-ID-CONTATO
                                   ' COM DEVOLUCAO DO CORREIO - '
                                   'DECLARACAO NAO EMITIDA.'
                       WHEN OTHER
                           PERFORM P530-GRAVA-DECLARACAO
                           SET DQT-EMITIDA TO TRUE
                           MOVE WS-DATA-HOJE TO DQT-DT-EMISSAO
                           MOVE LK-OPERADOR  TO DQT-OPERADOR
                           MOVE WS-NOME-SPOOL TO DQT-NOME-SPOOL
                           ADD 1    TO WS-QTD-EMITIDAS
                   END-EVALUATE
           END-EVALUATE

           REWRITE REG-DECL-QUITACAO
           ADD 1                    TO WS-QTD-GRAVADOS
           .
       P520-FIM.

       P525-MONTA-MESES.
           MOVE ZEROS               TO DQT-QTD-QUITADOS
           MOVE ZEROS               TO DQT-QTD-ABERTOS
           MOVE SPACES              TO WS-TXT-MESES
           MOVE SPACES              TO WS-TXT-EXCLUIDOS
           MOVE 1                   TO WS-PTR-MESES
           MOVE 1                   TO WS-PTR-EXCLUIDOS

           PERFORM P527-MONTA-MES
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES GREATER THAN 12

           IF DQT-QTD-ABERTOS EQUAL ZEROS
               MOVE 'NENHUM'        TO WS-TXT-EXCLUIDOS
           END-IF
           .
       P525-FIM.

       P527-MONTA-MES.
           IF DQT-MES-QUITADO(WS-IND-MES)
               ADD 1                TO DQT-QTD-QUITADOS
               STRING WS-NOME-MES(WS-IND-MES) ' '
                      DELIMITED BY SIZE INTO WS-TXT-MESES
                      WITH POINTER WS-PTR-MESES
               END-STRING
           END-IF
           IF DQT-MES-ABERTO(WS-IND-MES)
               ADD 1                TO DQT-QTD-ABERTOS
               STRING WS-NOME-MES(WS-IND-MES) ' '
                      DELIMITED BY SIZE INTO WS-TXT-EXCLUIDOS
                      WITH POINTER WS-PTR-EXCLUIDOS
               END-STRING
           END-IF
           .
       P527-FIM.

       P530-GRAVA-DECLARACAO.
           IF WS-QTD-EMITIDAS GREATER THAN ZEROS
               MOVE X'0C'           TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           PERFORM P560-MONTA-LINHA
               VARYING WS-IND-LINHA FROM 1 BY 1
               UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS-MODELO
           .
       P530-FIM.

       P540-BUSCA-CONTATO.
           MOVE SPACES              TO WS-REGISTRO
           SET WS-ST-INATIVO        TO TRUE

           IF TEM-CONTATOS
               MOVE DQT-ID-CONTATO  TO ID-CONTATO
               READ CONTATOS INTO WS-REGISTRO
                   KEY IS ID-CONTATO
                   INVALID KEY
                       SET WS-ST-INATIVO TO TRUE
               END-READ
           END-IF
           .
       P540-FIM.

       P550-CARREGA-MODELO.
           SET MODELO-CARREGADO     TO FALSE
           SET FS-MOD-OK            TO TRUE
           SET EOF-MOD-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-LINHAS-MODELO

           OPEN INPUT MODELO

           IF WS-FS-MOD EQUAL 35
               DISPLAY 'MODELO CARTA_QUITACAO.TXT NAO ENCONTRADO! '
                       'CRIE O MODELO COM OS MARCADORES &NOME, &ANO, '
                       '&MESES E &EXCLUIDOS. NENHUMA DECLARACAO FOI '
                       'EMITIDA; O REGISTRO FICA PENDENTE.'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-MOD-OK
               DISPLAY 'ERRO AO ABRIR O MODELO CARTA_QUITACAO.TXT'
               MOVE WS-FS-MOD       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-MOD ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P555-LE-MODELO UNTIL EOF-MOD-OK
           CLOSE MODELO
           IF WS-QTD-LINHAS-MODELO GREATER THAN ZEROS
               SET MODELO-CARREGADO TO TRUE
           END-IF
           .
       P550-FIM.

       P555-LE-MODELO.
           READ MODELO
               AT END
                   SET EOF-MOD-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-LINHAS-MODELO LESS THAN 60
                       ADD 1        TO WS-QTD-LINHAS-MODELO
                       MOVE REG-MODELO TO
                            WS-LINHA-MODELO(WS-QTD-LINHAS-MODELO)
                   END-IF
           END-READ
           .
       P555-FIM.

       P560-MONTA-LINHA.
           MOVE WS-LINHA-MODELO(WS-IND-LINHA) TO WS-LINHA-TRABALHO
           MOVE SPACES              TO WS-LINHA-SAIDA
           MOVE 1                   TO WS-PTR-IN
           MOVE 1                   TO WS-PTR-OUT

           PERFORM P565-COPIA-TRECHO
               UNTIL WS-PTR-IN GREATER THAN 80 OR
                     WS-PTR-OUT GREATER THAN 80

           MOVE WS-LINHA-SAIDA      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P560-FIM.

       P565-COPIA-TRECHO.
           MOVE ZEROS               TO WS-TAM-MARCADOR

           IF WS-LINHA-TRABALHO(WS-PTR-IN:1) EQUAL '&'
               EVALUATE TRUE
                   WHEN WS-PTR-IN NOT GREATER THAN 71 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:10)
                        EQUAL '&EXCLUIDOS'
                       MOVE 10 TO WS-TAM-MARCADOR
                       MOVE WS-TXT-EXCLUIDOS TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 74 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:7)
                        EQUAL '&CIDADE'
                       MOVE 7  TO WS-TAM-MARCADOR
                       MOVE WS-END-CIDADE TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&MESES'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-TXT-MESES TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 76 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:5)
                        EQUAL '&NOME'
                       MOVE 5  TO WS-TAM-MARCADOR
                       MOVE WS-NM-CONTATO TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 76 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:5)
                        EQUAL '&DATA'
                       MOVE 5  TO WS-TAM-MARCADOR
                       MOVE WS-DATA-EXTENSO TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 77 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:4)
                        EQUAL '&RUA'
                       MOVE 4  TO WS-TAM-MARCADOR
                       MOVE WS-END-RUA TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 77 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:4)
                        EQUAL '&ANO'
                       MOVE 4  TO WS-TAM-MARCADOR
                       MOVE WS-ANO-BASE TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 78 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:3)
                        EQUAL '&UF'
                       MOVE 3  TO WS-TAM-MARCADOR
                       MOVE WS-END-ESTADO TO WS-VALOR-CAMPO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-TAM-MARCADOR GREATER THAN ZEROS
               MOVE ZEROS           TO WS-TM-VALOR
               INSPECT FUNCTION REVERSE(WS-VALOR-CAMPO)
                       TALLYING WS-TM-VALOR FOR LEADING ' '
               COMPUTE WS-LEN-VALOR =
                       FUNCTION LENGTH(WS-VALOR-CAMPO) - WS-TM-VALOR
               IF WS-LEN-VALOR GREATER THAN ZEROS
                   STRING WS-VALOR-CAMPO(1:WS-LEN-VALOR)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
                          WITH POINTER WS-PTR-OUT
                   END-STRING
               END-IF
               ADD WS-TAM-MARCADOR  TO WS-PTR-IN
           ELSE
               MOVE WS-LINHA-TRABALHO(WS-PTR-IN:1)
                 TO WS-LINHA-SAIDA(WS-PTR-OUT:1)
               ADD 1                TO WS-PTR-IN
               ADD 1                TO WS-PTR-OUT
           END-IF
           .
       P565-FIM.

      ******************************************************************
      * MARCA O MES WS-MES-DEBITO DO CONTATO WS-ID-PAGADOR: UM DEBITO EM
      * ABERTO NO MES PREVALECE SOBRE OS PAGOS; REGISTRO JA EMITIDO NAO
      * E MAIS ALTERADO
      ******************************************************************
       P600-MARCA-MES.
           MOVE WS-ANO-BASE         TO DQT-ANO
           MOVE WS-ID-PAGADOR       TO DQT-ID-CONTATO
           READ DECLARACOES
               KEY IS DQT-CHAVE
               INVALID KEY
                   MOVE SPACES      TO DQT-MESES
                   MOVE ZEROS       TO DQT-QTD-QUITADOS
                   MOVE ZEROS       TO DQT-QTD-ABERTOS
                   SET DQT-PENDENTE TO TRUE
                   MOVE ZEROS       TO DQT-DT-EMISSAO
                   MOVE SPACES      TO DQT-OPERADOR
                   MOVE SPACES      TO DQT-NOME-SPOOL
                   MOVE WS-SITUACAO-MES TO DQT-MES(WS-MES-DEBITO)
                   WRITE REG-DECL-QUITACAO
               NOT INVALID KEY
                   IF DQT-PENDENTE AND
                      NOT DQT-MES-ABERTO(WS-MES-DEBITO)
                       MOVE WS-SITUACAO-MES
                                    TO DQT-MES(WS-MES-DEBITO)
                       REWRITE REG-DECL-QUITACAO
                   END-IF
           END-READ
           .
       P600-FIM.

      ******************************************************************
      * REGISTRO DE EMISSAO DE UM ANO-BASE NO SPOOL
      ******************************************************************
       P700-LISTA-REGISTRO.
           SET FS-DQT-OK            TO TRUE
           OPEN INPUT DECLARACOES
           IF NOT FS-DQT-OK
               DISPLAY 'NENHUMA DECLARACAO APURADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           SET FS-CTT-OK            TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CTT-OK
               SET TEM-CONTATOS     TO TRUE
           ELSE
               SET TEM-CONTATOS     TO FALSE
           END-IF

           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-EMITIDAS
           MOVE 'DQAFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'REGISTRO DAS DECLARACOES DE QUITACAO - ANO-BASE '
                  WS-ANO-BASE ' - EMITIDO EM ' WS-DATA-EXTENSO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTAT NOME                 JFMAMJJASOND '
                  'SITUACAO     EMISSAO    OPER.'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           SET EOF-DQT-OK           TO FALSE
           MOVE WS-ANO-BASE         TO DQT-ANO
           MOVE ZEROS               TO DQT-ID-CONTATO
           START DECLARACOES KEY IS NOT LESS THAN DQT-CHAVE
               INVALID KEY
                   SET EOF-DQT-OK   TO TRUE
           END-START

           PERFORM P710-LISTA-DECLARACAO UNTIL EOF-DQT-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTATOS NO REGISTRO: ' WS-QTD-LIDOS
                  '  DECLARACOES EMITIDAS: ' WS-QTD-EMITIDAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           IF TEM-CONTATOS
               CLOSE CONTATOS
           END-IF
           CLOSE DECLARACOES
           DISPLAY 'REGISTRO GRAVADO EM ' WS-NOME-SPOOL
           .
       P700-FIM.

       P710-LISTA-DECLARACAO.
           READ DECLARACOES NEXT RECORD
               AT END
                   SET EOF-DQT-OK   TO TRUE
               NOT AT END
                   IF DQT-ANO NOT EQUAL WS-ANO-BASE
                       SET EOF-DQT-OK TO TRUE
                   ELSE
                       PERFORM P720-LINHA-REGISTRO
                   END-IF
           END-READ
           .
       P710-FIM.

       P720-LINHA-REGISTRO.
           ADD 1                    TO WS-QTD-LIDOS
           PERFORM P540-BUSCA-CONTATO
           MOVE DQT-ID-CONTATO      TO WS-LR-CONTATO
           MOVE WS-NM-CONTATO       TO WS-LR-NOME
           MOVE DQT-MESES           TO WS-LR-MESES
           MOVE SPACES              TO WS-LR-DT-EMISSAO
           MOVE DQT-OPERADOR        TO WS-LR-OPERADOR
           EVALUATE TRUE
               WHEN DQT-EMITIDA
                   ADD 1            TO WS-QTD-EMITIDAS
                   MOVE 'EMITIDA'   TO WS-LR-SITUACAO
                   MOVE DQT-DT-EMISSAO TO WS-DATA-AUX
                   STRING WS-AUX-DD '/' WS-AUX-MM '/' WS-AUX-AAAA
                          DELIMITED BY SIZE INTO WS-LR-DT-EMISSAO
               WHEN DQT-SEM-MES-QUITADO
                   MOVE 'SEM QUITACAO' TO WS-LR-SITUACAO
               WHEN DQT-DEVOLUCAO-CORREIO
                   MOVE 'DEVOL.CORR.' TO WS-LR-SITUACAO
               WHEN DQT-CONTATO-INATIVO
                   MOVE 'CTT INATIVO' TO WS-LR-SITUACAO
               WHEN OTHER
                   MOVE 'PENDENTE'  TO WS-LR-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-REGISTRO   TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P720-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM DQAFIN.
