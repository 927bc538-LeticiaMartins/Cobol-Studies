      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 12/12/2024
      * Purpose: EXTRATO MENSAL CONSOLIDADO DO CLIENTE -
      *          <G> GERA O EXTRATO DE UM MES ENCERRADO (PADRAO: MES
      *              ANTERIOR) EM EXTRATO_MENSAL.dat (FD_EXTM), JUNTANDO
      *              POR CONTATO TUDO O QUE ELE DEVE: OS CONTRATOS DE
      *              QUE E TITULAR (REG-ID-CONTATO) OU AVALISTA
      *              (REG-ID-AVALISTA) E AS MENSALIDADES DOS ALUNOS DE
      *              QUE E RESPONSAVEL (RESP1/RESP2-CONTATO, FAIXA
      *              900000 DE PAGAMENTOS.dat, VER MENSESC). POR ITEM:
      *              O PAGO NO MES (PAGAMENTOS NAO ESTORNADOS), AS
      *              PARCELAS EM ABERTO E AS VENCIDAS NO ULTIMO DIA DO
      *              MES, O QUE VENCE NO MES SEGUINTE E O SALDO EM
      *              ABERTO. DEPOIS EMITE UMA CARTA POR CONTATO NO SPOOL
      *              PELO MOTOR DE MODELO DE COBFIN (CARTA_EXTRATO.TXT,
      *              MARCADORES &NOME, &RUA, &CIDADE, &UF, &DATA, &MES,
      *              &PAGOMES, &VENCIDO, &AVENCER, &TOTAL E &SALDO; A
      *              LINHA COM &DETALHE SAI UMA VEZ POR ITEM). CONTATO
      *              COM DEVOLUCAO DO CORREIO OU SEM CONSENTIMENTO DE
      *              CORRESPONDENCIA FICA SEM CARTA, COMO EM CARCNTT.
      *              NO PLANO NOTURNO (DIA 01) GERA O MES QUE ACABOU;
      *          <R> REEMITE A CARTA DE UM CONTATO (2A VIA) A PARTIR DO
      *              EXTRATO GRAVADO, SEM RECALCULAR
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCFIN.

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

               SELECT EXTRATOS ASSIGN TO
               'EXTRATO_MENSAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS EXM-CHAVE
               FILE STATUS IS WS-FS-EXM.

               SELECT MODELO ASSIGN TO
               'CARTA_EXTRATO.TXT'
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
              05 MEN-CD-STUDENT          PIC 9(05).
           03 MEN-VALOR                  PIC 9(06)V99.
           03 MEN-DT-VENCIMENTO          PIC 9(08).
           03 MEN-NUM-PARCELA            PIC 9(03).

       FD CONTATOS.
          COPY FD_CONTT.

       FD EXTRATOS.
          COPY FD_EXTM.

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
       77 WS-FS-EXM                       PIC 99.
          88 FS-EXM-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-EXM                      PIC X.
          88 EOF-EXM-OK                   VALUE 'S' FALSE 'N'.
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
       77 WS-SEGUNDA-VIA                  PIC X VALUE 'N'.
          88 SEGUNDA-VIA                  VALUE 'S' FALSE 'N'.
       77 WS-MODELO-CARREGADO             PIC X VALUE 'N'.
          88 MODELO-CARREGADO             VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ACHADO                 PIC X VALUE 'N'.
          88 ALUNO-ACHADO                 VALUE 'S' FALSE 'N'.
       77 WS-SALDO-ZERADO                 PIC X VALUE 'N'.
          88 SALDO-ZERADO                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-PERIODO                      PIC 9(06) VALUE ZEROS.
       77 WS-CONTATO-FILTRO               PIC 9(06) VALUE ZEROS.
       77 WS-CONTATO-ATUAL                PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-BASE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PROX                    PIC 9(07) VALUE ZEROS.
       77 WS-ANOMES-LIMITE                PIC 9(06) VALUE ZEROS.
       77 WS-DT-ULT-PAGTO                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTRATO-MENS                PIC 9(06) VALUE ZEROS.
       77 WS-IND-PARC                     PIC 9(03) VALUE ZEROS.
       77 WS-VR-FACE                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PAGO-BASE                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PAGO-NO-MES               PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-SALDO-PARCELA             PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CARTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CARTA                PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
      *
      * ITEM EM APURACAO, ACUMULADO EM EXTRATO_MENSAL.dat POR P600
      *
       01 WS-ITEM.
          03 WS-IT-CHAVE.
             05 WS-IT-PERIODO             PIC 9(06).
             05 WS-IT-ID-CONTATO          PIC 9(06).
             05 WS-IT-TIPO                PIC X(01).
             05 WS-IT-NUMERO              PIC 9(06).
          03 WS-IT-DESCRICAO              PIC X(20).
          03 WS-IT-VR-PAGO-MES            PIC 9(08)V99.
          03 WS-IT-QTD-ABERTAS            PIC 9(03).
          03 WS-IT-QTD-VENCIDAS           PIC 9(03).
          03 WS-IT-VR-VENCIDO             PIC 9(08)V99.
          03 WS-IT-VR-A-VENCER            PIC 9(08)V99.
          03 WS-IT-VR-SALDO               PIC 9(08)V99.
      *
      * ITENS DO CONTATO DA CARTA CORRENTE
      *
       77 WS-QTD-ITENS                    PIC 9(02) VALUE ZEROS.
       77 WS-MAX-ITENS                    PIC 9(02) VALUE 50.
       77 WS-IND-ITEM                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ITENS.
          03 WS-TI-ITEM                   OCCURS 50 TIMES.
             05 WS-TI-TIPO                PIC X(01).
             05 WS-TI-NUMERO              PIC 9(06).
             05 WS-TI-DESCRICAO           PIC X(20).
             05 WS-TI-VR-PAGO-MES         PIC 9(08)V99.
             05 WS-TI-QTD-ABERTAS         PIC 9(03).
             05 WS-TI-QTD-VENCIDAS        PIC 9(03).
             05 WS-TI-VR-VENCIDO          PIC 9(08)V99.
             05 WS-TI-VR-A-VENCER         PIC 9(08)V99.
             05 WS-TI-VR-SALDO            PIC 9(08)V99.
       77 WS-CT-VR-PAGO-MES               PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-VENCIDO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-A-VENCER               PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-TOTAL                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-PAGO-MSK                     PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VENCIDO-MSK                  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-A-VENCER-MSK                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-DETALHE.
          03 WS-LD-TIPO                   PIC X(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-NUMERO                 PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DESCRICAO              PIC X(12).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-QTD-ABERTAS            PIC Z9.
          03 FILLER                       PIC X(01) VALUE '/'.
          03 WS-LD-QTD-VENCIDAS           PIC Z9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-PAGO-MES            PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-VENCIDO             PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-A-VENCER            PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-SALDO               PIC ZZZ.ZZ9,99.
      *
      * MOTOR DE MODELO (MESMO DE COBFIN)
      *
       77 WS-QTD-LINHAS-MODELO            PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-MODELO.
          03 WS-LINHA-MODELO              OCCURS 60 TIMES PIC X(080).
       77 WS-IND-LINHA                    PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TRABALHO               PIC X(080) VALUE SPACES.
       77 WS-LINHA-SAIDA                  PIC X(080) VALUE SPACES.
       77 WS-PTR-IN                       PIC 9(03) VALUE ZEROS.
       77 WS-PTR-OUT                      PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-CAMPO                  PIC X(30) VALUE SPACES.
       77 WS-TM-VALOR                     PIC 99 VALUE ZEROS.
       77 WS-LEN-VALOR                    PIC 99 VALUE ZEROS.
       77 WS-TAM-MARCADOR                 PIC 99 VALUE ZEROS.
       77 WS-QTD-DETALHE                  PIC 99 VALUE ZEROS.
       77 WS-MES-EXTENSO                  PIC X(07) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 FILLER REDEFINES WS-HOJE-AAAAMM.
             05 WS-HOJE-AAAA              PIC 9(04).
             05 WS-HOJE-MM                PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
       01 WS-DATA-INICIO                  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BASE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM-PROX                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAA                  PIC 9(04).
          03 WS-AUX-MM                    PIC 9(02).
          03 WS-AUX-DD                    PIC 9(02).
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
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** EXTRATO MENSAL CONSOLIDADO DO CLIENTE ***'
           SET LK-SUCESSO          TO TRUE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO

           IF LK-MODO-BATCH
               MOVE 'G'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <G> GERAR O EXTRATO DO MES E AS '
                       'CARTAS OU <R> REEMITIR A CARTA DE UM CONTATO '
                       '(2A VIA): '
               ACCEPT WS-OPCAO
               INSPECT WS-OPCAO CONVERTING 'gr' TO 'GR'
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'G'
                   MOVE 'EXCFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-GERA-EXTRATO
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'R'
                   SET EXIT-OK      TO FALSE
                   PERFORM P700-REEMITE THRU P700-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * PERIODO DO EXTRATO: SO MES ENCERRADO. DATA-BASE = ULTIMO DIA DO
      * MES; WS-DATA-FIM-PROX = ULTIMO DIA DO MES SEGUINTE (O QUE VENCE
      * ATE ALI ENTRA NO TOTAL A PAGAR)
      ******************************************************************
       P100-DEFINE-PERIODO.
           IF LK-MODO-BATCH
      *        NO PLANO NOTURNO (DIA 01) GERA O MES QUE ACABOU
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               PERFORM P110-MES-ANTERIOR
               MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
           ELSE
               DISPLAY 'PERIODO (AAAAMM, ZEROS = MES ANTERIOR): '
               ACCEPT WS-PERIODO
               IF WS-PERIODO EQUAL ZEROS
                   MOVE WS-DATA-HOJE TO WS-DATA-AUX
                   PERFORM P110-MES-ANTERIOR
                   MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE 01                  TO WS-AUX-DD
           IF WS-AUX-MM LESS THAN 1 OR WS-AUX-MM GREATER THAN 12
               DISPLAY 'PERIODO INVALIDO!'
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO NOT LESS THAN WS-HOJE-AAAAMM
               DISPLAY 'O MES AINDA NAO TERMINOU - SO MES ENCERRADO '
                       'TEM EXTRATO!'
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-AUX         TO WS-DATA-INICIO
           MOVE SPACES              TO WS-MES-EXTENSO
           STRING WS-AUX-MM '/' WS-AUX-AAAA
                  DELIMITED BY SIZE INTO WS-MES-EXTENSO

           PERFORM P120-PROXIMO-MES
           COMPUTE WS-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-BASE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-BASE)
           PERFORM P120-PROXIMO-MES
           COMPUTE WS-DIAS-PROX =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-FIM-PROX =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-PROX)

      *    O NUMERO DE PARCELA DA MENSALIDADE SE REPETE A CADA 10 ANOS
           COMPUTE WS-ANOMES-LIMITE = WS-PERIODO - 1000

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

       P120-PROXIMO-MES.
           IF WS-AUX-MM EQUAL 12
               ADD 1                TO WS-AUX-AAAA
               MOVE 1               TO WS-AUX-MM
           ELSE
               ADD 1                TO WS-AUX-MM
           END-IF
           .
       P120-FIM.

      ******************************************************************
      * GERACAO DO MES: APAGA O QUE JA EXISTIA DO PERIODO (A GERACAO
      * PODE SER REPETIDA), APURA CONTRATOS E MENSALIDADES E EMITE AS
      * CARTAS DE TODOS OS CONTATOS
      ******************************************************************
       P200-GERA-EXTRATO.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS

           PERFORM P100-DEFINE-PERIODO
           IF WS-PERIODO EQUAL ZEROS
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTRATOS
           IF NOT FS-OK AND WS-FS NOT EQUAL 35
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FS-OK
               SET TEM-CONTRATOS    TO TRUE
           ELSE
               SET TEM-CONTRATOS    TO FALSE
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

           PERFORM P250-ABRE-EXTRATOS
           IF NOT FS-EXM-OK
               SET LK-ERRO          TO TRUE
           ELSE
               PERFORM P210-LIMPA-PERIODO

               IF TEM-CONTRATOS
                   PERFORM P300-VARRE-CONTRATOS
               END-IF
               IF TEM-MENSALIDADES AND TEM-ALUNOS
                   PERFORM P430-VARRE-COBRANCAS
               END-IF

               MOVE ZEROS           TO WS-CONTATO-FILTRO
               SET SEGUNDA-VIA      TO FALSE
               PERFORM P500-EMITE-CARTAS
               CLOSE EXTRATOS
           END-IF

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

           DISPLAY 'PERIODO.................: ' WS-PERIODO
           DISPLAY 'CONTRATOS/COBRANCAS LIDOS: ' WS-QTD-LIDOS
           DISPLAY 'ITENS DE EXTRATO GRAVADOS: ' WS-QTD-GRAVADOS
           DISPLAY 'SEM CONTATO VINCULADO...: ' WS-QTD-REJEITADOS
           DISPLAY 'CARTAS EMITIDAS.........: ' WS-QTD-CARTAS
           DISPLAY 'CONTATOS SEM CARTA......: ' WS-QTD-SEM-CARTA
           .
       P200-FIM.

       P210-LIMPA-PERIODO.
           SET EOF-EXM-OK           TO FALSE
           MOVE WS-PERIODO          TO EXM-PERIODO
           MOVE ZEROS               TO EXM-ID-CONTATO
           MOVE SPACES              TO EXM-TIPO
           MOVE ZEROS               TO EXM-NUMERO
           START EXTRATOS KEY IS NOT LESS THAN EXM-CHAVE
               INVALID KEY
                   SET EOF-EXM-OK   TO TRUE
           END-START

           PERFORM P215-APAGA-ITEM UNTIL EOF-EXM-OK
           .
       P210-FIM.

       P215-APAGA-ITEM.
           READ EXTRATOS NEXT RECORD
               AT END
                   SET EOF-EXM-OK   TO TRUE
               NOT AT END
                   IF EXM-PERIODO NOT EQUAL WS-PERIODO
                       SET EOF-EXM-OK TO TRUE
                   ELSE
                       DELETE EXTRATOS RECORD
                   END-IF
           END-READ
           .
       P215-FIM.

       P250-ABRE-EXTRATOS.
           SET FS-EXM-OK            TO TRUE
           OPEN I-O EXTRATOS
           IF WS-FS-EXM EQUAL 35
               OPEN OUTPUT EXTRATOS
               CLOSE EXTRATOS
               OPEN I-O EXTRATOS
           END-IF
           IF NOT FS-EXM-OK
               DISPLAY 'ERRO AO ABRIR EXTRATO_MENSAL.dat.'
               MOVE WS-FS-EXM       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-EXM ' - ' WS-FS-MSG
           END-IF
           .
       P250-FIM.

      ******************************************************************
      * CONTRATOS EMITIDOS ATE A DATA-BASE: POR PARCELA, O PAGO NO MES
      * E O SALDO NA DATA-BASE (FACE MENOS O PAGO ATE ALI), SEPARADO EM
      * VENCIDO (VENCIMENTO ANTES DA DATA-BASE, COMO EM POSFIN) E A
      * VENCER NO MES SEGUINTE. CANCELADO, REFINANCIADO E BAIXADO NAO
      * TEM SALDO; QUITADO ATE A DATA-BASE TAMBEM NAO. O MESMO ITEM VAI
      * PARA O TITULAR E PARA O AVALISTA
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
                   IF REG-DT-CONTRATO NOT GREATER THAN WS-DATA-BASE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P320-APURA-CONTRATO
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-APURA-CONTRATO.
           PERFORM P610-ZERA-ITEM
           MOVE ZEROS               TO WS-DT-ULT-PAGTO

           SET SALDO-ZERADO         TO FALSE
           IF REG-CONTRATO-CANCELADO OR REG-CONTRATO-REFINANCIADO OR
              REG-CONTRATO-BAIXADO
               SET SALDO-ZERADO     TO TRUE
           END-IF

           PERFORM P330-APURA-PARCELA
               VARYING WS-IND-PARC FROM 1 BY 1
               UNTIL WS-IND-PARC GREATER THAN REG-NUM-PARCELAS

           IF REG-CONTRATO-QUITADO AND
              WS-DT-ULT-PAGTO NOT GREATER THAN WS-DATA-BASE
               PERFORM P615-ZERA-SALDO
           END-IF

           IF WS-IT-VR-PAGO-MES EQUAL ZEROS AND
              WS-IT-VR-SALDO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           IF REG-ID-CONTATO EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'CONTRATO ' REG-NUM-CONTRATO
                       ' SEM CONTATO VINCULADO - FORA DO EXTRATO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIODO          TO WS-IT-PERIODO
           MOVE REG-ID-CONTATO      TO WS-IT-ID-CONTATO
           MOVE 'C'                 TO WS-IT-TIPO
           MOVE REG-NUM-CONTRATO    TO WS-IT-NUMERO
           MOVE REG-OBJETO          TO WS-IT-DESCRICAO
           PERFORM P600-ACUMULA-ITEM

           IF REG-ID-AVALISTA GREATER THAN ZEROS AND
              REG-ID-AVALISTA NOT EQUAL REG-ID-CONTATO
               MOVE REG-ID-AVALISTA TO WS-IT-ID-CONTATO
               MOVE 'A'             TO WS-IT-TIPO
               PERFORM P600-ACUMULA-ITEM
           END-IF
           .
       P320-FIM.

       P330-APURA-PARCELA.
           MOVE REG-PARCELAS(WS-IND-PARC) TO WS-VR-FACE
           MOVE ZEROS               TO WS-VR-PAGO-BASE
           MOVE ZEROS               TO WS-VR-PAGO-NO-MES

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND-PARC      TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P335-LE-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF
           ADD WS-VR-PAGO-NO-MES    TO WS-IT-VR-PAGO-MES

           IF SALDO-ZERADO OR WS-VR-PAGO-BASE NOT LESS THAN WS-VR-FACE
               EXIT PARAGRAPH
           END-IF

           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARC         TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           COMPUTE WS-VR-SALDO-PARCELA = WS-VR-FACE - WS-VR-PAGO-BASE
           PERFORM P620-CLASSIFICA-SALDO
           .
       P330-FIM.

       P335-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARC
                       IF NOT PAG-ESTORNADO
                           PERFORM P345-TRATA-PAGAMENTO
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P335-FIM.

      ******************************************************************
      * PAGAMENTO NAO ESTORNADO: ENTRA NO PAGO NO MES SE FOI NO PERIODO
      * E ABATE O SALDO DA PARCELA SE FOI ATE A DATA-BASE
      ******************************************************************
       P345-TRATA-PAGAMENTO.
           IF PAG-DT-PAGAMENTO GREATER THAN WS-DT-ULT-PAGTO
               MOVE PAG-DT-PAGAMENTO TO WS-DT-ULT-PAGTO
           END-IF

           IF PAG-DT-PAGAMENTO NOT LESS THAN WS-DATA-INICIO AND
              PAG-DT-PAGAMENTO NOT GREATER THAN WS-DATA-BASE
               ADD PAG-VALOR-PAGO   TO WS-VR-PAGO-NO-MES
           END-IF
           IF PAG-DT-PAGAMENTO NOT GREATER THAN WS-DATA-BASE
               ADD PAG-VALOR-PAGO   TO WS-VR-PAGO-BASE
           END-IF
           .
       P345-FIM.

      ******************************************************************
      * MENSALIDADES: COBRANCAS DOS ULTIMOS 10 ANOS. O PAGO NO MES VEM
      * DE QUALQUER COBRANCA; O SALDO SO DAS COBRANCAS QUE VENCEM ATE O
      * FIM DO MES SEGUINTE (AS DEMAIS AINDA NAO SAO DIVIDA). O ITEM VAI
      * PARA OS DOIS RESPONSAVEIS DO ALUNO
      ******************************************************************
       P430-VARRE-COBRANCAS.
           SET EOF-OK               TO FALSE
           MOVE WS-ANOMES-LIMITE    TO MEN-ANOMES
           MOVE 99999               TO MEN-CD-STUDENT
           START MENSALIDADES KEY IS GREATER THAN MEN-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P440-LE-COBRANCA UNTIL EOF-OK
           .
       P430-FIM.

       P440-LE-COBRANCA.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P450-APURA-COBRANCA
           END-READ
           .
       P440-FIM.

       P450-APURA-COBRANCA.
           PERFORM P610-ZERA-ITEM
           MOVE ZEROS               TO WS-VR-PAGO-BASE
           MOVE ZEROS               TO WS-VR-PAGO-NO-MES
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

               PERFORM P455-LE-PAGTO-COBRANCA UNTIL EOF-PAG-OK
           END-IF
           MOVE WS-VR-PAGO-NO-MES   TO WS-IT-VR-PAGO-MES

           IF MEN-DT-VENCIMENTO NOT GREATER THAN WS-DATA-FIM-PROX AND
              WS-VR-PAGO-BASE LESS THAN MEN-VALOR
               MOVE MEN-DT-VENCIMENTO TO WS-DATA-VENCIMENTO
               COMPUTE WS-VR-SALDO-PARCELA =
                       MEN-VALOR - WS-VR-PAGO-BASE
               PERFORM P620-CLASSIFICA-SALDO
           END-IF

           IF WS-IT-VR-PAGO-MES EQUAL ZEROS AND
              WS-IT-VR-SALDO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           SET ALUNO-ACHADO         TO TRUE
           MOVE MEN-CD-STUDENT      TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   SET ALUNO-ACHADO TO FALSE
           END-READ
           IF NOT ALUNO-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF RESP1-CONTATO EQUAL ZEROS AND RESP2-CONTATO EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'ALUNO ' CD-STUDENT
                       ' SEM RESPONSAVEL - FORA DO EXTRATO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIODO          TO WS-IT-PERIODO
           MOVE 'M'                 TO WS-IT-TIPO
           MOVE CD-STUDENT          TO WS-IT-NUMERO
           MOVE NM-STUDENT          TO WS-IT-DESCRICAO
           IF RESP1-CONTATO GREATER THAN ZEROS
               MOVE RESP1-CONTATO   TO WS-IT-ID-CONTATO
               PERFORM P600-ACUMULA-ITEM
           END-IF
           IF RESP2-CONTATO GREATER THAN ZEROS AND
              RESP2-CONTATO NOT EQUAL RESP1-CONTATO
               MOVE RESP2-CONTATO   TO WS-IT-ID-CONTATO
               PERFORM P600-ACUMULA-ITEM
           END-IF
           .
       P450-FIM.

       P455-LE-PAGTO-COBRANCA.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-CONTRATO-MENS AND
                      PAG-NUM-PARCELA EQUAL MEN-NUM-PARCELA
                       IF NOT PAG-ESTORNADO
                           PERFORM P345-TRATA-PAGAMENTO
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P455-FIM.

      ******************************************************************
      * CARTAS: LE O EXTRATO NA ORDEM DA CHAVE (PERIODO + CONTATO) E
      * EMITE UMA CARTA A CADA TROCA DE CONTATO; WS-CONTATO-FILTRO
      * DIFERENTE DE ZEROS LIMITA A UM CONTATO (2A VIA)
      ******************************************************************
       P500-EMITE-CARTAS.
           MOVE ZEROS               TO WS-QTD-CARTAS
           MOVE ZEROS               TO WS-QTD-SEM-CARTA
           MOVE ZEROS               TO WS-QTD-ITENS
           MOVE ZEROS               TO WS-CONTATO-ATUAL

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

           MOVE 'EXCFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           SET EOF-EXM-OK           TO FALSE
           MOVE WS-PERIODO          TO EXM-PERIODO
           MOVE WS-CONTATO-FILTRO   TO EXM-ID-CONTATO
           MOVE SPACES              TO EXM-TIPO
           MOVE ZEROS               TO EXM-NUMERO
           START EXTRATOS KEY IS NOT LESS THAN EXM-CHAVE
               INVALID KEY
                   SET EOF-EXM-OK   TO TRUE
           END-START

           PERFORM P510-LE-ITEM UNTIL EOF-EXM-OK
           IF WS-QTD-ITENS GREATER THAN ZEROS
               PERFORM P520-FECHA-CONTATO
           END-IF

           CLOSE ARQ-IMPRESSAO
           IF TEM-CONTATOS
               CLOSE CONTATOS
           END-IF
           DISPLAY 'CARTAS GRAVADAS EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-LE-ITEM.
           READ EXTRATOS NEXT RECORD
               AT END
                   SET EOF-EXM-OK   TO TRUE
               NOT AT END
                   IF EXM-PERIODO NOT EQUAL WS-PERIODO
                       SET EOF-EXM-OK TO TRUE
                   ELSE
                       IF WS-CONTATO-FILTRO GREATER THAN ZEROS AND
                          EXM-ID-CONTATO NOT EQUAL WS-CONTATO-FILTRO
                           SET EOF-EXM-OK TO TRUE
                       ELSE
                           PERFORM P515-GUARDA-ITEM
                       END-IF
                   END-IF
           END-READ
           .
       P510-FIM.

       P515-GUARDA-ITEM.
           IF EXM-ID-CONTATO NOT EQUAL WS-CONTATO-ATUAL
               IF WS-QTD-ITENS GREATER THAN ZEROS
                   PERFORM P520-FECHA-CONTATO
               END-IF
               MOVE EXM-ID-CONTATO  TO WS-CONTATO-ATUAL
               MOVE ZEROS           TO WS-QTD-ITENS
               MOVE ZEROS           TO WS-CT-VR-PAGO-MES
               MOVE ZEROS           TO WS-CT-VR-VENCIDO
               MOVE ZEROS           TO WS-CT-VR-A-VENCER
               MOVE ZEROS           TO WS-CT-VR-SALDO
           END-IF

           ADD EXM-VR-PAGO-MES      TO WS-CT-VR-PAGO-MES
           ADD EXM-VR-VENCIDO       TO WS-CT-VR-VENCIDO
           ADD EXM-VR-A-VENCER      TO WS-CT-VR-A-VENCER
           ADD EXM-VR-SALDO         TO WS-CT-VR-SALDO

           IF WS-QTD-ITENS LESS THAN WS-MAX-ITENS
               ADD 1                TO WS-QTD-ITENS
               MOVE EXM-TIPO        TO WS-TI-TIPO(WS-QTD-ITENS)
               MOVE EXM-NUMERO      TO WS-TI-NUMERO(WS-QTD-ITENS)
               MOVE EXM-DESCRICAO   TO WS-TI-DESCRICAO(WS-QTD-ITENS)
               MOVE EXM-VR-PAGO-MES TO WS-TI-VR-PAGO-MES(WS-QTD-ITENS)
               MOVE EXM-QTD-ABERTAS TO WS-TI-QTD-ABERTAS(WS-QTD-ITENS)
               MOVE EXM-QTD-VENCIDAS
                                    TO WS-TI-QTD-VENCIDAS(WS-QTD-ITENS)
               MOVE EXM-VR-VENCIDO  TO WS-TI-VR-VENCIDO(WS-QTD-ITENS)
               MOVE EXM-VR-A-VENCER TO WS-TI-VR-A-VENCER(WS-QTD-ITENS)
               MOVE EXM-VR-SALDO    TO WS-TI-VR-SALDO(WS-QTD-ITENS)
           ELSE
               DISPLAY 'CONTATO ' EXM-ID-CONTATO ' COM MAIS DE '
                       WS-MAX-ITENS ' ITENS - DETALHE TRUNCADO, '
                       'TOTAIS COMPLETOS.'
           END-IF
           .
       P515-FIM.

      ******************************************************************
      * CONTATO INATIVO, COM DEVOLUCAO DO CORREIO OU QUE RECUSOU
      * CORRESPONDENCIA FICA SEM CARTA (A 2A VIA E PEDIDA PELO PROPRIO
      * CLIENTE NO BALCAO E SAI ASSIM MESMO)
      ******************************************************************
       P520-FECHA-CONTATO.
           PERFORM P540-BUSCA-CONTATO

           IF NOT WS-ST-ATIVO
               ADD 1                TO WS-QTD-SEM-CARTA
               DISPLAY 'CONTATO ' WS-CONTATO-ATUAL
                       ' NAO CADASTRADO/INATIVO - CARTA NAO GERADA.'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-CORREIO-SIM AND NOT SEGUNDA-VIA
               ADD 1                TO WS-QTD-SEM-CARTA
               DISPLAY 'CONTATO ' WS-CONTATO-ATUAL
                       ' COM DEVOLUCAO DO CORREIO - CARTA NAO GERADA.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CONS-MKT-NAO AND NOT SEGUNDA-VIA
               ADD 1                TO WS-QTD-SEM-CARTA
               DISPLAY 'CONTATO ' WS-CONTATO-ATUAL
                       ' RECUSOU CORRESPONDENCIA - CARTA NAO GERADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P530-GRAVA-CARTA
           .
       P520-FIM.

       P530-GRAVA-CARTA.
           IF WS-QTD-CARTAS GREATER THAN ZEROS
               MOVE X'0C'           TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           IF SEGUNDA-VIA
               MOVE SPACES          TO REG-IMPRESSAO
               STRING '*** 2A VIA - REEMITIDA EM ' WS-DATA-EXTENSO
                      ' ***'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           COMPUTE WS-CT-VR-TOTAL = WS-CT-VR-VENCIDO + WS-CT-VR-A-VENCER
           MOVE WS-CT-VR-PAGO-MES   TO WS-PAGO-MSK
           MOVE WS-CT-VR-VENCIDO    TO WS-VENCIDO-MSK
           MOVE WS-CT-VR-A-VENCER   TO WS-A-VENCER-MSK
           MOVE WS-CT-VR-TOTAL      TO WS-TOTAL-MSK
           MOVE WS-CT-VR-SALDO      TO WS-SALDO-MSK

           PERFORM P560-MONTA-LINHA
               VARYING WS-IND-LINHA FROM 1 BY 1
               UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS-MODELO

           ADD 1                    TO WS-QTD-CARTAS
           .
       P530-FIM.

       P540-BUSCA-CONTATO.
           MOVE SPACES              TO WS-REGISTRO
           SET WS-ST-INATIVO        TO TRUE

           IF TEM-CONTATOS
               MOVE WS-CONTATO-ATUAL TO ID-CONTATO
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
               DISPLAY 'MODELO CARTA_EXTRATO.TXT NAO ENCONTRADO! '
                       'CRIE O MODELO COM OS MARCADORES &NOME, &MES, '
                       '&PAGOMES, &VENCIDO, &AVENCER, &TOTAL, &SALDO '
                       'E UMA LINHA COM &DETALHE.'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-MOD-OK
               DISPLAY 'ERRO AO ABRIR O MODELO CARTA_EXTRATO.TXT'
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

           MOVE ZEROS               TO WS-QTD-DETALHE
           INSPECT WS-LINHA-TRABALHO TALLYING WS-QTD-DETALHE
                   FOR ALL '&DETALHE'
           IF WS-QTD-DETALHE GREATER THAN ZEROS
               PERFORM P570-GRAVA-DETALHE
                   VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITENS
               EXIT PARAGRAPH
           END-IF

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
                   WHEN WS-PTR-IN NOT GREATER THAN 73 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:8)
                        EQUAL '&PAGOMES'
                       MOVE 8  TO WS-TAM-MARCADOR
                       MOVE WS-PAGO-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 73 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:8)
                        EQUAL '&VENCIDO'
                       MOVE 8  TO WS-TAM-MARCADOR
                       MOVE WS-VENCIDO-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 73 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:8)
                        EQUAL '&AVENCER'
                       MOVE 8  TO WS-TAM-MARCADOR
                       MOVE WS-A-VENCER-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 74 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:7)
                        EQUAL '&CIDADE'
                       MOVE 7  TO WS-TAM-MARCADOR
                       MOVE WS-END-CIDADE TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&TOTAL'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-TOTAL-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&SALDO'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-SALDO-MSK TO WS-VALOR-CAMPO
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
                        EQUAL '&MES'
                       MOVE 4  TO WS-TAM-MARCADOR
                       MOVE WS-MES-EXTENSO TO WS-VALOR-CAMPO
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

       P570-GRAVA-DETALHE.
           EVALUATE WS-TI-TIPO(WS-IND-ITEM)
               WHEN 'C'
                   MOVE 'CONTRATO'  TO WS-LD-TIPO
               WHEN 'A'
                   MOVE 'AVALISTA'  TO WS-LD-TIPO
               WHEN OTHER
                   MOVE 'ALUNO'     TO WS-LD-TIPO
           END-EVALUATE
           MOVE WS-TI-NUMERO(WS-IND-ITEM)    TO WS-LD-NUMERO
           MOVE WS-TI-DESCRICAO(WS-IND-ITEM) TO WS-LD-DESCRICAO
           MOVE WS-TI-QTD-ABERTAS(WS-IND-ITEM) TO WS-LD-QTD-ABERTAS
           MOVE WS-TI-QTD-VENCIDAS(WS-IND-ITEM)
                                             TO WS-LD-QTD-VENCIDAS
           MOVE WS-TI-VR-PAGO-MES(WS-IND-ITEM) TO WS-LD-VR-PAGO-MES
           MOVE WS-TI-VR-VENCIDO(WS-IND-ITEM) TO WS-LD-VR-VENCIDO
           MOVE WS-TI-VR-A-VENCER(WS-IND-ITEM) TO WS-LD-VR-A-VENCER
           MOVE WS-TI-VR-SALDO(WS-IND-ITEM)  TO WS-LD-VR-SALDO
           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P570-FIM.

      ******************************************************************
      * ACUMULA WS-ITEM NO EXTRATO (O MESMO ALUNO ENTRA UMA VEZ POR
      * COBRANCA)
      ******************************************************************
       P600-ACUMULA-ITEM.
           MOVE WS-IT-CHAVE         TO EXM-CHAVE
           READ EXTRATOS
               KEY IS EXM-CHAVE
               INVALID KEY
                   MOVE WS-IT-DESCRICAO    TO EXM-DESCRICAO
                   MOVE WS-IT-VR-PAGO-MES  TO EXM-VR-PAGO-MES
                   MOVE WS-IT-QTD-ABERTAS  TO EXM-QTD-ABERTAS
                   MOVE WS-IT-QTD-VENCIDAS TO EXM-QTD-VENCIDAS
                   MOVE WS-IT-VR-VENCIDO   TO EXM-VR-VENCIDO
                   MOVE WS-IT-VR-A-VENCER  TO EXM-VR-A-VENCER
                   MOVE WS-IT-VR-SALDO     TO EXM-VR-SALDO
                   MOVE WS-DATA-HOJE       TO EXM-DT-GERACAO
                   WRITE REG-EXTRATO-MENSAL
                   ADD 1                   TO WS-QTD-GRAVADOS
               NOT INVALID KEY
                   ADD WS-IT-VR-PAGO-MES   TO EXM-VR-PAGO-MES
                   ADD WS-IT-QTD-ABERTAS   TO EXM-QTD-ABERTAS
                   ADD WS-IT-QTD-VENCIDAS  TO EXM-QTD-VENCIDAS
                   ADD WS-IT-VR-VENCIDO    TO EXM-VR-VENCIDO
                   ADD WS-IT-VR-A-VENCER   TO EXM-VR-A-VENCER
                   ADD WS-IT-VR-SALDO      TO EXM-VR-SALDO
                   REWRITE REG-EXTRATO-MENSAL
           END-READ
           .
       P600-FIM.

       P610-ZERA-ITEM.
           MOVE SPACES              TO WS-ITEM
           MOVE ZEROS               TO WS-IT-VR-PAGO-MES
           PERFORM P615-ZERA-SALDO
           .
       P610-FIM.

       P615-ZERA-SALDO.
           MOVE ZEROS               TO WS-IT-QTD-ABERTAS
           MOVE ZEROS               TO WS-IT-QTD-VENCIDAS
           MOVE ZEROS               TO WS-IT-VR-VENCIDO
           MOVE ZEROS               TO WS-IT-VR-A-VENCER
           MOVE ZEROS               TO WS-IT-VR-SALDO
           .
       P615-FIM.

      ******************************************************************
      * SALDO DA PARCELA/COBRANCA (WS-VR-SALDO-PARCELA, VENCIMENTO EM
      * WS-DATA-VENCIMENTO): VENCIDO ANTES DA DATA-BASE OU A VENCER ATE
      * O FIM DO MES SEGUINTE; TUDO ENTRA NO SALDO EM ABERTO
      ******************************************************************
       P620-CLASSIFICA-SALDO.
           ADD 1                    TO WS-IT-QTD-ABERTAS
           ADD WS-VR-SALDO-PARCELA  TO WS-IT-VR-SALDO

           IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-BASE
               ADD 1                TO WS-IT-QTD-VENCIDAS
               ADD WS-VR-SALDO-PARCELA TO WS-IT-VR-VENCIDO
           ELSE
               IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-FIM-PROX
                   ADD WS-VR-SALDO-PARCELA TO WS-IT-VR-A-VENCER
               END-IF
           END-IF
           .
       P620-FIM.

      ******************************************************************
      * 2A VIA DA CARTA DE UM CONTATO, DO EXTRATO JA GRAVADO
      ******************************************************************
       P700-REEMITE.
           SET FS-EXM-OK            TO TRUE
           OPEN INPUT EXTRATOS
           IF NOT FS-EXM-OK
               DISPLAY 'NENHUM EXTRATO GERADO AINDA.'
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           MOVE ZEROS               TO WS-PERIODO
           DISPLAY 'PERIODO (AAAAMM, ZEROS = MES ANTERIOR): '
           ACCEPT WS-PERIODO
           IF WS-PERIODO EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               PERFORM P110-MES-ANTERIOR
               MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
           END-IF
           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE SPACES              TO WS-MES-EXTENSO
           STRING WS-AUX-MM '/' WS-AUX-AAAA
                  DELIMITED BY SIZE INTO WS-MES-EXTENSO
           DISPLAY 'Informe o codigo do contato: '
           ACCEPT WS-CONTATO-FILTRO

           MOVE WS-PERIODO          TO EXM-PERIODO
           MOVE WS-CONTATO-FILTRO   TO EXM-ID-CONTATO
           MOVE SPACES              TO EXM-TIPO
           MOVE ZEROS               TO EXM-NUMERO
           START EXTRATOS KEY IS NOT LESS THAN EXM-CHAVE
               INVALID KEY
                   MOVE ZEROS       TO EXM-ID-CONTATO
               NOT INVALID KEY
                   READ EXTRATOS NEXT RECORD
                       AT END
                           MOVE ZEROS TO EXM-ID-CONTATO
                   END-READ
           END-START

           IF WS-CONTATO-FILTRO EQUAL ZEROS OR
              EXM-PERIODO NOT EQUAL WS-PERIODO OR
              EXM-ID-CONTATO NOT EQUAL WS-CONTATO-FILTRO
               DISPLAY 'CONTATO SEM EXTRATO NO PERIODO ' WS-PERIODO '!'
           ELSE
               SET SEGUNDA-VIA      TO TRUE
               PERFORM P500-EMITE-CARTAS
               IF WS-QTD-CARTAS GREATER THAN ZEROS
                   MOVE WS-CT-VR-PAGO-MES TO WS-PAGO-MSK
                   MOVE WS-CT-VR-TOTAL TO WS-TOTAL-MSK
                   DISPLAY 'PAGO NO MES......: ' WS-PAGO-MSK
                   DISPLAY 'TOTAL A PAGAR....: ' WS-TOTAL-MSK
                   IF WS-DEV-CORREIO-SIM
                       DISPLAY 'ATENCAO: ENDERECO COM DEVOLUCAO DO '
                               'CORREIO - ENTREGAR NO BALCAO.'
                   END-IF
               END-IF
           END-IF

           CLOSE EXTRATOS

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P700-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM EXCFIN.
