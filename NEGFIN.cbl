      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 10/11/2024
      * Purpose: NEGATIVACAO NO BIRO DE CREDITO - PASSO DIARIO DO PLANO
      *          NOTURNO (OU OPCAO <P>) QUE CONDUZ CADA PARCELA VENCIDA
      *          PELO REGISTRO NEGATIVACOES.dat (FD_NEGAT):
      *          1) PARCELA COM ATRASO ACIMA DO LIMITE DE
      *             NEGATIVACAO_PARAM.TXT (PADRAO 60 DIAS) RECEBE O
      *             AVISO PREVIO OBRIGATORIO - UMA CARTA POR CONTRATO
      *             EM NEGATIVACAO_AVISOS.PRN PELO MOTOR DE MODELO DE
      *             CARCNTT/COBFIN (CARTA_NEGATIVACAO.TXT, MARCADORES
      *             &NOME, &RUA, &CIDADE, &UF, &DATA, &CONTRATO,
      *             &VALOR, &PARCELAS E &PRAZO);
      *          2) PASSADO O PRAZO DO AVISO (PADRAO 10 DIAS) COM A
      *             PARCELA AINDA EM ABERTO, GERA A INCLUSAO PARA O BIRO
      *             EM NEGATIVACAO_INCLUSAO.TXT COM O DOC-CONTATO;
      *          3) PARCELA NEGATIVADA JA QUITADA (MARCADA PELO MODULO
      *             NEGUTIL EM PAGFIN/RETFIN/QUIFIN/AGEFIN OU APURADA
      *             AQUI) GERA A EXCLUSAO EM NEGATIVACAO_EXCLUSAO.TXT.
      *          TODO EVENTO FICA EM NEGATIVACAO_LOG.dat (FD_NEGLG); A
      *          OPCAO <H> MOSTRA O HISTORICO DE UM CONTRATO PARA
      *          CONTESTACAO. RELATORIO NO SPOOL E RODADA NO LOGEXEC
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         NAO E NEGATIVADO E TEM O SALDO TRATADO COMO ZERADO, COMO
      *         O QUITADO
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
      * Update: 23/12/2024 - O CPF/CNPJ SAI MASCARADO NA RELACAO
      *         IMPRESSA DAS INCLUSOES E EXCLUSOES (MODULO MASKUTIL); OS
      *         ARQUIVOS DO BIRO CONTINUAM COM O NUMERO COMPLETO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGFIN.

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

               SELECT NEGATIVACOES ASSIGN TO
               'NEGATIVACOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NEG-CHAVE
               FILE STATUS IS WS-FS-NEG.

               SELECT NEG-LOG ASSIGN TO
               'NEGATIVACAO_LOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NLG.

               SELECT PARAMETROS ASSIGN TO
               'NEGATIVACAO_PARAM.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

               SELECT INCLUSOES ASSIGN TO
               'NEGATIVACAO_INCLUSAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INC.

               SELECT EXCLUSOES ASSIGN TO
               'NEGATIVACAO_EXCLUSAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

               SELECT MODELO ASSIGN TO
               'CARTA_NEGATIVACAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOD.

               SELECT ARQ-AVISOS ASSIGN TO
               'NEGATIVACAO_AVISOS.PRN'
               ORGANIZATION IS SEQUENTIAL.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD NEGATIVACOES.
          COPY FD_NEGAT.

       FD NEG-LOG.
          COPY FD_NEGLG.

       FD PARAMETROS.
       01 REG-PARAMETRO.
          03 NPR-DIAS-ATRASO              PIC 9(03).
          03 NPR-DIAS-PRAZO               PIC 9(03).

       FD INCLUSOES.
       01 REG-INCLUSAO.
          03 INC-TIPO                     PIC X(01).
          03 INC-DOC-CONTATO              PIC X(14).
          03 INC-NM-DEVEDOR               PIC X(20).
          03 INC-NUM-CONTRATO             PIC 9(06).
          03 INC-NUM-PARCELA              PIC 9(03).
          03 INC-DT-VENCIMENTO            PIC 9(08).
          03 INC-VR-DIVIDA                PIC 9(08)V99.
          03 INC-DT-AVISO                 PIC 9(08).
          03 INC-DT-MOVIMENTO             PIC 9(08).

       FD EXCLUSOES.
       01 REG-EXCLUSAO.
          03 EXC-TIPO                     PIC X(01).
          03 EXC-DOC-CONTATO              PIC X(14).
          03 EXC-NM-DEVEDOR               PIC X(20).
          03 EXC-NUM-CONTRATO             PIC 9(06).
          03 EXC-NUM-PARCELA              PIC 9(03).
          03 EXC-DT-VENCIMENTO            PIC 9(08).
          03 EXC-VR-DIVIDA                PIC 9(08)V99.
          03 EXC-DT-QUITACAO              PIC 9(08).
          03 EXC-DT-MOVIMENTO             PIC 9(08).

       FD MODELO.
       01 REG-MODELO                      PIC X(080).

       FD ARQ-AVISOS.
       01 REG-AVISO                       PIC X(080).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-NEG                       PIC 99.
          88 FS-NEG-OK                    VALUE 0.
       77 WS-FS-NLG                       PIC 99.
          88 FS-NLG-OK                    VALUE 0.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-FS-INC                       PIC 99.
          88 FS-INC-OK                    VALUE 0.
       77 WS-FS-EXC                       PIC 99.
          88 FS-EXC-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-NEG                      PIC X.
          88 EOF-NEG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOD                      PIC X.
          88 EOF-MOD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-NLG                      PIC X.
          88 EOF-NLG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-DIAS-NEGATIVACAO             PIC 9(03) VALUE 60.
       77 WS-DIAS-PRAZO-AVISO             PIC 9(03) VALUE 10.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-DECORRIDOS              PIC S9(07) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-CTR-QTD-AVISOS               PIC 9(03) VALUE ZEROS.
       77 WS-CTR-VR-AVISOS                PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AVISOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CARTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUSOES                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCLUSOES                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-DOC                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EVENTOS                  PIC 9(05) VALUE ZEROS.
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
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-CONTRATO-TXT                 PIC 9(06).
       77 WS-PARCELAS-TXT                 PIC ZZ9.
       77 WS-DIAS-MSK                     PIC ZZZZ9.
       77 WS-EVENTO-TXT                   PIC X(10) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
       01 WS-DATA-PRAZO                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-PRAZO.
          03 WS-PRAZO-AAAA                PIC 9(04).
          03 WS-PRAZO-MM                  PIC 9(02).
          03 WS-PRAZO-DD                  PIC 9(02).
       77 WS-PRAZO-EXTENSO                PIC X(10) VALUE SPACES.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** NEGATIVACAO NO BIRO DE CREDITO ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'P'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <P> PROCESSAR AVISOS, INCLUSOES E '
                       'EXCLUSOES OU <H> HISTORICO DE UM CONTRATO: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'P'
               WHEN 'p'
                   MOVE 'NEGFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-CARREGA-PARAMETROS
                   PERFORM P300-PROCESSA
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'H'
               WHEN 'h'
                   PERFORM P600-HISTORICO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
       P200-CARREGA-PARAMETROS.
           SET FS-PRM-OK            TO TRUE

           OPEN INPUT PARAMETROS

           IF FS-PRM-OK
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NPR-DIAS-ATRASO IS NUMERIC AND
                          NPR-DIAS-ATRASO GREATER THAN ZEROS
                           MOVE NPR-DIAS-ATRASO TO WS-DIAS-NEGATIVACAO
                       END-IF
                       IF NPR-DIAS-PRAZO IS NUMERIC AND
                          NPR-DIAS-PRAZO GREATER THAN ZEROS
                           MOVE NPR-DIAS-PRAZO TO WS-DIAS-PRAZO-AVISO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           DISPLAY 'ATRASO PARA NEGATIVAR: ' WS-DIAS-NEGATIVACAO
                   ' DIAS - PRAZO DO AVISO: ' WS-DIAS-PRAZO-AVISO
                   ' DIAS'
           .
       P200-FIM.

      ******************************************************************
      * RODADA: PRIMEIRO CONDUZ O QUE JA ESTA NO REGISTRO (EXCLUSOES E
      * INCLUSOES), DEPOIS PROCURA PARCELAS NOVAS PARA O AVISO PREVIO
      ******************************************************************
       P300-PROCESSA.
           SET FS-OK               TO TRUE
           SET FS-NEG-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO
           COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOJE + WS-DIAS-PRAZO-AVISO)
           MOVE SPACES              TO WS-PRAZO-EXTENSO
           STRING WS-PRAZO-DD '/' WS-PRAZO-MM '/' WS-PRAZO-AAAA
                  DELIMITED BY SIZE INTO WS-PRAZO-EXTENSO

           OPEN INPUT CONTRATOS
           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O NEGATIVACOES
           IF WS-FS-NEG EQUAL 35
               OPEN OUTPUT NEGATIVACOES
               CLOSE NEGATIVACOES
               OPEN I-O NEGATIVACOES
           END-IF
           IF NOT FS-NEG-OK
               DISPLAY 'ERRO AO ABRIR NEGATIVACOES.dat (FILE STATUS: '
                       WS-FS-NEG ').'
               SET LK-ERRO         TO TRUE
               CLOSE CONTRATOS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF
           OPEN INPUT CONTATOS

           OPEN EXTEND NEG-LOG
           IF WS-FS-NLG EQUAL 35
               OPEN OUTPUT NEG-LOG
           END-IF
           OPEN OUTPUT INCLUSOES
           OPEN OUTPUT EXCLUSOES
           OPEN OUTPUT ARQ-AVISOS
           PERFORM P250-CARREGA-MODELO

           MOVE 'NEGFIN  '         TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'NEGATIVACAO NO BIRO DE CREDITO - ' WS-DATA-EXTENSO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'EVENTO     CONTRATO PARC VENCIMENTO        VALOR'
                                    TO REG-IMPRESSAO
           MOVE 'DOCUMENTO'         TO REG-IMPRESSAO(52:9)
           WRITE REG-IMPRESSAO

           SET EOF-NEG-OK           TO FALSE
           MOVE ZEROS               TO NEG-CHAVE
           START NEGATIVACOES KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   SET EOF-NEG-OK  TO TRUE
           END-START
           PERFORM P310-LE-REGISTRO UNTIL EOF-NEG-OK

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK      TO TRUE
           END-START
           PERFORM P400-LE-CONTRATO UNTIL EOF-OK

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'AVISOS: ' WS-QTD-AVISOS
                  '  CARTAS: ' WS-QTD-CARTAS
                  '  INCLUSOES: ' WS-QTD-INCLUSOES
                  '  EXCLUSOES: ' WS-QTD-EXCLUSOES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'AVISOS CANCELADOS: ' WS-QTD-CANCELADOS
                  '  SEM DOCUMENTO (NAO NEGATIVADOS): '
                  WS-QTD-SEM-DOC
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           CLOSE ARQ-AVISOS
           CLOSE EXCLUSOES
           CLOSE INCLUSOES
           CLOSE NEG-LOG
           CLOSE CONTATOS
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE NEGATIVACOES
           CLOSE CONTRATOS

           COMPUTE WS-QTD-GRAVADOS = WS-QTD-AVISOS +
                   WS-QTD-INCLUSOES + WS-QTD-EXCLUSOES
           MOVE WS-QTD-SEM-DOC      TO WS-QTD-REJEITADOS

           DISPLAY 'AVISOS PREVIOS........: ' WS-QTD-AVISOS
                   ' (' WS-QTD-CARTAS ' CARTAS)'
           DISPLAY 'INCLUSOES NO BIRO.....: ' WS-QTD-INCLUSOES
           DISPLAY 'EXCLUSOES DO BIRO.....: ' WS-QTD-EXCLUSOES
           DISPLAY 'AVISOS CANCELADOS.....: ' WS-QTD-CANCELADOS
           DISPLAY 'SEM CPF/CNPJ..........: ' WS-QTD-SEM-DOC
           DISPLAY 'ARQUIVOS GERADOS......: NEGATIVACAO_INCLUSAO.TXT, '
                   'NEGATIVACAO_EXCLUSAO.TXT E NEGATIVACAO_AVISOS.PRN'
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P250-CARREGA-MODELO.
           SET FS-MOD-OK            TO TRUE
           SET EOF-MOD-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-LINHAS-MODELO

           OPEN INPUT MODELO

           IF FS-MOD-OK
               PERFORM P255-LE-MODELO UNTIL EOF-MOD-OK
               CLOSE MODELO
           ELSE
               DISPLAY 'MODELO CARTA_NEGATIVACAO.TXT NAO ENCONTRADO! '
                       'SEM O AVISO PREVIO NENHUMA PARCELA NOVA E '
                       'NEGATIVADA. CRIE O MODELO COM OS MARCADORES '
                       '&NOME, &CONTRATO, &VALOR, &PARCELAS E &PRAZO.'
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P250-FIM.

       P255-LE-MODELO.
           READ MODELO
               AT END
                   SET EOF-MOD-OK  TO TRUE
               NOT AT END
                   IF WS-QTD-LINHAS-MODELO LESS THAN 60
                       ADD 1        TO WS-QTD-LINHAS-MODELO
                       MOVE REG-MODELO
                         TO WS-LINHA-MODELO(WS-QTD-LINHAS-MODELO)
                   END-IF
           END-READ
           .
       P255-FIM.

      ******************************************************************
      * REGISTRO: AVISO/INCLUSAO DE PARCELA JA PAGA SE ENCERRA; AVISO
      * VENCIDO VIRA INCLUSAO; EXCLUSAO PENDENTE VAI PARA O BIRO
      ******************************************************************
       P310-LE-REGISTRO.
           READ NEGATIVACOES NEXT RECORD
               AT END
                   SET EOF-NEG-OK  TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF NEG-AVISADA OR NEG-INCLUIDA
                       PERFORM P320-CONFERE-QUITACAO
                   END-IF
                   EVALUATE TRUE
                       WHEN NEG-AVISADA
                           COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
                                   FUNCTION INTEGER-OF-DATE
                                   (NEG-DT-AVISO)
                           IF WS-DIAS-DECORRIDOS NOT LESS THAN
                              WS-DIAS-PRAZO-AVISO
                               PERFORM P340-INCLUI
                           END-IF
                       WHEN NEG-EXCLUIDA AND NEG-EXCLUSAO-PENDENTE
                           PERFORM P350-EXCLUI
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P310-FIM.

       P320-CONFERE-QUITACAO.
           MOVE NEG-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF REG-CONTRATO-CANCELADO OR REG-CONTRATO-QUITADO OR
              REG-CONTRATO-REFINANCIADO
               MOVE ZEROS           TO WS-SALDO-PARCELA
           ELSE
               MOVE NEG-NUM-PARCELA TO WS-IND-PARCELA
               PERFORM P430-CALCULA-SALDO
           END-IF

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-HOJE        TO NEG-DT-QUITACAO
           MOVE 'NEGFIN  '          TO NEG-ORIGEM-QUITACAO
           IF NEG-INCLUIDA
               SET NEG-EXCLUIDA     TO TRUE
               SET NEG-EXCLUSAO-PENDENTE TO TRUE
               MOVE 'Q'             TO NLG-EVENTO
           ELSE
               SET NEG-CANCELADA    TO TRUE
               ADD 1                TO WS-QTD-CANCELADOS
               MOVE 'C'             TO NLG-EVENTO
               MOVE 'CANCELADO' TO WS-EVENTO-TXT
               PERFORM P370-IMPRIME
           END-IF
           PERFORM P360-REGRAVA
           .
       P320-FIM.

       P340-INCLUI.
           SET NEG-INCLUIDA         TO TRUE
           MOVE WS-DATA-HOJE        TO NEG-DT-INCLUSAO

           INITIALIZE REG-INCLUSAO
           MOVE 'I'                 TO INC-TIPO
           MOVE NEG-DOC-CONTATO     TO INC-DOC-CONTATO
           MOVE NEG-NM-DEVEDOR      TO INC-NM-DEVEDOR
           MOVE NEG-NUM-CONTRATO    TO INC-NUM-CONTRATO
           MOVE NEG-NUM-PARCELA     TO INC-NUM-PARCELA
           MOVE NEG-DT-VENCIMENTO   TO INC-DT-VENCIMENTO
           MOVE NEG-VR-DIVIDA       TO INC-VR-DIVIDA
           MOVE NEG-DT-AVISO        TO INC-DT-AVISO
           MOVE WS-DATA-HOJE        TO INC-DT-MOVIMENTO
           WRITE REG-INCLUSAO

           ADD 1                    TO WS-QTD-INCLUSOES
           MOVE 'I'                 TO NLG-EVENTO
           PERFORM P360-REGRAVA
           MOVE 'INCLUSAO'          TO WS-EVENTO-TXT
           PERFORM P370-IMPRIME
           .
       P340-FIM.

       P350-EXCLUI.
           SET NEG-EXCLUSAO-ENVIADA TO TRUE
           MOVE WS-DATA-HOJE        TO NEG-DT-EXCLUSAO

           INITIALIZE REG-EXCLUSAO
           MOVE 'E'                 TO EXC-TIPO
           MOVE NEG-DOC-CONTATO     TO EXC-DOC-CONTATO
           MOVE NEG-NM-DEVEDOR      TO EXC-NM-DEVEDOR
           MOVE NEG-NUM-CONTRATO    TO EXC-NUM-CONTRATO
           MOVE NEG-NUM-PARCELA     TO EXC-NUM-PARCELA
           MOVE NEG-DT-VENCIMENTO   TO EXC-DT-VENCIMENTO
           MOVE NEG-VR-DIVIDA       TO EXC-VR-DIVIDA
           MOVE NEG-DT-QUITACAO     TO EXC-DT-QUITACAO
           MOVE WS-DATA-HOJE        TO EXC-DT-MOVIMENTO
           WRITE REG-EXCLUSAO

           ADD 1                    TO WS-QTD-EXCLUSOES
           MOVE 'E'                 TO NLG-EVENTO
           PERFORM P360-REGRAVA
           MOVE 'EXCLUSAO'          TO WS-EVENTO-TXT
           PERFORM P370-IMPRIME
           .
       P350-FIM.

      ******************************************************************
      * REGRAVA O REGISTRO E ACRESCENTA O EVENTO (NLG-EVENTO JA
      * PREENCHIDO) EM NEGATIVACAO_LOG.dat
      ******************************************************************
       P360-REGRAVA.
           REWRITE REG-NEGATIVACAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR NEGATIVACOES.dat DO '
                           'CONTRATO ' NEG-NUM-CONTRATO '.'
           END-REWRITE
           PERFORM P380-GRAVA-LOG
           .
       P360-FIM.

       P370-IMPRIME.
           MOVE NEG-VR-DIVIDA       TO WS-VALOR-MSK
           MOVE 'D'                 TO WS-MASK-FUNCAO
           MOVE NEG-DOC-CONTATO     TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-EVENTO-TXT ' ' NEG-NUM-CONTRATO ' '
                  NEG-NUM-PARCELA '  ' NEG-DT-VENCIMENTO ' '
                  WS-VALOR-MSK '  ' WS-MASK-MASCARADO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P370-FIM.

       P380-GRAVA-LOG.
           MOVE WS-DATA-HOJE        TO NLG-DATA
           ACCEPT NLG-HORA          FROM TIME
           MOVE NEG-NUM-CONTRATO    TO NLG-NUM-CONTRATO
           MOVE NEG-NUM-PARCELA     TO NLG-NUM-PARCELA
           MOVE NEG-DOC-CONTATO     TO NLG-DOC-CONTATO
           MOVE NEG-VR-DIVIDA       TO NLG-VALOR
           MOVE 'NEGFIN  '          TO NLG-ORIGEM
           MOVE LK-OPERADOR         TO NLG-OPERADOR
           WRITE REG-NEG-LOG
           .
       P380-FIM.

      ******************************************************************
      * CANDIDATAS AO AVISO PREVIO: PARCELA EM ABERTO COM ATRASO NO
      * LIMITE OU ACIMA, SEM NEGATIVACAO EM CURSO; UMA CARTA POR
      * CONTRATO COM AS PARCELAS AVISADAS NA RODADA
      ******************************************************************
       P400-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       PERFORM P405-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P400-FIM.

       P405-AVALIA-CONTRATO.
           IF WS-QTD-LINHAS-MODELO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-CTR-QTD-AVISOS
           MOVE ZEROS               TO WS-CTR-VR-AVISOS
           SET CONTRATO-ACHADO      TO FALSE

           PERFORM P410-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF WS-CTR-QTD-AVISOS GREATER THAN ZEROS
               PERFORM P450-GRAVA-CARTA
           END-IF
           .
       P405-FIM.

       P410-AVALIA-PARCELA.
           PERFORM P430-CALCULA-SALDO

           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA      TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           IF WS-DATA-VENCIMENTO NOT LESS THAN WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
           IF WS-DIAS-ATRASO LESS THAN WS-DIAS-NEGATIVACAO
               EXIT PARAGRAPH
           END-IF

           MOVE REG-NUM-CONTRATO    TO NEG-NUM-CONTRATO
           MOVE WS-IND-PARCELA      TO NEG-NUM-PARCELA
           READ NEGATIVACOES
               KEY IS NEG-CHAVE
               INVALID KEY
                   PERFORM P420-AVISA
               NOT INVALID KEY
      *            NOVO CICLO SO DEPOIS DE ENCERRADO O ANTERIOR
                   IF NEG-CANCELADA OR
                      (NEG-EXCLUIDA AND NEG-EXCLUSAO-ENVIADA)
                       PERFORM P420-AVISA
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-AVISA.
           IF NOT CONTRATO-ACHADO
               PERFORM P440-BUSCA-CONTATO
               SET CONTRATO-ACHADO  TO TRUE
           END-IF

           IF WS-DOC-CONTATO EQUAL SPACES
               ADD 1                TO WS-QTD-SEM-DOC
               EXIT PARAGRAPH
           END-IF

           MOVE REG-NUM-CONTRATO    TO NEG-NUM-CONTRATO
           MOVE WS-IND-PARCELA      TO NEG-NUM-PARCELA
           SET NEG-AVISADA          TO TRUE
           MOVE WS-DOC-CONTATO      TO NEG-DOC-CONTATO
           IF WS-NM-CONTATO EQUAL SPACES
               MOVE REG-CLIENTE     TO NEG-NM-DEVEDOR
           ELSE
               MOVE WS-NM-CONTATO   TO NEG-NM-DEVEDOR
           END-IF
           MOVE WS-DATA-VENCIMENTO  TO NEG-DT-VENCIMENTO
           MOVE WS-SALDO-PARCELA    TO NEG-VR-DIVIDA
           MOVE WS-DATA-HOJE        TO NEG-DT-AVISO
           MOVE ZEROS               TO NEG-DT-INCLUSAO
           MOVE ZEROS               TO NEG-DT-QUITACAO
           MOVE ZEROS               TO NEG-DT-EXCLUSAO
           MOVE SPACES              TO NEG-EXCL-ENVIADA
           MOVE SPACES              TO NEG-ORIGEM-QUITACAO
           MOVE LK-OPERADOR         TO NEG-OPERADOR

           WRITE REG-NEGATIVACAO
               INVALID KEY
                   REWRITE REG-NEGATIVACAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR NEGATIVACOES.dat '
                                   'DO CONTRATO ' NEG-NUM-CONTRATO '.'
                   END-REWRITE
           END-WRITE

           MOVE 'A'                 TO NLG-EVENTO
           PERFORM P380-GRAVA-LOG

           ADD 1                    TO WS-QTD-AVISOS
           ADD 1                    TO WS-CTR-QTD-AVISOS
           ADD WS-SALDO-PARCELA     TO WS-CTR-VR-AVISOS
           MOVE 'AVISO'             TO WS-EVENTO-TXT
           PERFORM P370-IMPRIME
           .
       P420-FIM.

       P430-CALCULA-SALDO.
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

               PERFORM P435-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P430-FIM.

       P435-SOMA-PAGAMENTO.
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
       P435-FIM.

       P440-BUSCA-CONTATO.
           MOVE SPACES              TO WS-REGISTRO
           MOVE REG-ID-CONTATO      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE SPACES      TO WS-REGISTRO
           END-READ
           .
       P440-FIM.

      ******************************************************************
      * CARTA DE AVISO PREVIO - MESMO MOTOR DE MODELO DE COBFIN
      ******************************************************************
       P450-GRAVA-CARTA.
           IF WS-QTD-CARTAS GREATER THAN ZEROS
               MOVE X'0C'           TO REG-AVISO
               WRITE REG-AVISO
           END-IF

           MOVE WS-CTR-VR-AVISOS    TO WS-VALOR-MSK
           MOVE WS-CTR-QTD-AVISOS   TO WS-PARCELAS-TXT
           MOVE REG-NUM-CONTRATO    TO WS-CONTRATO-TXT

           PERFORM P460-MONTA-LINHA
               VARYING WS-IND-LINHA FROM 1 BY 1
               UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS-MODELO

           ADD 1                    TO WS-QTD-CARTAS
           .
       P450-FIM.

       P460-MONTA-LINHA.
           MOVE WS-LINHA-MODELO(WS-IND-LINHA) TO WS-LINHA-TRABALHO
           MOVE SPACES              TO WS-LINHA-SAIDA
           MOVE 1                   TO WS-PTR-IN
           MOVE 1                   TO WS-PTR-OUT

           PERFORM P470-COPIA-TRECHO
               UNTIL WS-PTR-IN GREATER THAN 80 OR
                     WS-PTR-OUT GREATER THAN 80

           MOVE WS-LINHA-SAIDA      TO REG-AVISO
           WRITE REG-AVISO
           .
       P460-FIM.

       P470-COPIA-TRECHO.
           MOVE ZEROS               TO WS-TAM-MARCADOR

           IF WS-LINHA-TRABALHO(WS-PTR-IN:1) EQUAL '&'
               EVALUATE TRUE
                   WHEN WS-PTR-IN NOT GREATER THAN 72 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:9)
                        EQUAL '&PARCELAS'
                       MOVE 9  TO WS-TAM-MARCADOR
                       MOVE WS-PARCELAS-TXT TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 72 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:9)
                        EQUAL '&CONTRATO'
                       MOVE 9  TO WS-TAM-MARCADOR
                       MOVE WS-CONTRATO-TXT TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 74 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:7)
                        EQUAL '&CIDADE'
                       MOVE 7  TO WS-TAM-MARCADOR
                       MOVE WS-END-CIDADE TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&VALOR'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-VALOR-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&PRAZO'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-PRAZO-EXTENSO TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 76 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:5)
                        EQUAL '&NOME'
                       MOVE 5  TO WS-TAM-MARCADOR
                       MOVE NEG-NM-DEVEDOR TO WS-VALOR-CAMPO
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
       P470-FIM.

      ******************************************************************
      * HISTORICO DE UM CONTRATO PARA CONTESTACAO (NEGATIVACAO_LOG.dat)
      ******************************************************************
       P600-HISTORICO.
           SET FS-NLG-OK            TO TRUE
           SET EOF-NLG-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-EVENTOS

           OPEN INPUT NEG-LOG

           IF NOT FS-NLG-OK
               DISPLAY 'NENHUM EVENTO DE NEGATIVACAO REGISTRADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA

           DISPLAY 'DATA     HORA     PARC EV DOCUMENTO      '
                   '       VALOR ORIGEM   OPER'
           PERFORM P610-LE-EVENTO UNTIL EOF-NLG-OK

           IF WS-QTD-EVENTOS EQUAL ZEROS
               DISPLAY 'NENHUM EVENTO PARA O CONTRATO.'
           END-IF
           DISPLAY 'EVENTOS: A = AVISO PREVIO, I = INCLUSAO, '
                   'Q = QUITACAO, E = EXCLUSAO ENVIADA, '
                   'C = AVISO CANCELADO'

           CLOSE NEG-LOG
           .
       P600-FIM.

       P610-LE-EVENTO.
           READ NEG-LOG
               AT END
                   SET EOF-NLG-OK  TO TRUE
               NOT AT END
                   IF NLG-NUM-CONTRATO EQUAL WS-NUMERO-BUSCA
                       ADD 1        TO WS-QTD-EVENTOS
                       MOVE NLG-VALOR TO WS-VALOR-MSK
                       DISPLAY NLG-DATA ' ' NLG-HORA ' '
                               NLG-NUM-PARCELA '  ' NLG-EVENTO ' '
                               NLG-DOC-CONTATO ' ' WS-VALOR-MSK ' '
                               NLG-ORIGEM ' ' NLG-OPERADOR
                   END-IF
           END-READ
           .
       P610-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM NEGFIN.
