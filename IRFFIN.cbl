      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/11/2024
      * Purpose: INFORME ANUAL DE PAGAMENTOS PARA O IMPOSTO DE RENDA -
      *          <G> GERA O INFORME DE UM ANO-BASE (PADRAO: ANO
      *              ANTERIOR) EM INFORME_IR.dat (FD_INFIR): POR
      *              CONTRATO, OS PAGAMENTOS NAO ESTORNADOS DO ANO
      *              SEPARADOS EM JUROS/ENCARGOS E PRINCIPAL NA MESMA
      *              REGRA DE JRNFIN (JUROS DA TABELA PRICE DE AMORUTIL
      *              PRIMEIRO, DEPOIS PRINCIPAL ATE A FACE DA PARCELA,
      *              O EXCEDENTE E ENCARGO) E O SALDO DE PRINCIPAL EM
      *              31/12; POR ALUNO, AS MENSALIDADES PAGAS NO ANO
      *              (FAIXA 900000 DE PAGAMENTOS.dat, VER MENSESC) E O
      *              SALDO DAS COBRANCAS VENCIDAS ATE 31/12, EM NOME DO
      *              RESPONSAVEL FINANCEIRO DO ALUNO. DEPOIS EMITE UMA
      *              CARTA POR CONTATO NO SPOOL PELO MOTOR DE MODELO DE
      *              COBFIN (CARTA_INFORME.TXT, MARCADORES &NOME, &RUA,
      *              &CIDADE, &UF, &DATA, &ANO, &TOTALPAGO, &JUROS,
      *              &PRINCIPAL E &SALDO; A LINHA COM &DETALHE SAI UMA
      *              VEZ POR CONTRATO/ALUNO). CONTATO COM DEVOLUCAO DO
      *              CORREIO FICA SEM CARTA, COMO EM CARCNTT;
      *          <R> REEMITE A CARTA DE UM CONTATO (2A VIA) A PARTIR DO
      *              INFORME GRAVADO, SEM RECALCULAR
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         SAI COM SALDO ZERADO, COMO O CANCELADO - A DIVIDA PASSOU
      *         AO NOVO CONTRATO
      * Update: 20/11/2024 - O PLANO DA PARCELA (AMORUTIL) PARTE DO
      *         VALOR FINANCIADO COM OS JUROS DA CARENCIA CAPITALIZADOS,
      *         COMO EXTFIN
      * Update: 21/11/2024 - JUROS E PRINCIPAL DE CADA PARCELA PELO
      *         SISTEMA DE AMORTIZACAO DO CONTRATO (PRICE OU SAC)
      * Update: 22/11/2024 - O PLANO DA PARCELA PARTE DO VALOR
      *         FINANCIADO COM O IOF E A TARIFA DE CADASTRO
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRFFIN.

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

               SELECT INFORMES ASSIGN TO
               'INFORME_IR.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS IRF-CHAVE
               FILE STATUS IS WS-FS-IRF.

               SELECT MODELO ASSIGN TO
               'CARTA_INFORME.TXT'
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

       FD INFORMES.
          COPY FD_INFIR.

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
       77 WS-FS-IRF                       PIC 99.
          88 FS-IRF-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-IRF                      PIC X.
          88 EOF-IRF-OK                   VALUE 'S' FALSE 'N'.
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
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-ANO-BASE                     PIC 9(04) VALUE ZEROS.
       77 WS-CONTATO-FILTRO               PIC 9(06) VALUE ZEROS.
       77 WS-CONTATO-ATUAL                PIC 9(06) VALUE ZEROS.
       77 WS-ID-PAGADOR                   PIC 9(06) VALUE ZEROS.
       77 WS-DT-INI-ANO                   PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-ANO                   PIC 9(08) VALUE ZEROS.
       77 WS-ANOMES-LIMITE                PIC 9(06) VALUE ZEROS.
       77 WS-DT-ULT-PAGTO                 PIC 9(08) VALUE ZEROS.
       77 WS-CONTRATO-MENS                PIC 9(06) VALUE ZEROS.
       77 WS-IND-PARC                     PIC 9(03) VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-FACE                      PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-JUROS-PLANO               PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-CAPITAL-PLANO             PIC S9(06)V99 VALUE ZEROS.
       77 WS-VR-ACUMULADO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-ACUM-CORTE                PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-DISPONIVEL                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-RESTO                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-JUROS               PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-PRINCIPAL           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-ENCARGOS            PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PAGO-COBRANCA             PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CARTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CARTA                PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
      *
      * ITEM EM APURACAO, ACUMULADO EM INFORME_IR.dat POR P600
      *
       01 WS-ITEM.
          03 WS-IT-CHAVE.
             05 WS-IT-ANO                 PIC 9(04).
             05 WS-IT-ID-CONTATO          PIC 9(06).
             05 WS-IT-TIPO                PIC X(01).
             05 WS-IT-NUMERO              PIC 9(06).
          03 WS-IT-DESCRICAO              PIC X(20).
          03 WS-IT-VR-PAGO                PIC 9(08)V99.
          03 WS-IT-VR-JUROS               PIC 9(08)V99.
          03 WS-IT-VR-PRINCIPAL           PIC 9(08)V99.
          03 WS-IT-SALDO                  PIC 9(08)V99.
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
             05 WS-TI-VR-PAGO             PIC 9(08)V99.
             05 WS-TI-VR-JUROS            PIC 9(08)V99.
             05 WS-TI-VR-PRINCIPAL        PIC 9(08)V99.
             05 WS-TI-SALDO               PIC 9(08)V99.
       77 WS-CT-VR-PAGO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-JUROS                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-VR-PRINCIPAL              PIC 9(09)V99 VALUE ZEROS.
       77 WS-CT-SALDO                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-PAGO-MSK                     PIC ZZ.ZZZ.ZZ9,99.
       77 WS-JUROS-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-PRINCIPAL-MSK                PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-DETALHE.
          03 WS-LD-TIPO                   PIC X(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-NUMERO                 PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DESCRICAO              PIC X(16).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-PAGO                PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-JUROS               PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VR-PRINCIPAL           PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-SALDO                  PIC ZZZ.ZZ9,99.
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
       77 WS-ANO-TXT                      PIC 9(04).
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
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

           DISPLAY '*** INFORME ANUAL DE PAGAMENTOS (IMPOSTO DE RENDA) '
                   '***'
           SET LK-SUCESSO          TO TRUE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO

           DISPLAY 'DIGITE: <G> GERAR O INFORME DO ANO E AS CARTAS OU '
                   '<R> REEMITIR A CARTA DE UM CONTATO (2A VIA): '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'G'
               WHEN 'g'
                   MOVE 'IRFFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-GERA-INFORME
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'R'
               WHEN 'r'
                   SET EXIT-OK      TO FALSE
                   PERFORM P700-REEMITE THRU P700-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * GERACAO DO ANO-BASE: APAGA O QUE JA EXISTIA DO ANO (A GERACAO
      * PODE SER REPETIDA), APURA CONTRATOS E MENSALIDADES E EMITE AS
      * CARTAS DE TODOS OS CONTATOS
      ******************************************************************
       P200-GERA-INFORME.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS

           COMPUTE WS-ANO-BASE = WS-HOJE-AAAA - 1
           DISPLAY 'Informe o ano-base (ENTER = ' WS-ANO-BASE '): '
           ACCEPT WS-ANO-TXT
           IF WS-ANO-TXT IS NUMERIC AND WS-ANO-TXT GREATER THAN ZEROS
               MOVE WS-ANO-TXT      TO WS-ANO-BASE
           END-IF
           IF WS-ANO-BASE NOT LESS THAN WS-HOJE-AAAA
               DISPLAY 'ANO-BASE AINDA NAO ENCERRADO!'
               EXIT PARAGRAPH
           END-IF
           PERFORM P205-DATAS-DO-ANO

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

           PERFORM P250-ABRE-INFORMES
           IF NOT FS-IRF-OK
               SET LK-ERRO          TO TRUE
           ELSE
               PERFORM P210-LIMPA-ANO

               IF TEM-CONTRATOS
                   PERFORM P300-VARRE-CONTRATOS
               END-IF
               IF TEM-ALUNOS
                   PERFORM P400-VARRE-ALUNOS
               END-IF
               IF TEM-MENSALIDADES AND TEM-ALUNOS
                   PERFORM P430-VARRE-COBRANCAS
               END-IF

               MOVE ZEROS           TO WS-CONTATO-FILTRO
               SET SEGUNDA-VIA      TO FALSE
               PERFORM P500-EMITE-CARTAS
               CLOSE INFORMES
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

           DISPLAY 'ANO-BASE................: ' WS-ANO-BASE
           DISPLAY 'CONTRATOS/ALUNOS LIDOS..: ' WS-QTD-LIDOS
           DISPLAY 'ITENS DE INFORME GRAVADOS: ' WS-QTD-GRAVADOS
           DISPLAY 'SEM CONTATO PAGADOR.....: ' WS-QTD-REJEITADOS
           DISPLAY 'CARTAS EMITIDAS.........: ' WS-QTD-CARTAS
           DISPLAY 'CONTATOS SEM CARTA......: ' WS-QTD-SEM-CARTA
           .
       P200-FIM.

       P205-DATAS-DO-ANO.
           COMPUTE WS-DT-INI-ANO = WS-ANO-BASE * 10000 + 0101
           COMPUTE WS-DT-FIM-ANO = WS-ANO-BASE * 10000 + 1231
      *    O NUMERO DE PARCELA DA MENSALIDADE SE REPETE A CADA 10 ANOS
           COMPUTE WS-ANOMES-LIMITE = (WS-ANO-BASE - 10) * 100 + 12
           .
       P205-FIM.

       P210-LIMPA-ANO.
           SET EOF-IRF-OK           TO FALSE
           MOVE WS-ANO-BASE         TO IRF-ANO
           MOVE ZEROS               TO IRF-ID-CONTATO
           MOVE SPACES              TO IRF-TIPO
           MOVE ZEROS               TO IRF-NUMERO
           START INFORMES KEY IS NOT LESS THAN IRF-CHAVE
               INVALID KEY
                   SET EOF-IRF-OK   TO TRUE
           END-START

           PERFORM P215-APAGA-ITEM UNTIL EOF-IRF-OK
           .
       P210-FIM.

       P215-APAGA-ITEM.
           READ INFORMES NEXT RECORD
               AT END
                   SET EOF-IRF-OK   TO TRUE
               NOT AT END
                   IF IRF-ANO NOT EQUAL WS-ANO-BASE
                       SET EOF-IRF-OK TO TRUE
                   ELSE
                       DELETE INFORMES RECORD
                   END-IF
           END-READ
           .
       P215-FIM.

       P250-ABRE-INFORMES.
           SET FS-IRF-OK            TO TRUE
           OPEN I-O INFORMES
           IF WS-FS-IRF EQUAL 35
               OPEN OUTPUT INFORMES
               CLOSE INFORMES
               OPEN I-O INFORMES
           END-IF
           IF NOT FS-IRF-OK
               DISPLAY 'ERRO AO ABRIR INFORME_IR.dat.'
               MOVE WS-FS-IRF       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-IRF ' - ' WS-FS-MSG
           END-IF
           .
       P250-FIM.

      ******************************************************************
      * CONTRATOS: PAGAMENTOS DO ANO SEPARADOS EM JUROS/ENCARGOS E
      * PRINCIPAL E SALDO DE PRINCIPAL EM 31/12. CANCELADO NAO TEM
      * SALDO; QUITADO ATE 31/12 TAMBEM NAO
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
                   IF REG-DT-CONTRATO NOT GREATER THAN WS-DT-FIM-ANO
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P320-APURA-CONTRATO
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-APURA-CONTRATO.
           MOVE SPACES              TO WS-ITEM
           MOVE ZEROS               TO WS-IT-VR-PAGO
           MOVE ZEROS               TO WS-IT-VR-JUROS
           MOVE ZEROS               TO WS-IT-VR-PRINCIPAL
           MOVE ZEROS               TO WS-IT-SALDO
           MOVE ZEROS               TO WS-DT-ULT-PAGTO

           PERFORM P330-APURA-PARCELA
               VARYING WS-IND-PARC FROM 1 BY 1
               UNTIL WS-IND-PARC GREATER THAN REG-NUM-PARCELAS

           IF REG-CONTRATO-CANCELADO OR REG-CONTRATO-REFINANCIADO
               MOVE ZEROS           TO WS-IT-SALDO
           END-IF
           IF REG-CONTRATO-QUITADO AND
              WS-DT-ULT-PAGTO NOT GREATER THAN WS-DT-FIM-ANO
               MOVE ZEROS           TO WS-IT-SALDO
           END-IF

           IF WS-IT-VR-PAGO EQUAL ZEROS AND WS-IT-SALDO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           IF REG-ID-CONTATO EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'CONTRATO ' REG-NUM-CONTRATO
                       ' SEM CONTATO VINCULADO - FORA DO INFORME.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-BASE         TO WS-IT-ANO
           MOVE REG-ID-CONTATO      TO WS-IT-ID-CONTATO
           MOVE 'C'                 TO WS-IT-TIPO
           MOVE REG-NUM-CONTRATO    TO WS-IT-NUMERO
           MOVE REG-OBJETO          TO WS-IT-DESCRICAO
           PERFORM P600-ACUMULA-ITEM
           .
       P320-FIM.

       P330-APURA-PARCELA.
           PERFORM P340-PLANO-PARCELA
           MOVE ZEROS               TO WS-VR-ACUMULADO
           MOVE ZEROS               TO WS-VR-ACUM-CORTE

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

      *    SALDO DE PRINCIPAL DA PARCELA EM 31/12, COMO EM JRNFIN
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-ACUM-CORTE - WS-VR-JUROS-PLANO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-CAPITAL-PLANO - WS-VR-DISPONIVEL
           IF WS-VR-DISPONIVEL GREATER THAN ZEROS
               ADD WS-VR-DISPONIVEL TO WS-IT-SALDO
           END-IF
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
      * JUROS E PRINCIPAL DA PARCELA PELO PLANO DO CONTRATO (AMORUTIL,
      * PRICE OU SAC), NA MESMA CONTA DE JRNFIN
      ******************************************************************
       P340-PLANO-PARCELA.
           COMPUTE WS-VR-FINANCIADO = REG-VALOR - REG-VR-ENTRADA
                                    + REG-VR-JUROS-CARENCIA
                                    + REG-VR-IOF + REG-VR-TAC
                                    + REG-VR-PREMIO
           MOVE WS-VR-FINANCIADO    TO WS-AMORT-VR-FINANCIADO
           MOVE REG-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE REG-SISTEMA-AMORT   TO WS-AMORT-SISTEMA
           MOVE WS-IND-PARC         TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT
           MOVE WS-AMORT-VR-JUROS   TO WS-VR-JUROS-PLANO

           MOVE REG-PARCELAS(WS-IND-PARC) TO WS-VR-FACE
           COMPUTE WS-VR-CAPITAL-PLANO =
                   WS-VR-FACE - WS-VR-JUROS-PLANO
           IF WS-VR-CAPITAL-PLANO LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-CAPITAL-PLANO
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * PAGAMENTO NAO ESTORNADO: SE FOI NO ANO-BASE, SEPARA (JUROS
      * PRIMEIRO, DEPOIS PRINCIPAL ATE A FACE, O EXCEDENTE E ENCARGO E
      * VAI COM OS JUROS). WS-VR-ACUMULADO = O QUE JA ENTROU NA PARCELA
      ******************************************************************
       P345-TRATA-PAGAMENTO.
           IF PAG-DT-PAGAMENTO GREATER THAN WS-DT-ULT-PAGTO
               MOVE PAG-DT-PAGAMENTO TO WS-DT-ULT-PAGTO
           END-IF

           IF PAG-DT-PAGAMENTO NOT LESS THAN WS-DT-INI-ANO AND
              PAG-DT-PAGAMENTO NOT GREATER THAN WS-DT-FIM-ANO
               PERFORM P350-SEPARA-PAGAMENTO
               ADD PAG-VALOR-PAGO   TO WS-IT-VR-PAGO
               ADD WS-VR-PARTE-JUROS TO WS-IT-VR-JUROS
               ADD WS-VR-PARTE-ENCARGOS TO WS-IT-VR-JUROS
               ADD WS-VR-PARTE-PRINCIPAL TO WS-IT-VR-PRINCIPAL
           END-IF

           IF PAG-DT-PAGAMENTO NOT GREATER THAN WS-DT-FIM-ANO
               ADD PAG-VALOR-PAGO   TO WS-VR-ACUM-CORTE
           END-IF
           ADD PAG-VALOR-PAGO       TO WS-VR-ACUMULADO
           .
       P345-FIM.

       P350-SEPARA-PAGAMENTO.
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-JUROS-PLANO - WS-VR-ACUMULADO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           IF PAG-VALOR-PAGO LESS THAN WS-VR-DISPONIVEL
               MOVE PAG-VALOR-PAGO  TO WS-VR-PARTE-JUROS
           ELSE
               MOVE WS-VR-DISPONIVEL TO WS-VR-PARTE-JUROS
           END-IF
           COMPUTE WS-VR-RESTO = PAG-VALOR-PAGO - WS-VR-PARTE-JUROS

           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-ACUMULADO - WS-VR-JUROS-PLANO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-CAPITAL-PLANO - WS-VR-DISPONIVEL
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           IF WS-VR-RESTO LESS THAN WS-VR-DISPONIVEL
               MOVE WS-VR-RESTO     TO WS-VR-PARTE-PRINCIPAL
           ELSE
               MOVE WS-VR-DISPONIVEL TO WS-VR-PARTE-PRINCIPAL
           END-IF

           COMPUTE WS-VR-PARTE-ENCARGOS =
                   WS-VR-RESTO - WS-VR-PARTE-PRINCIPAL
           .
       P350-FIM.

      ******************************************************************
      * MENSALIDADES PAGAS NO ANO (CONTRATO 900000 + ALUNO), TUDO COMO
      * PRINCIPAL, EM NOME DO RESPONSAVEL FINANCEIRO DO ALUNO
      ******************************************************************
       P400-VARRE-ALUNOS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO CD-STUDENT
           START STUDENT KEY IS NOT LESS THAN CD-STUDENT
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P410-LE-ALUNO UNTIL EOF-OK
           .
       P400-FIM.

       P410-LE-ALUNO.
           READ STUDENT NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P420-PAGAMENTOS-ALUNO
           END-READ
           .
       P410-FIM.

       P415-RESPONSAVEL.
           IF RESP1-CONTATO GREATER THAN ZEROS
               MOVE RESP1-CONTATO   TO WS-ID-PAGADOR
           ELSE
               MOVE RESP2-CONTATO   TO WS-ID-PAGADOR
           END-IF
           .
       P415-FIM.

       P420-PAGAMENTOS-ALUNO.
           MOVE SPACES              TO WS-ITEM
           MOVE ZEROS               TO WS-IT-VR-PAGO
           MOVE ZEROS               TO WS-IT-VR-JUROS
           MOVE ZEROS               TO WS-IT-VR-PRINCIPAL
           MOVE ZEROS               TO WS-IT-SALDO
           COMPUTE WS-CONTRATO-MENS = 900000 + CD-STUDENT

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE WS-CONTRATO-MENS TO PAG-NUM-CONTRATO
               MOVE ZEROS            TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P425-LE-PAGTO-ALUNO UNTIL EOF-PAG-OK
           END-IF

           IF WS-IT-VR-PAGO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P415-RESPONSAVEL
           IF WS-ID-PAGADOR EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'ALUNO ' CD-STUDENT
                       ' SEM RESPONSAVEL - FORA DO INFORME.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-VR-PAGO       TO WS-IT-VR-PRINCIPAL
           MOVE WS-ANO-BASE         TO WS-IT-ANO
           MOVE WS-ID-PAGADOR       TO WS-IT-ID-CONTATO
           MOVE 'M'                 TO WS-IT-TIPO
           MOVE CD-STUDENT          TO WS-IT-NUMERO
           MOVE NM-STUDENT          TO WS-IT-DESCRICAO
           PERFORM P600-ACUMULA-ITEM
           .
       P420-FIM.

       P425-LE-PAGTO-ALUNO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO NOT EQUAL WS-CONTRATO-MENS
                       SET EOF-PAG-OK TO TRUE
                   ELSE
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO NOT LESS THAN
                          WS-DT-INI-ANO AND
                          PAG-DT-PAGAMENTO NOT GREATER THAN
                          WS-DT-FIM-ANO
                           ADD PAG-VALOR-PAGO TO WS-IT-VR-PAGO
                       END-IF
                   END-IF
           END-READ
           .
       P425-FIM.

      ******************************************************************
      * SALDO DAS MENSALIDADES EM 31/12: COBRANCAS VENCIDAS ATE 31/12
      * MENOS O QUE FOI PAGO DELAS ATE 31/12
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
                   IF MEN-DT-VENCIMENTO GREATER THAN WS-DT-FIM-ANO
                       IF MEN-ANOMES GREATER THAN
                          WS-ANO-BASE * 100 + 12
                           SET EOF-OK TO TRUE
                       END-IF
                   ELSE
                       PERFORM P450-SALDO-COBRANCA
                   END-IF
           END-READ
           .
       P440-FIM.

       P450-SALDO-COBRANCA.
           MOVE ZEROS               TO WS-VR-PAGO-COBRANCA
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

           IF WS-VR-PAGO-COBRANCA NOT LESS THAN MEN-VALOR
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
           PERFORM P415-RESPONSAVEL
           IF WS-ID-PAGADOR EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-ITEM
           MOVE ZEROS               TO WS-IT-VR-PAGO
           MOVE ZEROS               TO WS-IT-VR-JUROS
           MOVE ZEROS               TO WS-IT-VR-PRINCIPAL
           COMPUTE WS-IT-SALDO = MEN-VALOR - WS-VR-PAGO-COBRANCA
           MOVE WS-ANO-BASE         TO WS-IT-ANO
           MOVE WS-ID-PAGADOR       TO WS-IT-ID-CONTATO
           MOVE 'M'                 TO WS-IT-TIPO
           MOVE CD-STUDENT          TO WS-IT-NUMERO
           MOVE NM-STUDENT          TO WS-IT-DESCRICAO
           PERFORM P600-ACUMULA-ITEM
           .
       P450-FIM.

       P455-LE-PAGTO-COBRANCA.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-CONTRATO-MENS AND
                      PAG-NUM-PARCELA EQUAL MEN-NUM-PARCELA
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO NOT GREATER THAN
                          WS-DT-FIM-ANO
                           ADD PAG-VALOR-PAGO
                                      TO WS-VR-PAGO-COBRANCA
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P455-FIM.

      ******************************************************************
      * CARTAS: LE O INFORME NA ORDEM DA CHAVE (ANO + CONTATO) E EMITE
      * UMA CARTA A CADA TROCA DE CONTATO; WS-CONTATO-FILTRO DIFERENTE
      * DE ZEROS LIMITA A UM CONTATO (2A VIA)
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

           MOVE 'IRFFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           SET EOF-IRF-OK           TO FALSE
           MOVE WS-ANO-BASE         TO IRF-ANO
           MOVE WS-CONTATO-FILTRO   TO IRF-ID-CONTATO
           MOVE SPACES              TO IRF-TIPO
           MOVE ZEROS               TO IRF-NUMERO
           START INFORMES KEY IS NOT LESS THAN IRF-CHAVE
               INVALID KEY
                   SET EOF-IRF-OK   TO TRUE
           END-START

           PERFORM P510-LE-ITEM UNTIL EOF-IRF-OK
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
           READ INFORMES NEXT RECORD
               AT END
                   SET EOF-IRF-OK   TO TRUE
               NOT AT END
                   IF IRF-ANO NOT EQUAL WS-ANO-BASE
                       SET EOF-IRF-OK TO TRUE
                   ELSE
                       IF WS-CONTATO-FILTRO GREATER THAN ZEROS AND
                          IRF-ID-CONTATO NOT EQUAL WS-CONTATO-FILTRO
                           SET EOF-IRF-OK TO TRUE
                       ELSE
                           PERFORM P515-GUARDA-ITEM
                       END-IF
                   END-IF
           END-READ
           .
       P510-FIM.

       P515-GUARDA-ITEM.
           IF IRF-ID-CONTATO NOT EQUAL WS-CONTATO-ATUAL
               IF WS-QTD-ITENS GREATER THAN ZEROS
                   PERFORM P520-FECHA-CONTATO
               END-IF
               MOVE IRF-ID-CONTATO  TO WS-CONTATO-ATUAL
               MOVE ZEROS           TO WS-QTD-ITENS
               MOVE ZEROS           TO WS-CT-VR-PAGO
               MOVE ZEROS           TO WS-CT-VR-JUROS
               MOVE ZEROS           TO WS-CT-VR-PRINCIPAL
               MOVE ZEROS           TO WS-CT-SALDO
           END-IF

           ADD IRF-VR-PAGO          TO WS-CT-VR-PAGO
           ADD IRF-VR-JUROS         TO WS-CT-VR-JUROS
           ADD IRF-VR-PRINCIPAL     TO WS-CT-VR-PRINCIPAL
           ADD IRF-SALDO            TO WS-CT-SALDO

           IF WS-QTD-ITENS LESS THAN WS-MAX-ITENS
               ADD 1                TO WS-QTD-ITENS
               MOVE IRF-TIPO        TO WS-TI-TIPO(WS-QTD-ITENS)
               MOVE IRF-NUMERO      TO WS-TI-NUMERO(WS-QTD-ITENS)
               MOVE IRF-DESCRICAO   TO WS-TI-DESCRICAO(WS-QTD-ITENS)
               MOVE IRF-VR-PAGO     TO WS-TI-VR-PAGO(WS-QTD-ITENS)
               MOVE IRF-VR-JUROS    TO WS-TI-VR-JUROS(WS-QTD-ITENS)
               MOVE IRF-VR-PRINCIPAL
                                    TO WS-TI-VR-PRINCIPAL(WS-QTD-ITENS)
               MOVE IRF-SALDO       TO WS-TI-SALDO(WS-QTD-ITENS)
           ELSE
               DISPLAY 'CONTATO ' IRF-ID-CONTATO ' COM MAIS DE '
                       WS-MAX-ITENS ' ITENS - DETALHE TRUNCADO, '
                       'TOTAIS COMPLETOS.'
           END-IF
           .
       P515-FIM.

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

           MOVE WS-ANO-BASE         TO WS-ANO-TXT
           MOVE WS-CT-VR-PAGO       TO WS-PAGO-MSK
           MOVE WS-CT-VR-JUROS      TO WS-JUROS-MSK
           MOVE WS-CT-VR-PRINCIPAL  TO WS-PRINCIPAL-MSK
           MOVE WS-CT-SALDO         TO WS-SALDO-MSK

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
               DISPLAY 'MODELO CARTA_INFORME.TXT NAO ENCONTRADO! '
                       'CRIE O MODELO COM OS MARCADORES &NOME, &ANO, '
                       '&TOTALPAGO, &JUROS, &PRINCIPAL, &SALDO E UMA '
                       'LINHA COM &DETALHE.'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-MOD-OK
               DISPLAY 'ERRO AO ABRIR O MODELO CARTA_INFORME.TXT'
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
                   WHEN WS-PTR-IN NOT GREATER THAN 71 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:10)
                        EQUAL '&TOTALPAGO'
                       MOVE 10 TO WS-TAM-MARCADOR
                       MOVE WS-PAGO-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 71 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:10)
                        EQUAL '&PRINCIPAL'
                       MOVE 10 TO WS-TAM-MARCADOR
                       MOVE WS-PRINCIPAL-MSK TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 74 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:7)
                        EQUAL '&CIDADE'
                       MOVE 7  TO WS-TAM-MARCADOR
                       MOVE WS-END-CIDADE TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&JUROS'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE WS-JUROS-MSK TO WS-VALOR-CAMPO
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
                        EQUAL '&ANO'
                       MOVE 4  TO WS-TAM-MARCADOR
                       MOVE WS-ANO-TXT TO WS-VALOR-CAMPO
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
           IF WS-TI-TIPO(WS-IND-ITEM) EQUAL 'C'
               MOVE 'CONTRATO'      TO WS-LD-TIPO
           ELSE
               MOVE 'ALUNO'         TO WS-LD-TIPO
           END-IF
           MOVE WS-TI-NUMERO(WS-IND-ITEM)    TO WS-LD-NUMERO
           MOVE WS-TI-DESCRICAO(WS-IND-ITEM) TO WS-LD-DESCRICAO
           MOVE WS-TI-VR-PAGO(WS-IND-ITEM)   TO WS-LD-VR-PAGO
           MOVE WS-TI-VR-JUROS(WS-IND-ITEM)  TO WS-LD-VR-JUROS
           MOVE WS-TI-VR-PRINCIPAL(WS-IND-ITEM)
                                             TO WS-LD-VR-PRINCIPAL
           MOVE WS-TI-SALDO(WS-IND-ITEM)     TO WS-LD-SALDO
           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P570-FIM.

      ******************************************************************
      * ACUMULA WS-ITEM NO INFORME (O MESMO ALUNO ENTRA PELO PAGO NO
      * ANO E PELO SALDO DAS COBRANCAS)
      ******************************************************************
       P600-ACUMULA-ITEM.
           MOVE WS-IT-CHAVE         TO IRF-CHAVE
           READ INFORMES
               KEY IS IRF-CHAVE
               INVALID KEY
                   MOVE WS-IT-DESCRICAO    TO IRF-DESCRICAO
                   MOVE WS-IT-VR-PAGO      TO IRF-VR-PAGO
                   MOVE WS-IT-VR-JUROS     TO IRF-VR-JUROS
                   MOVE WS-IT-VR-PRINCIPAL TO IRF-VR-PRINCIPAL
                   MOVE WS-IT-SALDO        TO IRF-SALDO
                   MOVE WS-DATA-HOJE       TO IRF-DT-GERACAO
                   WRITE REG-INFORME-IR
                   ADD 1                   TO WS-QTD-GRAVADOS
               NOT INVALID KEY
                   ADD WS-IT-VR-PAGO       TO IRF-VR-PAGO
                   ADD WS-IT-VR-JUROS      TO IRF-VR-JUROS
                   ADD WS-IT-VR-PRINCIPAL  TO IRF-VR-PRINCIPAL
                   ADD WS-IT-SALDO         TO IRF-SALDO
                   REWRITE REG-INFORME-IR
           END-READ
           .
       P600-FIM.

      ******************************************************************
      * 2A VIA DA CARTA DE UM CONTATO, DO INFORME JA GRAVADO
      ******************************************************************
       P700-REEMITE.
           SET FS-IRF-OK            TO TRUE
           OPEN INPUT INFORMES
           IF NOT FS-IRF-OK
               DISPLAY 'NENHUM INFORME GERADO AINDA.'
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           COMPUTE WS-ANO-BASE = WS-HOJE-AAAA - 1
           DISPLAY 'Informe o ano-base (ENTER = ' WS-ANO-BASE '): '
           ACCEPT WS-ANO-TXT
           IF WS-ANO-TXT IS NUMERIC AND WS-ANO-TXT GREATER THAN ZEROS
               MOVE WS-ANO-TXT      TO WS-ANO-BASE
           END-IF
           DISPLAY 'Informe o codigo do contato: '
           ACCEPT WS-CONTATO-FILTRO

           MOVE WS-ANO-BASE         TO IRF-ANO
           MOVE WS-CONTATO-FILTRO   TO IRF-ID-CONTATO
           MOVE SPACES              TO IRF-TIPO
           MOVE ZEROS               TO IRF-NUMERO
           START INFORMES KEY IS NOT LESS THAN IRF-CHAVE
               INVALID KEY
                   MOVE ZEROS       TO IRF-ID-CONTATO
               NOT INVALID KEY
                   READ INFORMES NEXT RECORD
                       AT END
                           MOVE ZEROS TO IRF-ID-CONTATO
                   END-READ
           END-START

           IF WS-CONTATO-FILTRO EQUAL ZEROS OR
              IRF-ANO NOT EQUAL WS-ANO-BASE OR
              IRF-ID-CONTATO NOT EQUAL WS-CONTATO-FILTRO
               DISPLAY 'CONTATO SEM INFORME NO ANO-BASE ' WS-ANO-BASE
                       '!'
           ELSE
               SET SEGUNDA-VIA      TO TRUE
               PERFORM P500-EMITE-CARTAS
               IF WS-QTD-CARTAS GREATER THAN ZEROS
                   MOVE WS-CT-VR-PAGO TO WS-PAGO-MSK
                   MOVE WS-CT-SALDO TO WS-SALDO-MSK
                   DISPLAY 'TOTAL PAGO NO ANO: ' WS-PAGO-MSK
                   DISPLAY 'SALDO EM 31/12...: ' WS-SALDO-MSK
                   IF WS-DEV-CORREIO-SIM
                       DISPLAY 'ATENCAO: ENDERECO COM DEVOLUCAO DO '
                               'CORREIO - ENTREGAR NO BALCAO.'
                   END-IF
               END-IF
           END-IF

           CLOSE INFORMES

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
       END PROGRAM IRFFIN.
