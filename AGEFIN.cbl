      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 08/11/2024
      * Purpose: COBRANCA TERCEIRIZADA - ENTREGA A AGENCIA DE COBRANCA
      *          OS CONTRATOS COM MAIS DE 90 DIAS DE ATRASO (A FAIXA DA
      *          QUARTA CARTA DE COBFIN) E TRATA O RETORNO DA AGENCIA:
      *          <E> GERA AGENCIA_ENVIO.TXT COM OS CONTRATOS AINDA NAO
      *              ENTREGUES, COM NOME, DOCUMENTO, ENDERECO, TELEFONE
      *              E E-MAIL DO CONTATO (CONTATOS.dat) E ATE TRES
      *              TELEFONES ADICIONAIS (CONTATOS_FONES.dat), E MARCA
      *              O CONTRATO EM COBRANCA_AGENCIA.dat (FD_AGENC), O
      *              QUE SUSPENDE AS CARTAS DE COBFIN;
      *          <R> LE AGENCIA_RETORNO.TXT: ACORDO (A) FICA REGISTRADO
      *              NO CONTRATO, RECEBIMENTO (P) E BAIXADO EM
      *              PAGAMENTOS.dat COM O OPERADOR DA AGENCIA NA
      *              SEQUENCIA SEGUINTE DA PARCELA (COMO EM RETFIN), COM
      *              A COMISSAO CALCULADA PELO PERCENTUAL DA TABELA
      *              COMISSAO_AGENCIA.TXT, E DEVOLUCAO (D) DEVOLVE O
      *              CONTRATO A COBRANCA PROPRIA;
      *          <D> RETIRA UM CONTRATO DA AGENCIA PELA EMPRESA;
      *          <T> LISTA A TABELA DE COMISSAO EM USO.
      *          RELATORIOS NO SPOOL E RODADA NO LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 10/11/2024 - RECEBIMENTO DA AGENCIA QUE DEIXA A PARCELA
      *         SEM SALDO ENCERRA A NEGATIVACAO NO BIRO (NEGUTIL)
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         SAI DO AGING E TEM O PAGAMENTO AGENDADO RECUSADO, COMO O
      *         QUITADO
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
       PROGRAM-ID. AGEFIN.

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

               SELECT FONES ASSIGN TO
               'CONTATOS_FONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FONE-CHAVE
               FILE STATUS IS WS-FS-FONE.

               SELECT AGENCIA ASSIGN TO
               'COBRANCA_AGENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS AGE-NUM-CONTRATO
               FILE STATUS IS WS-FS-AGE.

               SELECT COMISSAO ASSIGN TO
               'COMISSAO_AGENCIA.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMS.

               SELECT ENVIO ASSIGN TO
               'AGENCIA_ENVIO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENV.

               SELECT RETORNO ASSIGN TO
               'AGENCIA_RETORNO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

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

       FD FONES.
          COPY FD_FONE.

       FD AGENCIA.
          COPY FD_AGENC.

       FD COMISSAO.
       01 REG-COMISSAO.
          03 CMS-DIAS-MAX                 PIC 9(05).
          03 CMS-PERCENTUAL               PIC 9(03)V99.

       FD ENVIO.
       01 REG-ENVIO.
          03 ENV-NUM-CONTRATO             PIC 9(06).
          03 ENV-DT-ENVIO                 PIC 9(08).
          03 ENV-DOC-CONTATO              PIC X(14).
          03 ENV-NOME                     PIC X(20).
          03 ENV-RUA                      PIC X(30).
          03 ENV-CIDADE                   PIC X(20).
          03 ENV-UF                       PIC X(02).
          03 ENV-CEP                      PIC X(08).
          03 ENV-TELEFONE                 PIC X(11).
          03 ENV-EMAIL                    PIC X(30).
          03 ENV-FONE-ADICIONAL           PIC X(30) OCCURS 3 TIMES.
          03 ENV-DIAS-ATRASO              PIC 9(05).
          03 ENV-QTD-PARCELAS             PIC 9(03).
          03 ENV-VR-ATRASO                PIC 9(08)V99.
          03 ENV-VR-SALDO                 PIC 9(08)V99.

       FD RETORNO.
       01 REG-RETORNO-AGENCIA.
          03 AGR-TIPO                     PIC X(01).
             88 AGR-ACORDO                VALUE 'A'.
             88 AGR-PAGAMENTO             VALUE 'P'.
             88 AGR-DEVOLUCAO             VALUE 'D'.
          03 AGR-NUM-CONTRATO             PIC 9(06).
          03 AGR-NUM-PARCELA              PIC 9(03).
          03 AGR-DATA                     PIC 9(08).
          03 AGR-VALOR                    PIC 9(08)V99.
          03 AGR-QTD-PARCELAS             PIC 9(03).

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
       77 WS-FS-FONE                      PIC 99.
          88 FS-FONE-OK                   VALUE 0.
       77 WS-FS-AGE                       PIC 99.
          88 FS-AGE-OK                    VALUE 0.
       77 WS-FS-CMS                       PIC 99.
          88 FS-CMS-OK                    VALUE 0.
       77 WS-FS-ENV                       PIC 99.
          88 FS-ENV-OK                    VALUE 0.
       77 WS-FS-RET                       PIC 99.
          88 FS-RET-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FONE                     PIC X.
          88 EOF-FONE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CMS                      PIC X.
          88 EOF-CMS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-FONES                    PIC X VALUE 'N'.
          88 TEM-FONES                    VALUE 'S' FALSE 'N'.
       77 WS-LINHA-VALIDA                 PIC X VALUE 'N'.
          88 LINHA-VALIDA                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-DIAS-AGENCIA                 PIC 9(03) VALUE 90.
       77 WS-OPERADOR-AGENCIA             PIC X(06) VALUE 'AGENCI'.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FAIXAS                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FONES                    PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASO                   PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-ATRASO                    PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-SALDO                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-PERC-COMISSAO                PIC 9(03)V99 VALUE ZEROS.
       77 WS-VR-COMISSAO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO-REJEITO               PIC X(32) VALUE SPACES.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JA-ENTREGUES             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACORDOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PAGAMENTOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ENVIADO                PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-RECEBIDO               PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-COMISSAO               PIC 9(10)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-COMISSAO-MSK                 PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MSK                      PIC ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
      ******************************************************************
      * TABELA DE COMISSAO DA AGENCIA POR FAIXA DE ATRASO NA ENTREGA
      * (COMISSAO_AGENCIA.TXT, EM ORDEM CRESCENTE DE DIAS; SEM O
      * ARQUIVO VALEM OS PERCENTUAIS PADRAO ABAIXO)
      ******************************************************************
       01 WS-COMISSAO-PADRAO.
          03 FILLER PIC X(10) VALUE '0018001000'.
          03 FILLER PIC X(10) VALUE '0036001500'.
          03 FILLER PIC X(10) VALUE '9999902000'.
       01 FILLER REDEFINES WS-COMISSAO-PADRAO.
          03 WS-PADRAO OCCURS 3 TIMES     PIC X(10).
       01 WS-TAB-COMISSAO.
          03 WS-CMS OCCURS 10 TIMES.
             05 WS-CMS-DIAS-MAX           PIC 9(05).
             05 WS-CMS-PERCENTUAL         PIC 9(03)V99.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-RCP.
          03 WS-RCP-NUM-CONTRATO          PIC 9(06).
          03 WS-RCP-NUM-PARCELA           PIC 9(03).
          03 WS-RCP-SEQUENCIA             PIC 9(02).
          03 WS-RCP-DT-PAGAMENTO          PIC 9(08).
          03 WS-RCP-VALOR                 PIC 9(06)V99.
          03 WS-RCP-OPERADOR              PIC X(06).
          03 WS-RCP-ORIGEM                PIC X(08).
          03 WS-RCP-RESULTADO             PIC X(01).
             88 RCP-GRAVADA               VALUE 'S'.
       01 WS-AREA-NEG.
          03 WS-NEG-NUM-CONTRATO          PIC 9(06).
          03 WS-NEG-NUM-PARCELA           PIC 9(03).
          03 WS-NEG-SALDO-PARCELA         PIC S9(08)V99.
          03 WS-NEG-OPERADOR              PIC X(06).
          03 WS-NEG-ORIGEM                PIC X(08).
          03 WS-NEG-RESULTADO             PIC X(01).
             88 NEG-ENCERRADA             VALUE 'S'.
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** COBRANCA TERCEIRIZADA (AGENCIA) ***'
           SET LK-SUCESSO          TO TRUE

           PERFORM P200-CARREGA-COMISSAO

           DISPLAY 'DIGITE: <E> ENVIAR CONTRATOS A AGENCIA, '
                   '<R> PROCESSAR O RETORNO DA AGENCIA, '
                   '<D> RETIRAR UM CONTRATO DA AGENCIA OU '
                   '<T> LISTAR A TABELA DE COMISSAO: '
           ACCEPT WS-OPCAO

           MOVE 'AGEFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS

           EVALUATE WS-OPCAO
               WHEN 'E'
               WHEN 'e'
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P300-ENVIA-AGENCIA
                   PERFORM P290-LOG-FIM
               WHEN 'R'
               WHEN 'r'
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P400-RETORNO-AGENCIA
                   PERFORM P290-LOG-FIM
               WHEN 'D'
               WHEN 'd'
                   PERFORM P500-RETIRA-CONTRATO
               WHEN 'T'
               WHEN 't'
                   PERFORM P600-LISTA-COMISSAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
       P200-CARREGA-COMISSAO.
           MOVE ZEROS               TO WS-QTD-FAIXAS
           SET FS-CMS-OK            TO TRUE
           SET EOF-CMS-OK           TO FALSE

           OPEN INPUT COMISSAO

           IF FS-CMS-OK
               PERFORM P210-LE-COMISSAO UNTIL EOF-CMS-OK
               CLOSE COMISSAO
           END-IF

           IF WS-QTD-FAIXAS EQUAL ZEROS
               PERFORM P220-CARREGA-PADRAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 3
           END-IF
           .
       P200-FIM.

       P210-LE-COMISSAO.
           READ COMISSAO
               AT END
                   SET EOF-CMS-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-FAIXAS LESS THAN 10 AND
                      CMS-DIAS-MAX IS NUMERIC AND
                      CMS-PERCENTUAL IS NUMERIC
                       ADD 1        TO WS-QTD-FAIXAS
                       MOVE CMS-DIAS-MAX
                                TO WS-CMS-DIAS-MAX(WS-QTD-FAIXAS)
                       MOVE CMS-PERCENTUAL
                                TO WS-CMS-PERCENTUAL(WS-QTD-FAIXAS)
                   END-IF
           END-READ
           .
       P210-FIM.

       P220-CARREGA-PADRAO.
           MOVE WS-PADRAO(WS-IND)   TO REG-COMISSAO
           ADD 1                    TO WS-QTD-FAIXAS
           MOVE CMS-DIAS-MAX        TO WS-CMS-DIAS-MAX(WS-QTD-FAIXAS)
           MOVE CMS-PERCENTUAL      TO WS-CMS-PERCENTUAL(WS-QTD-FAIXAS)
           .
       P220-FIM.

      ******************************************************************
      * PERCENTUAL DA PRIMEIRA FAIXA QUE COMPORTA WS-MAIOR-ATRASO; ACIMA
      * DA ULTIMA FAIXA VALE O PERCENTUAL DA ULTIMA
      ******************************************************************
       P230-BUSCA-COMISSAO.
           MOVE WS-CMS-PERCENTUAL(WS-QTD-FAIXAS) TO WS-PERC-COMISSAO

           PERFORM P235-CONFERE-FAIXA
               VARYING WS-IND FROM WS-QTD-FAIXAS BY -1
               UNTIL WS-IND LESS THAN 1
           .
       P230-FIM.

       P235-CONFERE-FAIXA.
           IF WS-MAIOR-ATRASO NOT GREATER THAN WS-CMS-DIAS-MAX(WS-IND)
               MOVE WS-CMS-PERCENTUAL(WS-IND) TO WS-PERC-COMISSAO
           END-IF
           .
       P235-FIM.

       P290-LOG-FIM.
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS    TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-REJEITADOS  TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           .
       P290-FIM.

      ******************************************************************
      * ENVIO: CONTRATOS COM ATRASO ACIMA DE WS-DIAS-AGENCIA AINDA NAO
      * ENTREGUES (SEM REGISTRO EM COBRANCA_AGENCIA.dat)
      ******************************************************************
       P300-ENVIA-AGENCIA.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-AGE-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-JA-ENTREGUES
           MOVE ZEROS               TO WS-TOTAL-ENVIADO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           OPEN INPUT CONTRATOS
           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           OPEN I-O AGENCIA
           IF WS-FS-AGE EQUAL 35
               OPEN OUTPUT AGENCIA
               CLOSE AGENCIA
               OPEN I-O AGENCIA
           END-IF

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
               IF FS-OK AND FS-AGE-OK
                   OPEN INPUT CONTATOS
                   OPEN INPUT FONES
                   IF FS-FONE-OK
                       SET TEM-FONES TO TRUE
                   ELSE
                       SET TEM-FONES TO FALSE
                   END-IF
                   OPEN OUTPUT ENVIO

                   MOVE 'AGEFIN  ' TO WS-SPL-PROGRAMA
                   CALL 'SPOOLUTL' USING WS-AREA-SPOOL
                   MOVE WS-SPL-NOME TO WS-NOME-SPOOL
                   OPEN OUTPUT ARQ-IMPRESSAO
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'ENTREGA A AGENCIA DE COBRANCA EM '
                          WS-DATA-HOJE
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
                   MOVE 'CONTRATO CLIENTE               DIAS PARC'
                                    TO REG-IMPRESSAO
                   MOVE 'EM ATRASO  COMISSAO' TO REG-IMPRESSAO(47:19)
                   WRITE REG-IMPRESSAO

                   MOVE ZEROS       TO REG-NUM-CONTRATO
                   START CONTRATOS KEY IS NOT LESS THAN
                                   REG-NUM-CONTRATO
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START

                   PERFORM P310-LE-CONTRATO UNTIL EOF-OK

                   MOVE WS-TOTAL-ENVIADO TO WS-TOTAL-MSK
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'CONTRATOS ENTREGUES: ' WS-QTD-GRAVADOS
                          '  EM ATRASO: ' WS-TOTAL-MSK
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
                   CLOSE ARQ-IMPRESSAO

                   CLOSE ENVIO
                   IF TEM-FONES
                       CLOSE FONES
                   END-IF
                   CLOSE CONTATOS

                   DISPLAY 'CONTRATOS AVALIADOS....: ' WS-QTD-LIDOS
                   DISPLAY 'ENTREGUES NESTA RODADA.: ' WS-QTD-GRAVADOS
                   DISPLAY 'JA ESTAVAM NA AGENCIA..: '
                           WS-QTD-JA-ENTREGUES
                   DISPLAY 'ARQUIVO GERADO.........: '
                           'AGENCIA_ENVIO.TXT'
                   DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
               ELSE
                   IF NOT FS-OK
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                       PERFORM P800-TRADUZ-FS
                       DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   ELSE
                       DISPLAY 'ERRO AO ABRIR COBRANCA_AGENCIA.dat '
                               '(FILE STATUS: ' WS-FS-AGE ').'
                   END-IF
                   SET LK-ERRO     TO TRUE
               END-IF
           END-IF

           CLOSE CONTRATOS
           CLOSE AGENCIA
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           .
       P300-FIM.

       P310-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P320-APURA-ATRASO
                       IF WS-MAIOR-ATRASO GREATER THAN WS-DIAS-AGENCIA
                           PERFORM P340-CONFERE-AGENCIA
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-APURA-ATRASO.
           MOVE ZEROS               TO WS-MAIOR-ATRASO
           MOVE ZEROS               TO WS-QTD-ATRASO
           MOVE ZEROS               TO WS-VR-ATRASO
           MOVE ZEROS               TO WS-VR-SALDO

           PERFORM P330-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS
           .
       P320-FIM.

       P330-AVALIA-PARCELA.
           PERFORM P335-SALDO-PARCELA

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-VR-SALDO

               MOVE REG-DT-CONTRATO    TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA     TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA       TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
                   ADD 1                TO WS-QTD-ATRASO
                   ADD WS-SALDO-PARCELA TO WS-VR-ATRASO
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
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

       P335-SALDO-PARCELA.
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

               PERFORM P337-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P335-FIM.

       P337-SOMA-PAGAMENTO.
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
       P337-FIM.

       P340-CONFERE-AGENCIA.
           MOVE REG-NUM-CONTRATO    TO AGE-NUM-CONTRATO
           READ AGENCIA
               KEY IS AGE-NUM-CONTRATO
               INVALID KEY
                   PERFORM P350-ENTREGA-CONTRATO
               NOT INVALID KEY
      *            DEVOLVIDO PELA AGENCIA NAO E REENVIADO SOZINHO
                   ADD 1            TO WS-QTD-JA-ENTREGUES
           END-READ
           .
       P340-FIM.

       P350-ENTREGA-CONTRATO.
           MOVE SPACES              TO WS-REGISTRO
           MOVE REG-ID-CONTATO      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE SPACES      TO WS-REGISTRO
                   DISPLAY 'CONTRATO ' REG-NUM-CONTRATO
                           ' SEM CONTATO (ID ' REG-ID-CONTATO
                           ') - ENVIADO SEM ENDERECO.'
               NOT INVALID KEY
                   CONTINUE
           END-READ

           INITIALIZE REG-ENVIO
           MOVE REG-NUM-CONTRATO    TO ENV-NUM-CONTRATO
           MOVE WS-DATA-HOJE        TO ENV-DT-ENVIO
           MOVE WS-DOC-CONTATO      TO ENV-DOC-CONTATO
           IF WS-NM-CONTATO EQUAL SPACES
               MOVE REG-CLIENTE     TO ENV-NOME
           ELSE
               MOVE WS-NM-CONTATO   TO ENV-NOME
           END-IF
           MOVE WS-END-RUA          TO ENV-RUA
           MOVE WS-END-CIDADE       TO ENV-CIDADE
           MOVE WS-END-ESTADO       TO ENV-UF
           MOVE WS-CEP-CONTATO      TO ENV-CEP
           MOVE WS-TEL-CONTATO      TO ENV-TELEFONE
           MOVE WS-EMAIL-CONTATO    TO ENV-EMAIL
           MOVE WS-MAIOR-ATRASO     TO ENV-DIAS-ATRASO
           MOVE WS-QTD-ATRASO       TO ENV-QTD-PARCELAS
           MOVE WS-VR-ATRASO        TO ENV-VR-ATRASO
           MOVE WS-VR-SALDO         TO ENV-VR-SALDO

           MOVE ZEROS               TO WS-QTD-FONES
           IF TEM-FONES AND REG-ID-CONTATO GREATER THAN ZEROS
               SET EOF-FONE-OK       TO FALSE
               MOVE REG-ID-CONTATO   TO FONE-ID-CONTATO
               MOVE ZEROS            TO FONE-SEQUENCIA
               START FONES KEY IS NOT LESS THAN FONE-CHAVE
                   INVALID KEY
                       SET EOF-FONE-OK TO TRUE
               END-START

               PERFORM P355-LE-FONE
                   UNTIL EOF-FONE-OK OR WS-QTD-FONES EQUAL 3
           END-IF

           WRITE REG-ENVIO

           PERFORM P230-BUSCA-COMISSAO

           INITIALIZE REG-AGENCIA
           MOVE REG-NUM-CONTRATO    TO AGE-NUM-CONTRATO
           SET AGE-COM-AGENCIA      TO TRUE
           MOVE WS-DATA-HOJE        TO AGE-DT-ENVIO
           MOVE WS-MAIOR-ATRASO     TO AGE-DIAS-ATRASO
           MOVE WS-QTD-ATRASO       TO AGE-QTD-PARCELAS
           MOVE WS-VR-ATRASO        TO AGE-VR-ENVIADO
           MOVE WS-PERC-COMISSAO    TO AGE-PERC-COMISSAO
           MOVE LK-OPERADOR         TO AGE-OPERADOR

           WRITE REG-AGENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR COBRANCA_AGENCIA.dat '
                           'DO CONTRATO ' REG-NUM-CONTRATO '.'
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GRAVADOS
                   ADD WS-VR-ATRASO TO WS-TOTAL-ENVIADO
           END-WRITE

           MOVE WS-VR-ATRASO        TO WS-VALOR-MSK
           MOVE WS-PERC-COMISSAO    TO WS-PCT-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING REG-NUM-CONTRATO '   ' REG-CLIENTE ' '
                  WS-MAIOR-ATRASO ' ' WS-QTD-ATRASO ' '
                  WS-VALOR-MSK ' ' WS-PCT-MSK '%'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P350-FIM.

       P355-LE-FONE.
           READ FONES NEXT RECORD
               AT END
                   SET EOF-FONE-OK TO TRUE
               NOT AT END
                   IF FONE-ID-CONTATO EQUAL REG-ID-CONTATO
                       IF FONE-TIPO-TELEFONE
                           ADD 1    TO WS-QTD-FONES
                           MOVE FONE-VALOR
                                TO ENV-FONE-ADICIONAL(WS-QTD-FONES)
                       END-IF
                   ELSE
                       SET EOF-FONE-OK TO TRUE
                   END-IF
           END-READ
           .
       P355-FIM.

      ******************************************************************
      * RETORNO DA AGENCIA: ACORDOS, RECEBIMENTOS E DEVOLUCOES
      ******************************************************************
       P400-RETORNO-AGENCIA.
           SET EOF-OK              TO FALSE
           SET FS-RET-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           MOVE ZEROS               TO WS-QTD-ACORDOS
           MOVE ZEROS               TO WS-QTD-PAGAMENTOS
           MOVE ZEROS               TO WS-QTD-DEVOLVIDOS
           MOVE ZEROS               TO WS-TOTAL-RECEBIDO
           MOVE ZEROS               TO WS-TOTAL-COMISSAO

           OPEN INPUT RETORNO

           IF WS-FS-RET EQUAL 35
               DISPLAY 'ARQUIVO AGENCIA_RETORNO.TXT NAO ENCONTRADO.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETORNO.'
               MOVE WS-FS-RET      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RET ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-OK               TO TRUE
           SET FS-PAG-OK           TO TRUE
           SET FS-AGE-OK           TO TRUE

           OPEN INPUT CONTRATOS
           OPEN I-O PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF
           OPEN I-O AGENCIA

           MOVE 'AGEFIN  '         TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE 'RETORNO DA AGENCIA DE COBRANCA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'T CONTRATO PARC DATA            VALOR     COMISSAO'
                                    TO REG-IMPRESSAO
           MOVE 'OBSERVACAO'        TO REG-IMPRESSAO(55:10)
           WRITE REG-IMPRESSAO

           IF FS-OK AND FS-PAG-OK AND FS-AGE-OK
               PERFORM P410-LE-RETORNO UNTIL EOF-OK
           ELSE
               DISPLAY 'ERRO AO ABRIR CONTRATOS/PAGAMENTOS/'
                       'COBRANCA_AGENCIA.dat.'
               SET LK-ERRO          TO TRUE
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LIDAS: ' WS-QTD-LIDOS
                  '  ACORDOS: ' WS-QTD-ACORDOS
                  '  RECEBIMENTOS: ' WS-QTD-PAGAMENTOS
                  '  DEVOLUCOES: ' WS-QTD-DEVOLVIDOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-RECEBIDO   TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL RECEBIDO PELA AGENCIA: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-COMISSAO   TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'COMISSAO DEVIDA A AGENCIA..: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LINHAS REJEITADAS..........: ' WS-QTD-REJEITADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           CLOSE AGENCIA
           CLOSE PAGAMENTOS
           CLOSE CONTRATOS
           CLOSE RETORNO

           MOVE WS-TOTAL-RECEBIDO   TO WS-TOTAL-MSK
           DISPLAY 'LINHAS LIDAS.......: ' WS-QTD-LIDOS
           DISPLAY 'ACORDOS............: ' WS-QTD-ACORDOS
           DISPLAY 'RECEBIMENTOS.......: ' WS-QTD-PAGAMENTOS
                   ' - ' WS-TOTAL-MSK
           MOVE WS-TOTAL-COMISSAO   TO WS-TOTAL-MSK
           DISPLAY 'COMISSAO DA AGENCIA: ' WS-TOTAL-MSK
           DISPLAY 'DEVOLUCOES.........: ' WS-QTD-DEVOLVIDOS
           DISPLAY 'LINHAS REJEITADAS..: ' WS-QTD-REJEITADOS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-LE-RETORNO.
           READ RETORNO
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P420-VALIDA-LINHA
                   IF LINHA-VALIDA
                       EVALUATE TRUE
                           WHEN AGR-ACORDO
                               PERFORM P430-REGISTRA-ACORDO
                           WHEN AGR-PAGAMENTO
                               PERFORM P440-BAIXA-PAGAMENTO
                           WHEN AGR-DEVOLUCAO
                               PERFORM P460-REGISTRA-DEVOLUCAO
                       END-EVALUATE
                   ELSE
                       PERFORM P470-GRAVA-REJEITO
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-VALIDA-LINHA.
           SET LINHA-VALIDA         TO TRUE
           MOVE SPACES              TO WS-MOTIVO-REJEITO

           IF NOT AGR-ACORDO AND NOT AGR-PAGAMENTO AND
              NOT AGR-DEVOLUCAO
               SET LINHA-VALIDA     TO FALSE
               MOVE 'TIPO DE LINHA INVALIDO'
                                    TO WS-MOTIVO-REJEITO
               EXIT PARAGRAPH
           END-IF

           MOVE AGR-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   SET LINHA-VALIDA TO FALSE
                   MOVE 'CONTRATO NAO EXISTE'
                                    TO WS-MOTIVO-REJEITO
                   EXIT PARAGRAPH
           END-READ

           MOVE AGR-NUM-CONTRATO    TO AGE-NUM-CONTRATO
           READ AGENCIA
               KEY IS AGE-NUM-CONTRATO
               INVALID KEY
                   SET LINHA-VALIDA TO FALSE
                   MOVE 'CONTRATO NAO ENTREGUE A AGENCIA'
                                    TO WS-MOTIVO-REJEITO
                   EXIT PARAGRAPH
           END-READ

           IF NOT AGE-COM-AGENCIA
               SET LINHA-VALIDA     TO FALSE
               MOVE 'CONTRATO JA DEVOLVIDO'
                                    TO WS-MOTIVO-REJEITO
               EXIT PARAGRAPH
           END-IF

           IF AGR-PAGAMENTO
               EVALUATE TRUE
                   WHEN AGR-NUM-PARCELA EQUAL ZEROS OR
                        AGR-NUM-PARCELA GREATER THAN REG-NUM-PARCELAS
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'PARCELA FORA DO PLANO'
                                    TO WS-MOTIVO-REJEITO
                   WHEN REG-CONTRATO-CANCELADO
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'CONTRATO CANCELADO'
                                    TO WS-MOTIVO-REJEITO
                   WHEN REG-CONTRATO-QUITADO
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'CONTRATO JA QUITADO'
                                    TO WS-MOTIVO-REJEITO
                   WHEN REG-CONTRATO-REFINANCIADO
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'CONTRATO REFINANCIADO'
                                    TO WS-MOTIVO-REJEITO
                   WHEN AGR-VALOR EQUAL ZEROS
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'VALOR PAGO ZERADO'
                                    TO WS-MOTIVO-REJEITO
                   WHEN AGR-VALOR GREATER THAN 999999,99
                       SET LINHA-VALIDA TO FALSE
                       MOVE 'VALOR ACIMA DO LIMITE DA PARCELA'
                                    TO WS-MOTIVO-REJEITO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       P420-FIM.

       P430-REGISTRA-ACORDO.
           MOVE AGR-DATA            TO AGE-DT-ACORDO
           MOVE AGR-VALOR           TO AGE-VR-ACORDO
           MOVE AGR-QTD-PARCELAS    TO AGE-QTD-PARC-ACORDO

           REWRITE REG-AGENCIA
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O CONTRATO'
                                    TO WS-MOTIVO-REJEITO
                   PERFORM P470-GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-ACORDOS
                   ADD 1            TO WS-QTD-GRAVADOS
                   MOVE AGR-VALOR   TO WS-VALOR-MSK
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'A ' AGR-NUM-CONTRATO ' ' AGR-QTD-PARCELAS
                          '  ' AGR-DATA ' ' WS-VALOR-MSK
                          '              ACORDO'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
           END-REWRITE
           .
       P430-FIM.

       P440-BAIXA-PAGAMENTO.
           PERFORM P445-ULTIMA-SEQUENCIA

           MOVE AGR-NUM-CONTRATO    TO PAG-NUM-CONTRATO
           MOVE AGR-NUM-PARCELA     TO PAG-NUM-PARCELA
           COMPUTE PAG-SEQUENCIA = WS-ULT-SEQUENCIA + 1
           MOVE AGR-DATA            TO PAG-DT-PAGAMENTO
           MOVE AGR-VALOR           TO PAG-VALOR-PAGO
           MOVE WS-OPERADOR-AGENCIA TO PAG-OPERADOR
           MOVE SPACES              TO PAG-ST-PAGAMENTO
           MOVE ZEROS               TO PAG-DT-ESTORNO
           MOVE SPACES              TO PAG-OPER-ESTORNO

           WRITE REG-PAGAMENTO
               INVALID KEY
                   MOVE 'CHAVE DE PAGAMENTO DUPLICADA'
                                    TO WS-MOTIVO-REJEITO
                   PERFORM P470-GRAVA-REJEITO
               NOT INVALID KEY
                   PERFORM P450-APURA-COMISSAO
                   IF REG-CONTRATO-BAIXADO
                       PERFORM P455-REGISTRA-RECUPERACAO
                   END-IF
                   PERFORM P457-ENCERRA-NEGATIVACAO
           END-WRITE
           .
       P440-FIM.

       P445-ULTIMA-SEQUENCIA.
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           SET EOF-PAG-OK           TO FALSE

           MOVE AGR-NUM-CONTRATO    TO PAG-NUM-CONTRATO
           MOVE AGR-NUM-PARCELA     TO PAG-NUM-PARCELA
           MOVE ZEROS               TO PAG-SEQUENCIA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET EOF-PAG-OK  TO TRUE
           END-START

           PERFORM P447-VARRE-SEQUENCIA UNTIL EOF-PAG-OK
           .
       P445-FIM.

       P447-VARRE-SEQUENCIA.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL AGR-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL AGR-NUM-PARCELA
                       MOVE PAG-SEQUENCIA TO WS-ULT-SEQUENCIA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P447-FIM.

       P450-APURA-COMISSAO.
           COMPUTE WS-VR-COMISSAO ROUNDED =
                   AGR-VALOR * AGE-PERC-COMISSAO / 100

           ADD 1                    TO AGE-QTD-RECEBIMENTOS
           ADD AGR-VALOR            TO AGE-VR-RECEBIDO
           ADD WS-VR-COMISSAO       TO AGE-VR-COMISSAO
           MOVE AGR-DATA            TO AGE-DT-ULT-RECEBIMENTO

           REWRITE REG-AGENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR COBRANCA_AGENCIA.dat '
                           'DO CONTRATO ' AGR-NUM-CONTRATO '.'
           END-REWRITE

           ADD 1                    TO WS-QTD-PAGAMENTOS
           ADD 1                    TO WS-QTD-GRAVADOS
           ADD AGR-VALOR            TO WS-TOTAL-RECEBIDO
           ADD WS-VR-COMISSAO       TO WS-TOTAL-COMISSAO

           MOVE AGR-VALOR           TO WS-VALOR-MSK
           MOVE WS-VR-COMISSAO      TO WS-COMISSAO-MSK
           MOVE AGE-PERC-COMISSAO   TO WS-PCT-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'P ' AGR-NUM-CONTRATO ' ' AGR-NUM-PARCELA
                  '  ' AGR-DATA ' ' WS-VALOR-MSK ' ' WS-COMISSAO-MSK
                  ' ' WS-PCT-MSK '%'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P450-FIM.

       P455-REGISTRA-RECUPERACAO.
           MOVE PAG-NUM-CONTRATO    TO WS-RCP-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-RCP-NUM-PARCELA
           MOVE PAG-SEQUENCIA       TO WS-RCP-SEQUENCIA
           MOVE PAG-DT-PAGAMENTO    TO WS-RCP-DT-PAGAMENTO
           MOVE PAG-VALOR-PAGO      TO WS-RCP-VALOR
           MOVE WS-OPERADOR-AGENCIA TO WS-RCP-OPERADOR
           MOVE 'AGEFIN  '          TO WS-RCP-ORIGEM
           CALL 'RCPUTIL' USING WS-AREA-RCP
           .
       P455-FIM.

       P457-ENCERRA-NEGATIVACAO.
           MOVE REG-PARCELAS(AGR-NUM-PARCELA) TO WS-VR-PARCELA-NUM
           COMPUTE WS-SALDO-PARCELA = WS-VR-PARCELA-NUM -
                   WS-TOTAL-PAGO-PARC - AGR-VALOR

           MOVE AGR-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE AGR-NUM-PARCELA     TO WS-NEG-NUM-PARCELA
           MOVE WS-SALDO-PARCELA    TO WS-NEG-SALDO-PARCELA
           MOVE WS-OPERADOR-AGENCIA TO WS-NEG-OPERADOR
           MOVE 'AGEFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG
           .
       P457-FIM.

       P460-REGISTRA-DEVOLUCAO.
           SET AGE-DEVOLVIDO        TO TRUE
           MOVE AGR-DATA            TO AGE-DT-DEVOLUCAO
           IF AGE-DT-DEVOLUCAO EQUAL ZEROS
               ACCEPT AGE-DT-DEVOLUCAO FROM DATE YYYYMMDD
           END-IF

           REWRITE REG-AGENCIA
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O CONTRATO'
                                    TO WS-MOTIVO-REJEITO
                   PERFORM P470-GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-DEVOLVIDOS
                   ADD 1            TO WS-QTD-GRAVADOS
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'D ' AGR-NUM-CONTRATO '      '
                          AGE-DT-DEVOLUCAO
                          '                            DEVOLVIDO'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
           END-REWRITE
           .
       P460-FIM.

       P470-GRAVA-REJEITO.
           ADD 1                    TO WS-QTD-REJEITADOS
           MOVE SPACES              TO REG-IMPRESSAO
           STRING AGR-TIPO ' ' AGR-NUM-CONTRATO ' ' AGR-NUM-PARCELA
                  '  ' AGR-DATA ' REJEITADA: ' WS-MOTIVO-REJEITO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P470-FIM.

      ******************************************************************
      * RETIRADA DE UM CONTRATO DA AGENCIA PELA PROPRIA EMPRESA
      ******************************************************************
       P500-RETIRA-CONTRATO.
           SET FS-AGE-OK            TO TRUE

           OPEN I-O AGENCIA

           IF WS-FS-AGE EQUAL 35
               DISPLAY 'NENHUM CONTRATO ENTREGUE A AGENCIA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-AGE-OK
               DISPLAY 'ERRO AO ABRIR COBRANCA_AGENCIA.dat '
                       '(FILE STATUS: ' WS-FS-AGE ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA
           MOVE WS-NUMERO-BUSCA     TO AGE-NUM-CONTRATO

           READ AGENCIA
               KEY IS AGE-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO FOI ENTREGUE A AGENCIA!'
               NOT INVALID KEY
                   IF NOT AGE-COM-AGENCIA
                       DISPLAY 'CONTRATO JA DEVOLVIDO EM '
                               AGE-DT-DEVOLUCAO '.'
                   ELSE
                       MOVE AGE-VR-RECEBIDO TO WS-VALOR-MSK
                       DISPLAY 'ENTREGUE EM ' AGE-DT-ENVIO
                               ' - RECEBIDO PELA AGENCIA: '
                               WS-VALOR-MSK
                       DISPLAY 'TECLE: '
                               '<S> para retirar o contrato da '
                               'agencia ou <QUALQUER TECLA> para '
                               'abortar.'
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL 'S'
                           SET AGE-DEVOLVIDO TO TRUE
                           ACCEPT AGE-DT-DEVOLUCAO FROM DATE YYYYMMDD
                           REWRITE REG-AGENCIA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR O '
                                           'CONTRATO.'
                               NOT INVALID KEY
                                   DISPLAY 'Contrato retirado da '
                                           'agencia; as cartas de '
                                           'COBFIN voltam a sair.'
                           END-REWRITE
                       ELSE
                           DISPLAY 'Contrato continua com a agencia.'
                       END-IF
                   END-IF
           END-READ

           CLOSE AGENCIA
           .
       P500-FIM.

       P600-LISTA-COMISSAO.
           DISPLAY 'TABELA DE COMISSAO DA AGENCIA (ATRASO NA ENTREGA):'
           PERFORM P610-MOSTRA-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-FAIXAS
           .
       P600-FIM.

       P610-MOSTRA-FAIXA.
           MOVE WS-CMS-PERCENTUAL(WS-IND) TO WS-PCT-MSK
           DISPLAY 'ATE ' WS-CMS-DIAS-MAX(WS-IND) ' DIAS: '
                   WS-PCT-MSK '%'
           .
       P610-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM AGEFIN.
