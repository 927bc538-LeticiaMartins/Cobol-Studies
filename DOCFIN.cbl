      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/12/2024
      * Purpose: DOCUMENTOS DO CONTRATO - CHECKLIST GRAVADO NA EMISSAO
      *          PELO MODULO DOCUTIL EM CONTRATO_DOCS.dat (FD_CDOC)
      *          COM OS DOCUMENTOS EXIGIDOS PARA O OBJETO E A FAIXA DE
      *          VALOR (DOCUMENTOS_EXIGIDOS.TXT):
      *          <P> PENDENCIAS DE DOCUMENTOS POR OPERADOR DA EMISSAO E
      *              IDADE (PASSO DIARIO DO PLANO NOTURNO): CADA
      *              DOCUMENTO PENDENTE DE CONTRATO AINDA PENDENTE DE
      *              DOCUMENTOS SAI NO SPOOL COM OS DIAS DESDE A
      *              EMISSAO, COM SUBTOTAL POR OPERADOR NAS FAIXAS ATE 7
      *              DIAS, 8 A 30 E ACIMA DE 30. RODADA NO LOGEXEC;
      *          <R> RECEBIMENTO DE DOCUMENTOS DE UM CONTRATO: MOSTRA O
      *              CHECKLIST E DA O RECEBIMENTO PELO CODIGO; COM O
      *              ULTIMO DOCUMENTO RECEBIDO O CONTRATO PENDENTE DE
      *              DOCUMENTOS (STATUS D) PASSA A ATIVO, LIBERANDO
      *              CARNE (CRNFIN) E REMESSA (REMFIN), E A ATIVACAO
      *              FICA EM CONTRATOS_AUD.dat (OPERACAO D)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATO-DOCS ASSIGN TO
               'CONTRATO_DOCS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CDO-CHAVE
               ALTERNATE RECORD KEY IS CDO-OPERADOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CDO.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT AUDITORIA-FIN ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO-DOCS.
          COPY FD_CDOC.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-CDO                       PIC 99.
          88 FS-CDO-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-CDO                      PIC X.
          88 EOF-CDO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-COD-DOC                      PIC X(03) VALUE SPACES.
       77 WS-OPERADOR-ATUAL               PIC X(06) VALUE SPACES.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PENDENTE                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DOCS-CONTRATO            PIC 9(02) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
      *
      * TOTAIS DO OPERADOR (OP) E GERAIS (GR) POR FAIXA DE IDADE
      *
       01 WS-TOTAIS-OPERADOR.
          03 WS-OP-QTD                    PIC 9(05).
          03 WS-OP-ATE-7                  PIC 9(05).
          03 WS-OP-ATE-30                 PIC 9(05).
          03 WS-OP-ACIMA-30               PIC 9(05).
       01 WS-TOTAIS-GERAIS.
          03 WS-GR-QTD                    PIC 9(05).
          03 WS-GR-ATE-7                  PIC 9(05).
          03 WS-GR-ATE-30                 PIC 9(05).
          03 WS-GR-ACIMA-30               PIC 9(05).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-LINHA-DETALHE.
          03 WS-LD-OPERADOR               PIC X(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-CONTRATO               PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-CLIENTE                PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-COD-DOC                PIC X(03).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DESCRICAO              PIC X(24).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DT-EXIGENCIA           PIC 9(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DIAS                   PIC ZZZZ9.
          03 FILLER                       PIC X(02) VALUE SPACES.
       01 WS-LINHA-TOTAL.
          03 WS-LT-TITULO                 PIC X(18).
          03 WS-LT-QTD                    PIC ZZZZ9.
          03 FILLER                       PIC X(13)
                                          VALUE ' - ATE 7 D.: '.
          03 WS-LT-ATE-7                  PIC ZZZZ9.
          03 FILLER                       PIC X(10)
                                          VALUE '  8 A 30: '.
          03 WS-LT-ATE-30                 PIC ZZZZ9.
          03 FILLER                       PIC X(13)
                                          VALUE '  ACIMA 30: '.
          03 WS-LT-ACIMA-30               PIC ZZZZ9.
          03 FILLER                       PIC X(06) VALUE SPACES.
       01 WS-AREA-DOC.
          03 WS-DOC-FUNCAO                PIC X(01).
          03 WS-DOC-NUM-CONTRATO          PIC 9(06).
          03 WS-DOC-OBJETO                PIC X(20).
          03 WS-DOC-VALOR                 PIC 9(06)V99.
          03 WS-DOC-COD-DOC               PIC X(03).
          03 WS-DOC-OPERADOR              PIC X(06).
          03 WS-DOC-QTD-EXIGIDOS          PIC 9(02).
          03 WS-DOC-QTD-PENDENTES         PIC 9(02).
          03 WS-DOC-RESULTADO             PIC X(01).
             88 DOC-OK                    VALUE 'S'.
          03 WS-DOC-MOTIVO                PIC X(40).
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
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** DOCUMENTOS DO CONTRATO ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'P'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <P> PENDENCIAS POR OPERADOR E IDADE OU '
                       '<R> RECEBER DOCUMENTOS DE UM CONTRATO: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'P'
               WHEN 'p'
                   MOVE 'DOCFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-PENDENCIAS
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'R'
               WHEN 'r'
                   SET EXIT-OK      TO FALSE
                   PERFORM P400-RECEBE THRU P400-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * PENDENCIAS: CHECKLIST NA ORDEM DO OPERADOR DA EMISSAO (CHAVE
      * ALTERNATIVA), SO DOCUMENTO PENDENTE DE CONTRATO AINDA PENDENTE
      ******************************************************************
       P200-PENDENCIAS.
           SET FS-CDO-OK            TO TRUE
           SET FS-OK                TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

           OPEN INPUT CONTRATO-DOCS
           IF WS-FS-CDO EQUAL 35
               DISPLAY 'NENHUM CHECKLIST DE DOCUMENTOS GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-CDO-OK
               DISPLAY 'ERRO AO ABRIR CONTRATO_DOCS.dat.'
               MOVE WS-FS-CDO       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CDO ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               CLOSE CONTRATO-DOCS
               EXIT PARAGRAPH
           END-IF

           MOVE 'DOCFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'DOCUMENTOS PENDENTES POR OPERADOR E IDADE EM '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'OPER.  CONTR. CLIENTE              DOC DOCUMENTO'
                                    TO REG-IMPRESSAO
           MOVE 'EMISSAO   DIAS'    TO REG-IMPRESSAO(65:14)
           WRITE REG-IMPRESSAO

           INITIALIZE WS-TOTAIS-GERAIS
           INITIALIZE WS-TOTAIS-OPERADOR
           MOVE SPACES              TO WS-OPERADOR-ATUAL

           SET EOF-CDO-OK           TO FALSE
           MOVE LOW-VALUES          TO CDO-OPERADOR
           START CONTRATO-DOCS KEY IS NOT LESS THAN CDO-OPERADOR
               INVALID KEY
                   SET EOF-CDO-OK   TO TRUE
           END-START

           PERFORM P210-LE-DOCUMENTO UNTIL EOF-CDO-OK
           IF WS-OP-QTD GREATER THAN ZEROS
               PERFORM P240-TOTAL-OPERADOR
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'TOTAL GERAL.......' TO WS-LT-TITULO
           MOVE WS-GR-QTD           TO WS-LT-QTD
           MOVE WS-GR-ATE-7         TO WS-LT-ATE-7
           MOVE WS-GR-ATE-30        TO WS-LT-ATE-30
           MOVE WS-GR-ACIMA-30      TO WS-LT-ACIMA-30
           MOVE WS-LINHA-TOTAL      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           CLOSE CONTRATOS
           CLOSE CONTRATO-DOCS

           DISPLAY 'DOCUMENTOS LIDOS........: ' WS-QTD-LIDOS
           DISPLAY 'DOCUMENTOS PENDENTES....: ' WS-QTD-GRAVADOS
           DISPLAY 'CONTRATO INEXISTENTE....: ' WS-QTD-REJEITADOS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P200-FIM.

       P210-LE-DOCUMENTO.
           READ CONTRATO-DOCS NEXT RECORD
               AT END
                   SET EOF-CDO-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF CDO-PENDENTE
                       PERFORM P220-AVALIA-DOCUMENTO
                   END-IF
           END-READ
           .
       P210-FIM.

       P220-AVALIA-DOCUMENTO.
           SET CONTRATO-ACHADO      TO FALSE
           MOVE CDO-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   ADD 1            TO WS-QTD-REJEITADOS
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
           END-READ

      *    CONTRATO CANCELADO ANTES DA DOCUMENTACAO NAO E PENDENCIA
           IF NOT CONTRATO-ACHADO OR NOT REG-CONTRATO-PEND-DOC
               EXIT PARAGRAPH
           END-IF

           IF CDO-OPERADOR NOT EQUAL WS-OPERADOR-ATUAL
               IF WS-OP-QTD GREATER THAN ZEROS
                   PERFORM P240-TOTAL-OPERADOR
               END-IF
               MOVE CDO-OPERADOR    TO WS-OPERADOR-ATUAL
               INITIALIZE WS-TOTAIS-OPERADOR
           END-IF

           COMPUTE WS-DIAS-PENDENTE = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(CDO-DT-EXIGENCIA)
           PERFORM P230-FAIXA-IDADE

           ADD 1                    TO WS-QTD-GRAVADOS
           MOVE CDO-OPERADOR        TO WS-LD-OPERADOR
           MOVE CDO-NUM-CONTRATO    TO WS-LD-CONTRATO
           MOVE REG-CLIENTE         TO WS-LD-CLIENTE
           MOVE CDO-COD-DOC         TO WS-LD-COD-DOC
           MOVE CDO-DESCRICAO       TO WS-LD-DESCRICAO
           MOVE CDO-DT-EXIGENCIA    TO WS-LD-DT-EXIGENCIA
           MOVE WS-DIAS-PENDENTE    TO WS-LD-DIAS
           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P220-FIM.

       P230-FAIXA-IDADE.
           ADD 1                    TO WS-OP-QTD
           ADD 1                    TO WS-GR-QTD
           EVALUATE TRUE
               WHEN WS-DIAS-PENDENTE NOT GREATER THAN 7
                   ADD 1            TO WS-OP-ATE-7
                   ADD 1            TO WS-GR-ATE-7
               WHEN WS-DIAS-PENDENTE NOT GREATER THAN 30
                   ADD 1            TO WS-OP-ATE-30
                   ADD 1            TO WS-GR-ATE-30
               WHEN OTHER
                   ADD 1            TO WS-OP-ACIMA-30
                   ADD 1            TO WS-GR-ACIMA-30
           END-EVALUATE
           .
       P230-FIM.

       P240-TOTAL-OPERADOR.
           MOVE SPACES              TO WS-LT-TITULO
           STRING 'TOTAL ' WS-OPERADOR-ATUAL '......'
                  DELIMITED BY SIZE INTO WS-LT-TITULO
           MOVE WS-OP-QTD           TO WS-LT-QTD
           MOVE WS-OP-ATE-7         TO WS-LT-ATE-7
           MOVE WS-OP-ATE-30        TO WS-LT-ATE-30
           MOVE WS-OP-ACIMA-30      TO WS-LT-ACIMA-30
           MOVE WS-LINHA-TOTAL      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P240-FIM.

      ******************************************************************
      * RECEBIMENTO DE DOCUMENTOS DE UM CONTRATO; O ULTIMO RECEBIDO
      * ATIVA O CONTRATO PENDENTE DE DOCUMENTOS
      ******************************************************************
       P400-RECEBE.
           SET CONTRATO-ACHADO      TO FALSE
           SET FS-OK                TO TRUE

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA

           OPEN I-O CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               SET EXIT-OK          TO TRUE
               GO TO P400-FIM
           END-IF

           MOVE WS-NUMERO-BUSCA     TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
           END-READ

           IF CONTRATO-ACHADO
               DISPLAY 'CLIENTE: ' REG-CLIENTE '  OBJETO: ' REG-OBJETO
               PERFORM P410-MOSTRA-CHECKLIST
               IF WS-QTD-DOCS-CONTRATO EQUAL ZEROS
                   DISPLAY 'CONTRATO SEM CHECKLIST DE DOCUMENTOS.'
               ELSE
                   IF NOT REG-CONTRATO-PEND-DOC
                       DISPLAY 'CONTRATO NAO ESTA PENDENTE DE '
                               'DOCUMENTOS (STATUS ' REG-ST-CONTRATO
                               ').'
                   ELSE
                       PERFORM P420-RECEBE-DOCUMENTO
                   END-IF
               END-IF
           END-IF

           CLOSE CONTRATOS

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

       P410-MOSTRA-CHECKLIST.
           MOVE ZEROS               TO WS-QTD-DOCS-CONTRATO
           SET FS-CDO-OK            TO TRUE
           OPEN INPUT CONTRATO-DOCS
           IF NOT FS-CDO-OK
               EXIT PARAGRAPH
           END-IF

           SET EOF-CDO-OK           TO FALSE
           MOVE REG-NUM-CONTRATO    TO CDO-NUM-CONTRATO
           MOVE SPACES              TO CDO-COD-DOC
           START CONTRATO-DOCS KEY IS NOT LESS THAN CDO-CHAVE
               INVALID KEY
                   SET EOF-CDO-OK   TO TRUE
           END-START

           PERFORM P415-LISTA-DOCUMENTO UNTIL EOF-CDO-OK
           CLOSE CONTRATO-DOCS
           .
       P410-FIM.

       P415-LISTA-DOCUMENTO.
           READ CONTRATO-DOCS NEXT RECORD
               AT END
                   SET EOF-CDO-OK   TO TRUE
               NOT AT END
                   IF CDO-NUM-CONTRATO NOT EQUAL REG-NUM-CONTRATO
                       SET EOF-CDO-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-DOCS-CONTRATO
                       IF CDO-RECEBIDO
                           DISPLAY '  ' CDO-COD-DOC ' ' CDO-DESCRICAO
                                   ' RECEBIDO EM ' CDO-DT-RECEBIMENTO
                                   ' POR ' CDO-OPERADOR-RECEB
                       ELSE
                           DISPLAY '  ' CDO-COD-DOC ' ' CDO-DESCRICAO
                                   ' PENDENTE DESDE '
                                   CDO-DT-EXIGENCIA
                       END-IF
                   END-IF
           END-READ
           .
       P415-FIM.

       P420-RECEBE-DOCUMENTO.
           MOVE SPACES              TO WS-COD-DOC
           DISPLAY 'CODIGO DO DOCUMENTO RECEBIDO (ENTER = NENHUM): '
           ACCEPT WS-COD-DOC
           INSPECT WS-COD-DOC CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-COD-DOC EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AREA-DOC
           MOVE 'R'                 TO WS-DOC-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-DOC-NUM-CONTRATO
           MOVE WS-COD-DOC          TO WS-DOC-COD-DOC
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-DOC-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-DOC-OPERADOR
           END-IF
           CALL 'DOCUTIL' USING WS-AREA-DOC

           IF NOT DOC-OK
               DISPLAY 'RECEBIMENTO RECUSADO: ' WS-DOC-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-DOC-QTD-PENDENTES GREATER THAN ZEROS
               DISPLAY 'DOCUMENTO RECEBIDO - FALTAM '
                       WS-DOC-QTD-PENDENTES ' DOCUMENTO(S).'
               EXIT PARAGRAPH
           END-IF

           SET REG-CONTRATO-ATIVO   TO TRUE
           REWRITE REG-FINANCIAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO ATIVAR O CONTRATO (FILE STATUS: '
                           WS-FS ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'DOCUMENTACAO COMPLETA - CONTRATO '
                           REG-NUM-CONTRATO ' ATIVO.'
                   PERFORM P450-GRAVA-AUDITORIA
           END-REWRITE
           .
       P420-FIM.

       P450-GRAVA-AUDITORIA.
           SET FS-FAU-OK            TO TRUE

           OPEN EXTEND AUDITORIA-FIN

           IF WS-FS-FAU EQUAL 35
               OPEN OUTPUT AUDITORIA-FIN
           END-IF

           IF FS-FAU-OK
               INITIALIZE REG-AUDITORIA-FIN
               ACCEPT FAU-DATA FROM DATE YYYYMMDD
               ACCEPT FAU-HORA FROM TIME
               MOVE REG-NUM-CONTRATO TO FAU-NUM-CONTRATO
               SET FAU-DOCUMENTACAO  TO TRUE
               MOVE WS-DOC-OPERADOR  TO FAU-OPERADOR
               MOVE REG-VALOR        TO FAU-VALOR-ANTERIOR
               MOVE REG-VALOR        TO FAU-VALOR-ATUAL
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ANTERIOR
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ATUAL
               MOVE REG-NUM-PARCELAS TO FAU-PARC-ANTERIOR
               MOVE REG-NUM-PARCELAS TO FAU-PARC-ATUAL
               MOVE REG-ID-CONTATO   TO FAU-CONTATO-ANTERIOR
               MOVE REG-ID-CONTATO   TO FAU-CONTATO-ATUAL

               WRITE REG-AUDITORIA-FIN

               CLOSE AUDITORIA-FIN
           END-IF
           .
       P450-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM DOCFIN.
