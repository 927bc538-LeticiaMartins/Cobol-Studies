      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/11/2024
      * Purpose: SEGURO PRESTAMISTA - CONTROLE DOS CONTRATOS SEGURADOS
      *          NA EMISSAO (PROG-OCCURS, PROPFIN, MODULO PRSUTIL) EM
      *          PRESTAMISTA.dat (FD_PRST):
      *          <M> REMESSA MENSAL PARA A SEGURADORA (PASSO MENSAL DO
      *              PLANO NOTURNO): UMA LINHA POR CONTRATO SEGURADO EM
      *              VIGOR EM PRESTAMISTA_MENSAL.TXT COM O DOCUMENTO, O
      *              NASCIMENTO, AS PARCELAS EM ABERTO E O SALDO
      *              DEVEDOR; CONTRATO QUE DEIXOU DE ESTAR ATIVO
      *              (QUITADO, CANCELADO, BAIXADO) ENCERRA O SEGURO.
      *              RELATORIO NO SPOOL E RODADA NO LOGEXEC;
      *          <S> REGISTRA O SINISTRO (MORTE OU DESEMPREGO) COMUNICADO
      *              PELA FAMILIA OU PELO CLIENTE;
      *          <P> REGISTRA A RESPOSTA DA SEGURADORA: INDENIZACAO PAGA
      *              LIQUIDA AS PARCELAS EM ABERTO COMO NA QUITACAO
      *              ANTECIPADA DE QUIFIN (VENCIDA PELO SALDO DE FACE, A
      *              VENCER DESCONTADA PELA TAXA DO CONTRATO), GRAVA OS
      *              PAGAMENTOS, O HISTORICO E A AUDITORIA, MARCA O
      *              CONTRATO COMO QUITADO E ENCERRA A NEGATIVACAO
      *              (NEGUTIL); SINISTRO RECUSADO DEIXA O SEGURO EM
      *              VIGOR E O CONTRATO SEGUE NORMALMENTE;
      *          <C> CONSULTA O SEGURO DE UM CONTRATO
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
       PROGRAM-ID. PRSFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PRESTAMISTA ASSIGN TO
               'PRESTAMISTA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRS-NUM-CONTRATO
               FILE STATUS IS WS-FS-PRS.

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

               SELECT HISTORICO ASSIGN TO
               'CONTRATOS_HIST.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

               SELECT AUDITORIA-FIN ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT REMESSA ASSIGN TO
               'PRESTAMISTA_MENSAL.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMISTA.
          COPY FD_PRST.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD HISTORICO.
       01 REG-HISTORICO.
          03 HST-DATA                     PIC 9(08).
          03 HST-HORA                     PIC 9(08).
          03 HST-OPERADOR                 PIC X(06).
          03 HST-MOTIVO                   PIC X(12).
          03 HST-IMAGEM                   PIC X(200).

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD REMESSA.
       01 REG-REMESSA.
          03 REM-COMPETENCIA              PIC 9(06).
          03 REM-NUM-CONTRATO             PIC 9(06).
          03 REM-DOC-SEGURADO             PIC X(14).
          03 REM-NM-SEGURADO              PIC X(20).
          03 REM-DT-NASCIMENTO            PIC 9(08).
          03 REM-DT-ADESAO                PIC 9(08).
          03 REM-PRAZO                    PIC 9(03).
          03 REM-VR-PREMIO                PIC 9(06)V99.
          03 REM-PARC-ABERTAS             PIC 9(03).
          03 REM-SALDO-DEVEDOR            PIC 9(08)V99.
          03 REM-ST-SEGURO                PIC X(01).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PRS                       PIC 99.
          88 FS-PRS-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-HST                       PIC 99.
          88 FS-HST-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-FS-REM                       PIC 99.
          88 FS-REM-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-PRS                      PIC X.
          88 EOF-PRS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
       77 WS-TAXA-DECIMAL                 PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-DESCONTO               PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-MESES-A-VENCER               PIC S9(05) VALUE ZEROS.
       77 WS-VR-DESCONTADO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTD-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-FACE                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-QUITACAO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-PREMIO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-DT-SINISTRO                  PIC 9(08) VALUE ZEROS.
       77 WS-TP-SINISTRO                  PIC X VALUE SPACES.
       01 WS-TABELA-QUITACAO.
          03 WS-QUIT-ITEM                 OCCURS 420 TIMES.
             05 WS-QUIT-VALOR             PIC 9(06)V99.
             05 WS-QUIT-SEQ               PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENC-AAAA                 PIC 9(04).
          03 WS-VENC-MM                   PIC 9(02).
          03 WS-VENC-DD                   PIC 9(02).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 FILLER REDEFINES WS-HOJE-AAAAMM.
             05 WS-HOJE-AAAA              PIC 9(04).
             05 WS-HOJE-MM                PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-LINHA-DETALHE.
          03 WS-LD-CONTRATO               PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-NOME                   PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-ST                     PIC X(01).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LD-ABERTAS                PIC ZZ9.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LD-SALDO                  PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LD-PREMIO                 PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                       PIC X(16) VALUE SPACES.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** SEGURO PRESTAMISTA ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'M'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <M> REMESSA MENSAL A SEGURADORA, '
                       '<S> REGISTRAR SINISTRO, <P> RESPOSTA DA '
                       'SEGURADORA OU <C> CONSULTAR: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'M'
               WHEN 'm'
                   MOVE 'PRSFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-REMESSA-MENSAL
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'S'
               WHEN 's'
                   SET EXIT-OK      TO FALSE
                   PERFORM P400-SINISTRO THRU P400-FIM UNTIL EXIT-OK
               WHEN 'P'
               WHEN 'p'
                   SET EXIT-OK      TO FALSE
                   PERFORM P500-RESPOSTA THRU P500-FIM UNTIL EXIT-OK
               WHEN 'C'
               WHEN 'c'
                   SET EXIT-OK      TO FALSE
                   PERFORM P700-CONSULTA THRU P700-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * REMESSA MENSAL: SEGUROS EM VIGOR (ATIVO, SINISTRO EM ANALISE OU
      * SINISTRO RECUSADO) COM O SALDO DEVEDOR DE FACE DO CONTRATO
      ******************************************************************
       P200-REMESSA-MENSAL.
           SET FS-PRS-OK            TO TRUE
           SET FS-OK                TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           MOVE ZEROS               TO WS-QTD-ENCERRADOS
           MOVE ZEROS               TO WS-TOTAL-SALDO
           MOVE ZEROS               TO WS-TOTAL-PREMIO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN I-O PRESTAMISTA
           IF WS-FS-PRS EQUAL 35
               DISPLAY 'NENHUM CONTRATO SEGURADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-PRS-OK
               DISPLAY 'ERRO AO ABRIR PRESTAMISTA.dat.'
               MOVE WS-FS-PRS       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PRS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               CLOSE PRESTAMISTA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS   TO TRUE
           ELSE
               SET TEM-PAGAMENTOS   TO FALSE
           END-IF
           OPEN INPUT CONTATOS
           OPEN OUTPUT REMESSA

           MOVE 'PRSFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SEGURO PRESTAMISTA - REMESSA DA COMPETENCIA '
                  WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. SEGURADO             ST ABE   SALDO DEVEDOR'
                                    TO REG-IMPRESSAO
           MOVE 'PREMIO'            TO REG-IMPRESSAO(60:6)
           WRITE REG-IMPRESSAO

           SET EOF-PRS-OK           TO FALSE
           MOVE ZEROS               TO PRS-NUM-CONTRATO
           START PRESTAMISTA KEY IS NOT LESS THAN PRS-NUM-CONTRATO
               INVALID KEY
                   SET EOF-PRS-OK   TO TRUE
           END-START

           PERFORM P210-LE-SEGURO UNTIL EOF-PRS-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTRATOS NA REMESSA....: ' WS-QTD-GRAVADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-SALDO      TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SALDO DEVEDOR SEGURADO..: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-PREMIO     TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PREMIOS DOS SEGURADOS...: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SEGUROS ENCERRADOS......: ' WS-QTD-ENCERRADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           CLOSE REMESSA
           CLOSE CONTATOS
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE CONTRATOS
           CLOSE PRESTAMISTA

           DISPLAY 'SEGUROS LIDOS...........: ' WS-QTD-LIDOS
           DISPLAY 'CONTRATOS NA REMESSA....: ' WS-QTD-GRAVADOS
           DISPLAY 'SEGUROS ENCERRADOS......: ' WS-QTD-ENCERRADOS
           DISPLAY 'REMESSA GRAVADA EM PRESTAMISTA_MENSAL.TXT'
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P200-FIM.

       P210-LE-SEGURO.
           READ PRESTAMISTA NEXT RECORD
               AT END
                   SET EOF-PRS-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF PRS-ATIVO OR PRS-SINISTRO OR PRS-RECUSADO
                       PERFORM P220-AVALIA-SEGURO
                   END-IF
           END-READ
           .
       P210-FIM.

       P220-AVALIA-SEGURO.
           SET CONTRATO-ACHADO      TO FALSE
           MOVE PRS-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
           END-READ

      *    CONTRATO QUITADO, CANCELADO OU BAIXADO POR OUTRO CAMINHO:
      *    O SEGURO ACOMPANHA O CONTRATO E E ENCERRADO
           IF NOT CONTRATO-ACHADO OR NOT REG-CONTRATO-ATIVO
               SET PRS-ENCERRADO    TO TRUE
               MOVE WS-DATA-SISTEMA TO PRS-DT-ENCERRAMENTO
               REWRITE REG-PRESTAMISTA
                   INVALID KEY
                       ADD 1        TO WS-QTD-REJEITADOS
                   NOT INVALID KEY
                       ADD 1        TO WS-QTD-ENCERRADOS
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           PERFORM P230-SALDO-CONTRATO

           MOVE SPACES              TO WS-REGISTRO
           MOVE REG-ID-CONTATO      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE REG-CLIENTE TO WS-NM-CONTATO
           END-READ

           INITIALIZE REG-REMESSA
           MOVE WS-HOJE-AAAAMM      TO REM-COMPETENCIA
           MOVE PRS-NUM-CONTRATO    TO REM-NUM-CONTRATO
           MOVE WS-DOC-CONTATO      TO REM-DOC-SEGURADO
           MOVE WS-NM-CONTATO       TO REM-NM-SEGURADO
           MOVE PRS-DT-NASCIMENTO   TO REM-DT-NASCIMENTO
           MOVE PRS-DT-ADESAO       TO REM-DT-ADESAO
           MOVE PRS-PRAZO           TO REM-PRAZO
           MOVE PRS-VR-PREMIO       TO REM-VR-PREMIO
           MOVE WS-QTD-ABERTAS      TO REM-PARC-ABERTAS
           MOVE WS-TOTAL-FACE       TO REM-SALDO-DEVEDOR
           MOVE PRS-ST-SEGURO       TO REM-ST-SEGURO
           WRITE REG-REMESSA
           ADD 1                    TO WS-QTD-GRAVADOS
           ADD WS-TOTAL-FACE        TO WS-TOTAL-SALDO
           ADD PRS-VR-PREMIO        TO WS-TOTAL-PREMIO

           MOVE PRS-NUM-CONTRATO    TO WS-LD-CONTRATO
           MOVE WS-NM-CONTATO       TO WS-LD-NOME
           MOVE PRS-ST-SEGURO       TO WS-LD-ST
           MOVE WS-QTD-ABERTAS      TO WS-LD-ABERTAS
           MOVE WS-TOTAL-FACE       TO WS-LD-SALDO
           MOVE PRS-VR-PREMIO       TO WS-LD-PREMIO
           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P220-FIM.

       P230-SALDO-CONTRATO.
           MOVE ZEROS               TO WS-QTD-ABERTAS
           MOVE ZEROS               TO WS-TOTAL-FACE

           PERFORM P235-SOMA-ABERTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS
           .
       P230-FIM.

       P235-SOMA-ABERTO.
           PERFORM P325-CALCULA-SALDO
           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD 1                TO WS-QTD-ABERTAS
               ADD WS-SALDO-PARCELA TO WS-TOTAL-FACE
           END-IF
           .
       P235-FIM.

      ******************************************************************
      * SINISTRO COMUNICADO: SO PARA SEGURO EM VIGOR DE CONTRATO ATIVO
      ******************************************************************
       P400-SINISTRO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM P600-ABRE-SEGURO
           IF NOT FS-PRS-OK
               SET EXIT-OK          TO TRUE
               GO TO P400-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA
           MOVE WS-NUMERO-BUSCA     TO PRS-NUM-CONTRATO

           READ PRESTAMISTA
               KEY IS PRS-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO SEM SEGURO PRESTAMISTA!'
               NOT INVALID KEY
                   IF PRS-ATIVO OR PRS-RECUSADO
                       PERFORM P410-LE-CONTRATO
                       IF CONTRATO-ACHADO
                           PERFORM P420-GRAVA-SINISTRO
                       END-IF
                   ELSE
                       DISPLAY 'SEGURO NAO ESTA EM VIGOR (SITUACAO '
                               PRS-ST-SEGURO ').'
                   END-IF
           END-READ

           CLOSE PRESTAMISTA

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

       P410-LE-CONTRATO.
           SET CONTRATO-ACHADO      TO FALSE
           SET FS-OK                TO TRUE
           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE PRS-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   IF REG-CONTRATO-ATIVO
                       SET CONTRATO-ACHADO TO TRUE
                       DISPLAY 'CONTRATO ' REG-NUM-CONTRATO
                               ' - CLIENTE: ' REG-CLIENTE
                   ELSE
                       DISPLAY 'CONTRATO NAO ESTA ATIVO (SITUACAO '
                               REG-ST-CONTRATO ').'
                   END-IF
           END-READ

           CLOSE CONTRATOS
           .
       P410-FIM.

       P420-GRAVA-SINISTRO.
           DISPLAY 'TIPO DO SINISTRO: <M> MORTE OU <D> DESEMPREGO: '
           ACCEPT WS-TP-SINISTRO
           INSPECT WS-TP-SINISTRO CONVERTING 'md' TO 'MD'
           IF WS-TP-SINISTRO NOT EQUAL 'M' AND
              WS-TP-SINISTRO NOT EQUAL 'D'
               DISPLAY 'TIPO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DO SINISTRO (AAAAMMDD): '
           ACCEPT WS-DT-SINISTRO
           IF WS-DT-SINISTRO IS NOT NUMERIC OR
              WS-DT-SINISTRO LESS THAN PRS-DT-ADESAO OR
              WS-DT-SINISTRO GREATER THAN WS-DATA-SISTEMA
               DISPLAY 'DATA INVALIDA! O SINISTRO TEM DE ESTAR ENTRE A '
                       'ADESAO (' PRS-DT-ADESAO ') E HOJE.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'TECLE: <S> para confirmar o SINISTRO ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Sinistro nao registrado.'
               EXIT PARAGRAPH
           END-IF

           SET PRS-SINISTRO         TO TRUE
           MOVE WS-TP-SINISTRO      TO PRS-TP-SINISTRO
           MOVE WS-DT-SINISTRO      TO PRS-DT-SINISTRO
           MOVE WS-DATA-SISTEMA     TO PRS-DT-COMUNICACAO
           MOVE LK-OPERADOR         TO PRS-OPER-SINISTRO
           MOVE ZEROS               TO PRS-DT-INDENIZACAO
           MOVE ZEROS               TO PRS-VR-INDENIZADO

           REWRITE REG-PRESTAMISTA
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O SINISTRO (FILE STATUS: '
                           WS-FS-PRS ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Sinistro registrado - aguardando a '
                           'resposta da seguradora.'
           END-REWRITE
           .
       P420-FIM.

      ******************************************************************
      * RESPOSTA DA SEGURADORA AO SINISTRO
      ******************************************************************
       P500-RESPOSTA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM P600-ABRE-SEGURO
           IF NOT FS-PRS-OK
               SET EXIT-OK          TO TRUE
               GO TO P500-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA
           MOVE WS-NUMERO-BUSCA     TO PRS-NUM-CONTRATO

           READ PRESTAMISTA
               KEY IS PRS-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO SEM SEGURO PRESTAMISTA!'
               NOT INVALID KEY
                   IF PRS-SINISTRO
                       DISPLAY 'DIGITE: <P> INDENIZACAO PAGA PELA '
                               'SEGURADORA OU <R> SINISTRO RECUSADO: '
                       ACCEPT WS-OPCAO
                       EVALUATE WS-OPCAO
                           WHEN 'P'
                           WHEN 'p'
                               PERFORM P510-INDENIZACAO
                           WHEN 'R'
                           WHEN 'r'
                               PERFORM P590-RECUSA
                           WHEN OTHER
                               DISPLAY 'OPCAO INVALIDA!'
                       END-EVALUATE
                   ELSE
                       DISPLAY 'NAO HA SINISTRO EM ANALISE PARA O '
                               'CONTRATO (SITUACAO ' PRS-ST-SEGURO ').'
                   END-IF
           END-READ

           CLOSE PRESTAMISTA

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P500-FIM.

      ******************************************************************
      * INDENIZACAO: LIQUIDA AS PARCELAS EM ABERTO NO VALOR DE QUITACAO
      * DE QUIFIN (VENCIDA PELO SALDO DE FACE, A VENCER DESCONTADA)
      ******************************************************************
       P510-INDENIZACAO.
           SET FS-OK                TO TRUE
           OPEN I-O CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE PRS-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   IF REG-CONTRATO-ATIVO
                       PERFORM P520-COTA-INDENIZACAO
                   ELSE
                       DISPLAY 'CONTRATO NAO ESTA ATIVO (SITUACAO '
                               REG-ST-CONTRATO ').'
                   END-IF
           END-READ

           CLOSE CONTRATOS
           .
       P510-FIM.

       P520-COTA-INDENIZACAO.
           DISPLAY 'CONTRATO ' REG-NUM-CONTRATO ' - CLIENTE: '
                   REG-CLIENTE

           INITIALIZE WS-TABELA-QUITACAO
           MOVE ZEROS               TO WS-QTD-ABERTAS
           MOVE ZEROS               TO WS-TOTAL-FACE
           MOVE ZEROS               TO WS-TOTAL-QUITACAO
           COMPUTE WS-TAXA-DECIMAL = REG-TAXA-JUROS / 100

           SET FS-PAG-OK            TO TRUE
           OPEN I-O PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               SET TEM-PAGAMENTOS   TO FALSE
           ELSE
               SET TEM-PAGAMENTOS   TO TRUE
           END-IF

           IF NOT FS-PAG-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PAGAMENTOS.'
               MOVE WS-FS-PAG       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PAG ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               CLOSE PAGAMENTOS
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-AVALIA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           IF WS-QTD-ABERTAS EQUAL ZEROS
               DISPLAY 'NENHUMA PARCELA EM ABERTO - NADA A LIQUIDAR.'
           ELSE
               MOVE WS-TOTAL-FACE   TO WS-VALOR-MSK
               DISPLAY 'PARCELAS EM ABERTO.......: ' WS-QTD-ABERTAS
               DISPLAY 'SALDO DE FACE............: ' WS-VALOR-MSK
               MOVE WS-TOTAL-QUITACAO TO WS-VALOR-MSK
               DISPLAY 'INDENIZACAO A RECEBER....: ' WS-VALOR-MSK
               DISPLAY 'TECLE: '
                       '<S> para confirmar o RECEBIMENTO da '
                       'indenizacao ou <QUALQUER TECLA> para abortar.'
               ACCEPT WS-CONFIRM

               IF WS-CONFIRM EQUAL 'S'
                   PERFORM P530-GRAVA-INDENIZACAO
               ELSE
                   DISPLAY 'Indenizacao nao confirmada - nada foi '
                           'gravado.'
               END-IF
           END-IF

           CLOSE PAGAMENTOS
           .
       P520-FIM.

       P530-GRAVA-INDENIZACAO.
           PERFORM P350-GRAVA-HISTORICO

           PERFORM P345-GRAVA-PAGAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           SET REG-CONTRATO-QUITADO TO TRUE

           REWRITE REG-FINANCIAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO.'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Contrato liquidado pela indenizacao do '
                           'seguro!'
                   PERFORM P360-GRAVA-AUDITORIA
                   PERFORM P370-ENCERRA-NEGATIVACAO
                   SET PRS-LIQUIDADO TO TRUE
                   MOVE WS-DATA-SISTEMA TO PRS-DT-INDENIZACAO
                   MOVE WS-TOTAL-QUITACAO TO PRS-VR-INDENIZADO
                   MOVE WS-DATA-SISTEMA TO PRS-DT-ENCERRAMENTO
                   REWRITE REG-PRESTAMISTA
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR O SEGURO '
                                   '(FILE STATUS: ' WS-FS-PRS ').'
                   END-REWRITE
           END-REWRITE
           .
       P530-FIM.

       P590-RECUSA.
           SET PRS-RECUSADO         TO TRUE
           REWRITE REG-PRESTAMISTA
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O SEGURO (FILE STATUS: '
                           WS-FS-PRS ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Sinistro recusado - o seguro continua em '
                           'vigor e o contrato segue normalmente.'
           END-REWRITE
           .
       P590-FIM.

      ******************************************************************
      * PARCELA VENCIDA ENTRA PELO SALDO DE FACE; PARCELA A VENCER E
      * TRAZIDA A VALOR PRESENTE PELA TAXA DO CONTRATO (COMO QUIFIN)
      ******************************************************************
       P320-AVALIA-PARCELA.
           PERFORM P325-CALCULA-SALDO

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD 1                TO WS-QTD-ABERTAS
               ADD WS-SALDO-PARCELA TO WS-TOTAL-FACE

               PERFORM P330-CALCULA-VENCIMENTO

               IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-SISTEMA
                  OR WS-TAXA-DECIMAL EQUAL ZEROS
                   MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
               ELSE
                   COMPUTE WS-MESES-A-VENCER =
                           ((WS-VENC-AAAA * 12) + WS-VENC-MM) -
                           ((WS-HOJE-AAAA * 12) + WS-HOJE-MM)
                   IF WS-MESES-A-VENCER LESS THAN 1
                       MOVE 1       TO WS-MESES-A-VENCER
                   END-IF
                   COMPUTE WS-FATOR-DESCONTO =
                           (1 + WS-TAXA-DECIMAL) ** WS-MESES-A-VENCER
                   COMPUTE WS-VR-DESCONTADO ROUNDED =
                           WS-SALDO-PARCELA / WS-FATOR-DESCONTO
               END-IF

               MOVE WS-VR-DESCONTADO TO WS-QUIT-VALOR(WS-IND)
               COMPUTE WS-QUIT-SEQ(WS-IND) = WS-ULT-SEQUENCIA + 1
               ADD WS-VR-DESCONTADO TO WS-TOTAL-QUITACAO
           END-IF
           .
       P320-FIM.

       P325-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
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

               PERFORM P326-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P325-FIM.

       P326-SOMA-PAGAMENTO.
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
                       MOVE PAG-SEQUENCIA TO WS-ULT-SEQUENCIA
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P326-FIM.

       P330-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND               TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
           .
       P330-FIM.

       P345-GRAVA-PAGAMENTO.
           IF WS-QUIT-VALOR(WS-IND) GREATER THAN ZEROS
               MOVE REG-NUM-CONTRATO     TO PAG-NUM-CONTRATO
               MOVE WS-IND               TO PAG-NUM-PARCELA
               MOVE WS-QUIT-SEQ(WS-IND)  TO PAG-SEQUENCIA
               MOVE WS-DATA-SISTEMA      TO PAG-DT-PAGAMENTO
               MOVE WS-QUIT-VALOR(WS-IND) TO PAG-VALOR-PAGO
               MOVE LK-OPERADOR          TO PAG-OPERADOR
               MOVE SPACES               TO PAG-ST-PAGAMENTO
               MOVE ZEROS                TO PAG-DT-ESTORNO
               MOVE SPACES               TO PAG-OPER-ESTORNO

               WRITE REG-PAGAMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PAGAMENTO DA '
                               'PARCELA ' WS-IND ' (FILE STATUS: '
                               WS-FS-PAG ').'
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           .
       P345-FIM.

       P350-GRAVA-HISTORICO.
           SET FS-HST-OK            TO TRUE

           OPEN EXTEND HISTORICO

           IF WS-FS-HST EQUAL 35
               OPEN OUTPUT HISTORICO
           END-IF

           IF FS-HST-OK
               ACCEPT HST-DATA FROM DATE YYYYMMDD
               ACCEPT HST-HORA FROM TIME
               MOVE LK-OPERADOR     TO HST-OPERADOR
               MOVE 'SINISTRO'      TO HST-MOTIVO
               MOVE SPACES          TO HST-IMAGEM
               MOVE REG-FINANCIAMENTO TO HST-IMAGEM

               WRITE REG-HISTORICO

               CLOSE HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO CONTRATO '
                       '(FILE STATUS: ' WS-FS-HST ').'
           END-IF
           .
       P350-FIM.

       P360-GRAVA-AUDITORIA.
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
               SET FAU-QUITACAO      TO TRUE
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               MOVE WS-TOTAL-FACE    TO FAU-VALOR-ANTERIOR
               MOVE WS-TOTAL-QUITACAO TO FAU-VALOR-ATUAL
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ANTERIOR
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ATUAL
               MOVE WS-QTD-ABERTAS   TO FAU-PARC-ANTERIOR
               MOVE ZEROS            TO FAU-PARC-ATUAL

               WRITE REG-AUDITORIA-FIN

               CLOSE AUDITORIA-FIN
           END-IF
           .
       P360-FIM.

       P370-ENCERRA-NEGATIVACAO.
           MOVE REG-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE ZEROS               TO WS-NEG-NUM-PARCELA
           MOVE ZEROS               TO WS-NEG-SALDO-PARCELA
           MOVE LK-OPERADOR         TO WS-NEG-OPERADOR
           MOVE 'PRSFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               DISPLAY 'NEGATIVACAO NO BIRO ENCERRADA - A EXCLUSAO SAI '
                       'NA PROXIMA RODADA DE NEGFIN.'
           END-IF
           .
       P370-FIM.

       P600-ABRE-SEGURO.
           SET FS-PRS-OK            TO TRUE
           OPEN I-O PRESTAMISTA

           IF WS-FS-PRS EQUAL 35
               DISPLAY 'NENHUM CONTRATO SEGURADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-PRS-OK
               DISPLAY 'ERRO AO ABRIR PRESTAMISTA.dat.'
               MOVE WS-FS-PRS       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PRS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P600-FIM.

      ******************************************************************
      * CONSULTA DO SEGURO DE UM CONTRATO
      ******************************************************************
       P700-CONSULTA.
           PERFORM P600-ABRE-SEGURO
           IF NOT FS-PRS-OK
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT PRS-NUM-CONTRATO

           READ PRESTAMISTA
               KEY IS PRS-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO SEM SEGURO PRESTAMISTA!'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRS-ATIVO
                           DISPLAY 'SITUACAO.........: ATIVO'
                       WHEN PRS-SINISTRO
                           DISPLAY 'SITUACAO.........: SINISTRO EM '
                                   'ANALISE'
                       WHEN PRS-LIQUIDADO
                           DISPLAY 'SITUACAO.........: LIQUIDADO '
                                   'PELA INDENIZACAO'
                       WHEN PRS-RECUSADO
                           DISPLAY 'SITUACAO.........: SINISTRO '
                                   'RECUSADO (SEGURO EM VIGOR)'
                       WHEN PRS-ENCERRADO
                           DISPLAY 'SITUACAO.........: ENCERRADO COM '
                                   'O CONTRATO'
                   END-EVALUATE
                   DISPLAY 'ADESAO...........: ' PRS-DT-ADESAO
                           ' POR ' PRS-OPERADOR
                   DISPLAY 'IDADE/PRAZO......: ' PRS-IDADE ' ANOS / '
                           PRS-PRAZO ' PARCELAS'
                   MOVE PRS-VR-PREMIO TO WS-VALOR-MSK
                   DISPLAY 'TAXA/PREMIO......: ' PRS-TAXA ' % / '
                           WS-VALOR-MSK
                   IF PRS-DT-SINISTRO GREATER THAN ZEROS
                       DISPLAY 'SINISTRO.........: ' PRS-TP-SINISTRO
                               ' EM ' PRS-DT-SINISTRO
                               ' COMUNICADO EM ' PRS-DT-COMUNICACAO
                   END-IF
                   IF PRS-DT-INDENIZACAO GREATER THAN ZEROS
                       MOVE PRS-VR-INDENIZADO TO WS-VALOR-MSK
                       DISPLAY 'INDENIZACAO......: ' WS-VALOR-MSK
                               ' EM ' PRS-DT-INDENIZACAO
                   END-IF
           END-READ

           CLOSE PRESTAMISTA

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
       END PROGRAM PRSFIN.
