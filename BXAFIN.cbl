      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 07/11/2024
      * Purpose: BAIXA PARA PREJUIZO DOS CONTRATOS INADIMPLENTES HA MAIS
      *          DE 360 DIAS - VARRE OS CONTRATOS ATIVOS DE
      *          CONTRATOS.dat, APURA O MAIOR ATRASO E O SALDO EM
      *          ABERTO (VENCUTIL E PAGAMENTOS.dat, NA MESMA CONTA DE
      *          ATRFIN) E LISTA OS CANDIDATOS NO SPOOL (<P> PREVIA);
      *          NA BAIXA (<B>) A LISTA E CONFIRMADA POR UM SUPERVISOR
      *          (SUPVUTIL) E CADA CONTRATO GUARDA A IMAGEM ANTERIOR EM
      *          CONTRATOS_HIST.dat, PASSA AO STATUS 'P' (BAIXADO PARA
      *          PREJUIZO), GANHA A OPERACAO B EM CONTRATOS_AUD.dat COM
      *          O SALDO BAIXADO E O REGISTRO EM BAIXAS.dat (FD_BAIXA),
      *          ONDE PAGFIN E RETFIN PASSAM A ACUMULAR AS RECUPERACOES;
      *          O CONTRATO BAIXADO SAI DE ATRFIN, PRJFIN, REMFIN,
      *          IDXFIN E PDDFIN
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BXAFIN.

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

               SELECT BAIXAS ASSIGN TO
               'BAIXAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS BXA-NUM-CONTRATO
               FILE STATUS IS WS-FS-BXA.

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

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD BAIXAS.
          COPY FD_BAIXA.

       FD HISTORICO.
       01 REG-HISTORICO.
          03 HST-DATA                     PIC 9(08).
          03 HST-HORA                     PIC 9(08).
          03 HST-OPERADOR                 PIC X(06).
          03 HST-MOTIVO                   PIC X(12).
          03 HST-IMAGEM                   PIC X(200).

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-BXA                       PIC 99.
          88 FS-BXA-OK                    VALUE 0.
       77 WS-FS-HST                       PIC 99.
          88 FS-HST-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-MODO-EFETIVA                 PIC X VALUE 'N'.
          88 MODO-EFETIVA                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-DIAS-BAIXA                   PIC 9(03) VALUE 360.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-CONTRATO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-CANDIDATOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BAIXADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-BAIXA                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
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
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** BAIXA PARA PREJUIZO (MAIS DE ' WS-DIAS-BAIXA
                   ' DIAS DE ATRASO) ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'DIGITE: <P> PREVIA DOS CANDIDATOS OU '
                   '<B> BAIXAR PARA PREJUIZO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'P'
               WHEN 'p'
                   SET MODO-EFETIVA TO FALSE
                   PERFORM P300-VARRE-CONTRATOS
               WHEN 'B'
               WHEN 'b'
                   PERFORM P200-AUTORIZA-BAIXA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * A BAIXA MOSTRA ANTES A PREVIA; SO COM CANDIDATOS, SUPERVISOR E
      * CONFIRMACAO A SEGUNDA VARREDURA REGRAVA OS CONTRATOS
      ******************************************************************
       P200-AUTORIZA-BAIXA.
           SET MODO-EFETIVA         TO FALSE
           PERFORM P300-VARRE-CONTRATOS

           IF WS-QTD-CANDIDATOS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOTAL-BAIXA      TO WS-TOTAL-MSK
           DISPLAY WS-QTD-CANDIDATOS ' CONTRATO(S) A BAIXAR, SALDO '
                   'TOTAL ' WS-TOTAL-MSK
           DISPLAY 'A BAIXA PARA PREJUIZO EXIGE AUTORIZACAO DE '
                   'SUPERVISOR.'
           MOVE ZEROS               TO WS-SUPV-NIVEL-MIN
           MOVE LK-OPERADOR         TO WS-SUPV-SOLICITANTE
           CALL 'SUPVUTIL' USING WS-AREA-SUPV

           IF NOT SUPV-AUTORIZADO
               DISPLAY 'BAIXA NAO AUTORIZADA. NADA FOI ALTERADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CONFIRMA A BAIXA DOS CONTRATOS LISTADOS? (S/N): '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
               SET MODO-EFETIVA     TO TRUE
               PERFORM P300-VARRE-CONTRATOS
               DISPLAY 'CONTRATOS BAIXADOS PARA PREJUIZO: '
                       WS-QTD-BAIXADOS
           ELSE
               DISPLAY 'BAIXA CANCELADA. NADA FOI ALTERADO.'
           END-IF
           .
       P200-FIM.

       P300-VARRE-CONTRATOS.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           MOVE ZEROS               TO WS-QTD-CANDIDATOS
           MOVE ZEROS               TO WS-QTD-BAIXADOS
           MOVE ZEROS               TO WS-TOTAL-BAIXA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

           IF MODO-EFETIVA
               OPEN I-O CONTRATOS
           ELSE
               OPEN INPUT CONTRATOS
           END-IF
           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
               IF FS-OK
                   MOVE 'BXAFIN  ' TO WS-SPL-PROGRAMA
                   CALL 'SPOOLUTL' USING WS-AREA-SPOOL
                   MOVE WS-SPL-NOME TO WS-NOME-SPOOL
                   OPEN OUTPUT ARQ-IMPRESSAO
                   MOVE SPACES      TO REG-IMPRESSAO
                   IF MODO-EFETIVA
                       STRING 'BAIXA PARA PREJUIZO EM ' WS-DATA-SISTEMA
                              ' - AUTORIZADA POR ' WS-SUPV-ID
                              DELIMITED BY SIZE INTO REG-IMPRESSAO
                   ELSE
                       STRING 'PREVIA DA BAIXA PARA PREJUIZO EM '
                              WS-DATA-SISTEMA
                              DELIMITED BY SIZE INTO REG-IMPRESSAO
                   END-IF
                   WRITE REG-IMPRESSAO
                   MOVE 'CONTRATO CLIENTE               DIAS PARC'
                                    TO REG-IMPRESSAO
                   MOVE 'SALDO'     TO REG-IMPRESSAO(51:5)
                   WRITE REG-IMPRESSAO

                   MOVE ZEROS       TO REG-NUM-CONTRATO
                   START CONTRATOS KEY IS NOT LESS THAN
                                   REG-NUM-CONTRATO
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START

                   PERFORM P310-LE-CONTRATO UNTIL EOF-OK

                   MOVE WS-TOTAL-BAIXA TO WS-TOTAL-MSK
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'CONTRATOS: ' WS-QTD-CANDIDATOS
                          '  SALDO TOTAL: ' WS-TOTAL-MSK
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
                   CLOSE ARQ-IMPRESSAO

                   DISPLAY 'CANDIDATOS A BAIXA: ' WS-QTD-CANDIDATOS
                   DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
               END-IF
           END-IF

           CLOSE CONTRATOS
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
                      REG-CONTRATO-BAIXADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       PERFORM P320-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-AVALIA-CONTRATO.
           MOVE ZEROS               TO WS-MAIOR-ATRASO
           MOVE ZEROS               TO WS-SALDO-CONTRATO
           MOVE ZEROS               TO WS-QTD-ABERTAS

           PERFORM P330-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF WS-MAIOR-ATRASO LESS THAN WS-DIAS-BAIXA OR
              WS-SALDO-CONTRATO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-CANDIDATOS
           ADD WS-SALDO-CONTRATO    TO WS-TOTAL-BAIXA

           MOVE WS-SALDO-CONTRATO   TO WS-SALDO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING REG-NUM-CONTRATO '   ' REG-CLIENTE ' '
                  WS-MAIOR-ATRASO ' ' WS-QTD-ABERTAS ' '
                  WS-SALDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           IF MODO-EFETIVA
               PERFORM P400-BAIXA-CONTRATO
           ELSE
               DISPLAY 'CONTRATO ' REG-NUM-CONTRATO ' ' REG-CLIENTE
                       ' ATRASO ' WS-MAIOR-ATRASO ' DIAS - SALDO '
                       WS-SALDO-MSK
           END-IF
           .
       P320-FIM.

       P330-AVALIA-PARCELA.
           PERFORM P340-SALDO-PARCELA

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-SALDO-CONTRATO
               ADD 1                TO WS-QTD-ABERTAS

               MOVE REG-DT-CONTRATO    TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA     TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA       TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-SISTEMA
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

       P340-SALDO-PARCELA.
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

               PERFORM P345-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P340-FIM.

       P345-SOMA-PAGAMENTO.
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
       P345-FIM.

       P400-BAIXA-CONTRATO.
           PERFORM P410-GRAVA-HISTORICO

           SET REG-CONTRATO-BAIXADO TO TRUE

           REWRITE REG-FINANCIAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO '
                           REG-NUM-CONTRATO '.'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-BAIXADOS
                   PERFORM P420-GRAVA-AUDITORIA
                   PERFORM P430-GRAVA-BAIXA
           END-REWRITE
           .
       P400-FIM.

       P410-GRAVA-HISTORICO.
           SET FS-HST-OK            TO TRUE

           OPEN EXTEND HISTORICO

           IF WS-FS-HST EQUAL 35
               OPEN OUTPUT HISTORICO
           END-IF

           IF FS-HST-OK
               ACCEPT HST-DATA FROM DATE YYYYMMDD
               ACCEPT HST-HORA FROM TIME
               MOVE LK-OPERADOR     TO HST-OPERADOR
               MOVE 'BAIXA PREJ'    TO HST-MOTIVO
               MOVE SPACES          TO HST-IMAGEM
               MOVE REG-FINANCIAMENTO TO HST-IMAGEM

               WRITE REG-HISTORICO

               CLOSE HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO CONTRATO '
                       '(FILE STATUS: ' WS-FS-HST ').'
           END-IF
           .
       P410-FIM.

       P420-GRAVA-AUDITORIA.
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
               SET FAU-BAIXA-PREJUIZO TO TRUE
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               MOVE WS-SALDO-CONTRATO TO FAU-VALOR-ANTERIOR
               MOVE ZEROS            TO FAU-VALOR-ATUAL
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ANTERIOR
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ATUAL
               MOVE WS-QTD-ABERTAS   TO FAU-PARC-ANTERIOR
               MOVE ZEROS            TO FAU-PARC-ATUAL

               WRITE REG-AUDITORIA-FIN

               CLOSE AUDITORIA-FIN
           END-IF
           .
       P420-FIM.

       P430-GRAVA-BAIXA.
           SET FS-BXA-OK            TO TRUE

           OPEN I-O BAIXAS

           IF WS-FS-BXA EQUAL 35
               OPEN OUTPUT BAIXAS
           END-IF

           IF FS-BXA-OK
               INITIALIZE REG-BAIXA
               MOVE REG-NUM-CONTRATO TO BXA-NUM-CONTRATO
               ACCEPT BXA-DT-BAIXA FROM DATE YYYYMMDD
               ACCEPT BXA-HORA-BAIXA FROM TIME
               MOVE WS-MAIOR-ATRASO  TO BXA-DIAS-ATRASO
               MOVE WS-QTD-ABERTAS   TO BXA-QTD-PARCELAS
               MOVE WS-SALDO-CONTRATO TO BXA-VR-BAIXADO
               MOVE LK-OPERADOR      TO BXA-OPERADOR
               MOVE WS-SUPV-ID       TO BXA-SUPERVISOR

               WRITE REG-BAIXA
                   INVALID KEY
                       REWRITE REG-BAIXA
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR BAIXAS.dat '
                                       'DO CONTRATO '
                                       REG-NUM-CONTRATO '.'
                       END-REWRITE
               END-WRITE

               CLOSE BAIXAS
           ELSE
               DISPLAY 'ERRO AO GRAVAR BAIXAS.dat '
                       '(FILE STATUS: ' WS-FS-BXA ').'
           END-IF
           .
       P430-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM BXAFIN.
