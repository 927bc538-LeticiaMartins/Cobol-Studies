      *         SPOOL PELO MODULO SPOOLUTL E PODE SER REABERTO PELO
      *         SELETOR SPLCNTT; A RODADA DE HOJE NAO SOBRESCREVE
      *         MAIS A DE ONTEM
      * Update: 07/11/2024 - CONTRATO BAIXADO PARA PREJUIZO (STATUS 'P',
      *         BXAFIN) DEIXA DE APARECER NO RELATORIO DE ATRASO
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 15/12/2024 - AS FAIXAS DE AGING DEIXAM DE SER FIXAS EM
      *         30/60/90 DIAS: VALEM OS PARAMETROS AGING-F1 A AGING-F3
      *         EM VIGOR NA DATA DO RELATORIO (PARAMETROS.dat,
      *         PARMUTIL), TAMBEM NOS ROTULOS DOS TOTAIS
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRFIN.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC -Z.ZZZ.ZZ9,99.
       77 WS-QTD-FAIXA-1                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FAIXA-2                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FAIXA-3                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FAIXA-4                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTRATO                 PIC 9(03) VALUE ZEROS.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
      *
      * ULTIMO DIA DE ATRASO DAS TRES PRIMEIRAS FAIXAS (PARAMETROS
      * AGING-F1 A AGING-F3 EM VIGOR NA DATA DO RELATORIO)
      *
       01 WS-FAIXAS-AGING.
          03 WS-LIM-FAIXA-1               PIC 9(03) VALUE ZEROS.
          03 WS-LIM-FAIXA-2               PIC 9(03) VALUE ZEROS.
          03 WS-LIM-FAIXA-3               PIC 9(03) VALUE ZEROS.
       77 WS-FAIXA-DE-MSK                 PIC ZZ9.
       77 WS-FAIXA-ATE-MSK                PIC ZZ9.
       77 WS-FAIXA-DE                     PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
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

           DISPLAY '*** RELATORIO DE ATRASO DOS FINANCIAMENTOS ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-ATRASO
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-PAG-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-FAIXA-1
           MOVE ZEROS               TO WS-QTD-FAIXA-2
           MOVE ZEROS               TO WS-QTD-FAIXA-3
           MOVE ZEROS               TO WS-QTD-FAIXA-4
           MOVE ZEROS               TO WS-QTD-VENCIDAS

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           PERFORM P305-CARREGA-FAIXAS

           OPEN INPUT CONTRATOS
           OPEN INPUT PAGAMENTOS
           .
       P300-FIM.

      ******************************************************************
      * FAIXAS DE AGING EM VIGOR NA DATA DO RELATORIO (PARMUTIL)
      ******************************************************************
       P305-CARREGA-FAIXAS.
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE WS-DATA-SISTEMA     TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE

           MOVE 'AGING-F1'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-1
           MOVE 'AGING-F2'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-2
           MOVE 'AGING-F3'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-3
           .
       P305-FIM.

       P310-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
               NOT AT END
                   MOVE ZEROS       TO WS-QTD-CONTRATO
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-BAIXADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                   PERFORM P320-AVALIA-PARCELA
                           FUNCTION INTEGER-OF-DATE
                           (WS-DATA-VENCIMENTO)
                   EVALUATE TRUE
                       WHEN WS-DIAS-ATRASO NOT GREATER THAN
                            WS-LIM-FAIXA-1
                           ADD 1    TO WS-QTD-FAIXA-1
                       WHEN WS-DIAS-ATRASO NOT GREATER THAN
                            WS-LIM-FAIXA-2
                           ADD 1    TO WS-QTD-FAIXA-2
                       WHEN WS-DIAS-ATRASO NOT GREATER THAN
                            WS-LIM-FAIXA-3
                           ADD 1    TO WS-QTD-FAIXA-3
                       WHEN OTHER
                           ADD 1    TO WS-QTD-FAIXA-4
                   END-EVALUATE

                   MOVE WS-SALDO-PARCELA TO WS-SALDO-MSK
       P330-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA       TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE WS-LIM-FAIXA-1      TO WS-FAIXA-ATE-MSK
           STRING 'ATE ' WS-FAIXA-ATE-MSK ' DIAS.....: ' WS-QTD-FAIXA-1
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           COMPUTE WS-FAIXA-DE = WS-LIM-FAIXA-1 + 1
           MOVE WS-FAIXA-DE         TO WS-FAIXA-DE-MSK
           MOVE WS-LIM-FAIXA-2      TO WS-FAIXA-ATE-MSK
           STRING 'DE ' WS-FAIXA-DE-MSK ' A ' WS-FAIXA-ATE-MSK '...: '
                  WS-QTD-FAIXA-2
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           COMPUTE WS-FAIXA-DE = WS-LIM-FAIXA-2 + 1
           MOVE WS-FAIXA-DE         TO WS-FAIXA-DE-MSK
           MOVE WS-LIM-FAIXA-3      TO WS-FAIXA-ATE-MSK
           STRING 'DE ' WS-FAIXA-DE-MSK ' A ' WS-FAIXA-ATE-MSK '...: '
                  WS-QTD-FAIXA-3
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE WS-LIM-FAIXA-3      TO WS-FAIXA-ATE-MSK
           STRING 'MAIS DE ' WS-FAIXA-ATE-MSK '.....: ' WS-QTD-FAIXA-4
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P350-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
