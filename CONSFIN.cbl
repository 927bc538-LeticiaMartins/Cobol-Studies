      * Update: 03/09/2024 - PASSA A EXIBIR O STATUS DO CONTRATO
      * Update: 25/09/2024 - PASSA A EXIBIR O AVALISTA DO CONTRATO
      *         (REG-ID-AVALISTA)
      * Update: 19/11/2024 - CONTRATO REFINANCIADO MOSTRA O NUMERO DO
      *         NOVO CONTRATO (REG-NUM-CONTRATO-NOVO)
      * Update: 20/11/2024 - A CONSULTA MOSTRA A CARENCIA DO CONTRATO E
      *         OS JUROS CAPITALIZADOS NELA
      * Update: 21/11/2024 - A CONSULTA MOSTRA O SISTEMA DE AMORTIZACAO
      *         DO CONTRATO; NO SAC, A PRIMEIRA E A ULTIMA PARCELA
      * Update: 22/11/2024 - A CONSULTA MOSTRA O IOF, A TARIFA DE
      *         CADASTRO E O CET DO CONTRATO
      * Update: 23/11/2024 - MOSTRA O BEM ALIENADO EM GARANTIA DO
      *         CONTRATO E A SITUACAO DO GRAVAME (MODULO GARUTIL)
      * Update: 01/12/2024 - MOSTRA O ESCORE DE COMPORTAMENTO E A FAIXA
      *         DO CONTATO DO CONTRATO (MODULO SCOUTIL)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFIN.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       01 WS-AREA-GAR.
          03 WS-GAR-FUNCAO                PIC X(01).
          03 WS-GAR-NUM-CONTRATO          PIC 9(06).
          03 WS-GAR-TIPO-BEM              PIC X(01).
             88 GAR-VEICULO               VALUE 'V'.
          03 WS-GAR-DESCRICAO             PIC X(30).
          03 WS-GAR-CHASSI                PIC X(17).
          03 WS-GAR-PLACA                 PIC X(07).
          03 WS-GAR-RENAVAM               PIC X(11).
          03 WS-GAR-NUM-SERIE             PIC X(20).
          03 WS-GAR-ST-GRAVAME            PIC X(01).
          03 WS-GAR-DT-REGISTRO           PIC 9(08).
          03 WS-GAR-DT-QUITACAO           PIC 9(08).
          03 WS-GAR-DT-LIBERACAO          PIC 9(08).
          03 WS-GAR-OPERADOR              PIC X(06).
          03 WS-GAR-ORIGEM                PIC X(08).
          03 WS-GAR-RESULTADO             PIC X(01).
             88 GAR-OK                    VALUE 'S'.
          03 WS-GAR-MOTIVO                PIC X(40).
       01 WS-AREA-SCO.
          03 WS-SCO-ID-CONTATO            PIC 9(06).
          03 WS-SCO-RESULTADO             PIC X(01).
             88 SCO-ACHADO                VALUE 'S'.
          03 WS-SCO-SCORE                 PIC 9(04).
          03 WS-SCO-FAIXA                 PIC X(01).
          03 WS-SCO-DT-APURACAO           PIC 9(08).
          03 WS-SCO-QTD-CONTRATOS         PIC 9(04).
          03 WS-SCO-QTD-EM-DIA            PIC 9(05).
          03 WS-SCO-QTD-ATRASO            PIC 9(05).
          03 WS-SCO-MEDIA-ATRASO          PIC 9(04).
          03 WS-SCO-MAIOR-ATRASO          PIC 9(04).
          03 WS-SCO-QTD-VENCIDAS          PIC 9(04).
          03 WS-SCO-QTD-ESTORNOS          PIC 9(04).
          03 WS-SCO-QTD-RENEG             PIC 9(04).
          03 WS-SCO-QTD-QUITADOS          PIC 9(04).
          03 WS-SCO-QTD-BAIXADOS          PIC 9(04).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CONSULTA DE CONTRATO DE FINANCIAMENTO ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
       P310-MOSTRA-CONTRATO.
           DISPLAY 'CONTRATO......: ' REG-NUM-CONTRATO
           DISPLAY 'STATUS........: ' REG-ST-CONTRATO
           IF REG-CONTRATO-REFINANCIADO
               DISPLAY 'NOVO CONTRATO.: ' REG-NUM-CONTRATO-NOVO
           END-IF
           DISPLAY 'EMITIDO EM....: ' REG-DT-CONTRATO
           DISPLAY 'CONTATO (ID)..: ' REG-ID-CONTATO
           PERFORM P330-MOSTRA-ESCORE
           IF REG-ID-AVALISTA GREATER THAN ZEROS
               DISPLAY 'AVALISTA (ID).: ' REG-ID-AVALISTA
           END-IF
           DISPLAY 'VALOR.........: ' REG-VALOR
           DISPLAY 'ENTRADA.......: ' REG-VR-ENTRADA
           DISPLAY 'TAXA (% A.M.).: ' REG-TAXA-JUROS
           IF REG-CARENCIA GREATER THAN ZEROS
               DISPLAY 'CARENCIA......: ' REG-CARENCIA ' MESES'
               DISPLAY 'JUROS CARENC..: ' REG-VR-JUROS-CARENCIA
           END-IF
           DISPLAY 'IOF...........: ' REG-VR-IOF
           DISPLAY 'TARIFA CADAST.: ' REG-VR-TAC
           MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
           DISPLAY 'CET...........: ' WS-CET-MENSAL-MSK ' % A.M. / '
                   WS-CET-ANUAL-MSK ' % A.A.'
           DISPLAY 'PARCELAS......: ' REG-NUM-PARCELAS
           IF REG-AMORT-SAC
               DISPLAY 'AMORTIZACAO...: SAC (PARCELAS DECRESCENTES)'
               DISPLAY '1A PARCELA....: ' REG-PARCELAS(1)
               DISPLAY 'ULTIMA PARCELA: '
                       REG-PARCELAS(REG-NUM-PARCELAS)
           ELSE
               DISPLAY 'AMORTIZACAO...: TABELA PRICE'
               DISPLAY 'VALOR PARCELA.: ' REG-PARCELAS(1)
           END-IF
           PERFORM P320-MOSTRA-GARANTIA
           .
       P310-FIM.

      ******************************************************************
      * BEM ALIENADO EM GARANTIA DO CONTRATO (GARANTIAS.dat, GARUTIL)
      ******************************************************************
       P320-MOSTRA-GARANTIA.
           MOVE 'C'                 TO WS-GAR-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-GAR-NUM-CONTRATO
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF NOT GAR-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'GARANTIA......: ' WS-GAR-DESCRICAO
           IF GAR-VEICULO
               DISPLAY 'CHASSI........: ' WS-GAR-CHASSI
               DISPLAY 'PLACA/RENAVAM.: ' WS-GAR-PLACA ' / '
                       WS-GAR-RENAVAM
           ELSE
               DISPLAY 'NUMERO SERIE..: ' WS-GAR-NUM-SERIE
           END-IF
           EVALUATE WS-GAR-ST-GRAVAME
               WHEN 'A'
                   DISPLAY 'GRAVAME.......: ATIVO DESDE '
                           WS-GAR-DT-REGISTRO
               WHEN 'L'
                   DISPLAY 'GRAVAME.......: LIBERACAO PENDENTE '
                           '(QUITADO EM ' WS-GAR-DT-QUITACAO ')'
               WHEN OTHER
                   DISPLAY 'GRAVAME.......: BAIXADO EM '
                           WS-GAR-DT-LIBERACAO
           END-EVALUATE
           .
       P320-FIM.

      ******************************************************************
      * ESCORE DE COMPORTAMENTO DO CONTATO (CONTATOS_SCORE.dat, SCOUTIL)
      ******************************************************************
       P330-MOSTRA-ESCORE.
           MOVE REG-ID-CONTATO      TO WS-SCO-ID-CONTATO
           CALL 'SCOUTIL' USING WS-AREA-SCO

           IF SCO-ACHADO
               DISPLAY 'ESCORE........: ' WS-SCO-SCORE ' FAIXA '
                       WS-SCO-FAIXA ' (APURADO EM '
                       WS-SCO-DT-APURACAO ')'
           ELSE
               DISPLAY 'ESCORE........: NAO APURADO'
           END-IF
           .
       P330-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
