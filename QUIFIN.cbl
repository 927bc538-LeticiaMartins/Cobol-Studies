      *          OPERACAO Q EM CONTRATOS_AUD.dat; O CONTRATO QUITADO
      *          SAI DE ATRFIN E IDXFIN
      * Tectonics: cobc -I copybooks
      * Update: 10/11/2024 - A QUITACAO ENCERRA A NEGATIVACAO NO BIRO DE
      *         TODAS AS PARCELAS DO CONTRATO PELO MODULO NEGUTIL
      * Update: 14/11/2024 - A QUITACAO ANTECIPADA DENTRO DO PRAZO DE
      *         COMISSAO_PARAM.TXT PASSA A ESTORNAR A COMISSAO DO
      *         VENDEDOR (MODULO COMUM COMUTIL)
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         NAO PODE SER QUITADO; MOSTRA O NOVO CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 21/11/2024 - NO CONTRATO SAC (REG-SISTEMA-AMORT) A
      *         PARCELA A VENCER ENTRA NA QUITACAO PELA AMORTIZACAO DO
      *         PLANO (AMORUTIL), SEM OS JUROS FUTUROS; NA PRICE SEGUE O
      *         VALOR PRESENTE PELA TAXA DO CONTRATO
      * Update: 22/11/2024 - O PLANO DA PARCELA PARTE DO VALOR
      *         FINANCIADO COM O IOF E A TARIFA DE CADASTRO
      * Update: 23/11/2024 - NA QUITACAO O GRAVAME DO BEM ALIENADO EM
      *         GARANTIA PASSA A PENDENTE DE LIBERACAO PELO MODULO
      *         GARUTIL
      * Update: 14/12/2024 - ABATE DE JUROS ACIMA DO LIMITE DO NIVEL DO
      *         OPERADOR (LIMITES_APROVACAO.TXT, MODULO APRVUTIL) VAI
      *         PARA A FILA DE APROVACAO EM DUAS PESSOAS; O PEDIDO
      *         APROVADO EM APRFIN E APLICADO NO MODO APROVACAO (LK-MODO
      *         'A') COM A COTACAO REFEITA, RECUSADO SE O ABATE PASSAR
      *         DO APROVADO, COM O SUPERVISOR NA AUDITORIA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIFIN.
       77 WS-FATOR-DESCONTO               PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-MESES-A-VENCER               PIC S9(05) VALUE ZEROS.
       77 WS-VR-DESCONTADO                PIC 9(06)V99 VALUE ZEROS.
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
       77 WS-QTD-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-FACE                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-QUITACAO               PIC 9(08)V99 VALUE ZEROS.
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
       01 WS-AREA-COM.
          03 WS-COM-FUNCAO                PIC X(01).
          03 WS-COM-NUM-CONTRATO          PIC 9(06).
          03 WS-COM-VENDEDOR              PIC X(06).
          03 WS-COM-NOME-VENDEDOR         PIC X(20).
          03 WS-COM-OBJETO                PIC X(20).
          03 WS-COM-PRAZO                 PIC 9(03).
          03 WS-COM-VR-BASE               PIC 9(07)V99.
          03 WS-COM-ORIGEM                PIC X(08).
          03 WS-COM-PERCENTUAL            PIC 9(02)V99.
          03 WS-COM-VR-COMISSAO           PIC 9(06)V99.
          03 WS-COM-RESULTADO             PIC X(01).
             88 COM-OK                    VALUE 'S'.
          03 WS-COM-MOTIVO                PIC X(40).
       01 WS-AREA-GAR.
          03 WS-GAR-FUNCAO                PIC X(01).
          03 WS-GAR-NUM-CONTRATO          PIC 9(06).
          03 WS-GAR-TIPO-BEM              PIC X(01).
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
       01 WS-AREA-APV.
          03 WS-APV-FUNCAO                PIC X(01).
          03 WS-APV-OPERACAO              PIC X(01).
          03 WS-APV-OPERADOR              PIC X(06).
          03 WS-APV-EMPRESA               PIC 9(02).
          03 WS-APV-VALOR                 PIC 9(08)V99.
          03 WS-APV-NUM-CONTRATO          PIC 9(06).
          03 WS-APV-NUM-PARCELA           PIC 9(03).
          03 WS-APV-SEQUENCIA             PIC 9(02).
          03 WS-APV-ID-CONTATO            PIC 9(06).
          03 WS-APV-DESCRICAO             PIC X(30).
          03 WS-APV-NIVEL                 PIC 9(01).
          03 WS-APV-LIMITE                PIC 9(08)V99.
          03 WS-APV-NUMERO                PIC 9(06).
          03 WS-APV-RESULTADO             PIC X(01).
             88 APV-LIBERADA              VALUE 'S'.
             88 APV-PENDENTE              VALUE 'P'.
          03 WS-APV-MOTIVO                PIC X(40).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-APROVACAO         VALUE 'A'.
          03 LK-APR-SUPERVISOR            PIC X(06).
          03 LK-APR-NUM-CONTRATO          PIC 9(06).
          03 FILLER                       PIC X(05).
          03 LK-APR-VALOR                 PIC 9(08)V99.

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

           DISPLAY '*** QUITACAO ANTECIPADA DE CONTRATO ***'
           SET LK-SUCESSO          TO TRUE
      *    NO MODO APROVACAO SO A QUITACAO GRAVADA DEVOLVE SUCESSO
           IF LK-MODO-APROVACAO
               SET LK-ERRO         TO TRUE
           END-IF
           PERFORM P300-QUITACAO
           PERFORM P900-FIM
           .
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
               IF FS-OK THEN
                   IF LK-MODO-APROVACAO
                       MOVE LK-APR-NUM-CONTRATO TO WS-NUMERO-BUSCA
                   ELSE
                       DISPLAY 'Informe o numero do contrato: '
                       ACCEPT WS-NUMERO-BUSCA
                   END-IF
                   MOVE WS-NUMERO-BUSCA TO REG-NUM-CONTRATO

                   READ CONTRATOS
                               WHEN REG-CONTRATO-QUITADO
                                   DISPLAY 'CONTRATO JA ESTA '
                                           'QUITADO.'
                               WHEN REG-CONTRATO-REFINANCIADO
                                   DISPLAY 'CONTRATO REFINANCIADO NO '
                                           REG-NUM-CONTRATO-NOVO '.'
                               WHEN OTHER
                                   PERFORM P310-COTA-QUITACAO
                           END-EVALUATE
           MOVE ZEROS               TO WS-TOTAL-FACE
           MOVE ZEROS               TO WS-TOTAL-QUITACAO
           COMPUTE WS-TAXA-DECIMAL = REG-TAXA-JUROS / 100
           COMPUTE WS-AMORT-VR-FINANCIADO =
                   REG-VALOR - REG-VR-ENTRADA + REG-VR-JUROS-CARENCIA
                   + REG-VR-IOF + REG-VR-TAC
                   + REG-VR-PREMIO
           MOVE REG-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE REG-SISTEMA-AMORT   TO WS-AMORT-SISTEMA

           SET FS-PAG-OK            TO TRUE
           OPEN I-O PAGAMENTOS
                   DISPLAY 'SALDO DE FACE............: ' WS-FACE-MSK
                   DISPLAY 'VALOR DE QUITACAO HOJE...: ' WS-QUIT-MSK
                   DISPLAY 'JUROS FUTUROS ABATIDOS...: ' WS-ABAT-MSK
                   IF LK-MODO-APROVACAO
                       PERFORM P338-CONFERE-APROVADO
                   ELSE
                       DISPLAY 'TECLE: '
                               '<S> para confirmar a QUITACAO ou '
                               '<QUALQUER TECLA> para abortar.'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           PERFORM P335-CONFERE-ALCADA
                       END-IF
                   END-IF

                   IF WS-CONFIRM EQUAL 'S'
                       PERFORM P340-GRAVA-QUITACAO
      ******************************************************************
      * PARCELA VENCIDA ENTRA PELO SALDO DE FACE; PARCELA A VENCER E
      * TRAZIDA A VALOR PRESENTE PELA TAXA DO CONTRATO (ABATE DOS
      * JUROS FUTUROS). NO CONTRATO SAC A PARCELA A VENCER ENTRA SO
      * PELA AMORTIZACAO DO PLANO (AMORUTIL), NA PROPORCAO DO SALDO
      * AINDA EM ABERTO DELA
      ******************************************************************
       P320-AVALIA-PARCELA.
           PERFORM P325-CALCULA-SALDO
               IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-SISTEMA
                  OR WS-TAXA-DECIMAL EQUAL ZEROS
                   MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
               ELSE
               IF REG-AMORT-SAC
                   MOVE WS-IND      TO WS-AMORT-PARCELA
                   CALL 'AMORUTIL' USING WS-AREA-AMORT
                   COMPUTE WS-VR-DESCONTADO ROUNDED =
                           WS-SALDO-PARCELA * WS-AMORT-VR-AMORTIZACAO
                           / WS-AMORT-VR-PRESTACAO
                       ON SIZE ERROR
                           MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-MESES-A-VENCER =
                           ((WS-VENC-AAAA * 12) + WS-VENC-MM) -
                   COMPUTE WS-VR-DESCONTADO ROUNDED =
                           WS-SALDO-PARCELA / WS-FATOR-DESCONTO
               END-IF
               END-IF

               MOVE WS-VR-DESCONTADO TO WS-QUIT-VALOR(WS-IND)
               COMPUTE WS-QUIT-SEQ(WS-IND) = WS-ULT-SEQUENCIA + 1
       P330-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND               TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
           .
       P330-FIM.

      ******************************************************************
      * ABATE DE JUROS ACIMA DO LIMITE DO NIVEL DO OPERADOR VAI PARA A
      * FILA DE APROVACAO (APRVUTIL); A QUITACAO SO E GRAVADA QUANDO
      * APROVADA EM APRFIN, COM A COTACAO REFEITA NA APROVACAO
      ******************************************************************
       P335-CONFERE-ALCADA.
           INITIALIZE WS-AREA-APV
           MOVE 'S'                 TO WS-APV-FUNCAO
           MOVE 'Q'                 TO WS-APV-OPERACAO
           MOVE LK-OPERADOR         TO WS-APV-OPERADOR
           MOVE LK-EMPRESA          TO WS-APV-EMPRESA
           IF WS-TOTAL-ABATIDO GREATER THAN ZEROS
               MOVE WS-TOTAL-ABATIDO TO WS-APV-VALOR
           END-IF
           MOVE REG-NUM-CONTRATO    TO WS-APV-NUM-CONTRATO
           MOVE 'ABATE NA QUITACAO ANTECIPADA'
                                    TO WS-APV-DESCRICAO
           CALL 'APRVUTIL' USING WS-AREA-APV

           EVALUATE TRUE
               WHEN APV-LIBERADA
                   CONTINUE
               WHEN APV-PENDENTE
                   MOVE 'N'         TO WS-CONFIRM
                   DISPLAY 'ABATE ACIMA DO LIMITE DO SEU NIVEL - '
                           'ENVIADO PARA APROVACAO (PEDIDO '
                           WS-APV-NUMERO ').'
                   DISPLAY 'A QUITACAO SO SERA GRAVADA QUANDO UM '
                           'SUPERVISOR APROVAR HOJE EM APRFIN.'
               WHEN OTHER
                   MOVE 'N'         TO WS-CONFIRM
                   DISPLAY 'QUITACAO NAO REALIZADA: ' WS-APV-MOTIVO
           END-EVALUATE
           .
       P335-FIM.

      ******************************************************************
      * PEDIDO APROVADO EM APRFIN: A COTACAO REFEITA NAO PODE TER ABATE
      * MAIOR DO QUE O APROVADO
      ******************************************************************
       P338-CONFERE-APROVADO.
           IF WS-TOTAL-ABATIDO GREATER THAN LK-APR-VALOR
               MOVE 'N'             TO WS-CONFIRM
               DISPLAY 'ABATE DE HOJE MAIOR DO QUE O APROVADO - '
                       'QUITACAO NAO GRAVADA.'
           ELSE
               MOVE 'S'             TO WS-CONFIRM
           END-IF
           .
       P338-FIM.

       P340-GRAVA-QUITACAO.
           PERFORM P350-GRAVA-HISTORICO

                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Contrato quitado com sucesso!'
                   SET LK-SUCESSO   TO TRUE
                   PERFORM P400-GRAVA-AUDITORIA
                   PERFORM P410-ENCERRA-NEGATIVACAO
                   PERFORM P420-ESTORNA-COMISSAO
                   PERFORM P430-LIBERA-GARANTIA
           END-REWRITE
           .
       P340-FIM.
               MOVE REG-NUM-CONTRATO TO FAU-NUM-CONTRATO
               SET FAU-QUITACAO      TO TRUE
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               IF LK-MODO-APROVACAO
                   MOVE LK-APR-SUPERVISOR TO FAU-OPERADOR-APROV
               END-IF
               MOVE WS-TOTAL-FACE    TO FAU-VALOR-ANTERIOR
               MOVE WS-TOTAL-QUITACAO TO FAU-VALOR-ATUAL
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ANTERIOR
           .
       P400-FIM.

      ******************************************************************
      * CONTRATO QUITADO: ENCERRA A NEGATIVACAO DE TODAS AS PARCELAS
      ******************************************************************
       P410-ENCERRA-NEGATIVACAO.
           MOVE REG-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE ZEROS               TO WS-NEG-NUM-PARCELA
           MOVE ZEROS               TO WS-NEG-SALDO-PARCELA
           MOVE LK-OPERADOR         TO WS-NEG-OPERADOR
           MOVE 'QUIFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               DISPLAY 'NEGATIVACAO NO BIRO ENCERRADA - A EXCLUSAO SAI '
                       'NA PROXIMA RODADA DE NEGFIN.'
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * QUITACAO ANTECIPADA DENTRO DO PRAZO DE COMISSAO_PARAM.TXT:
      * COMISSAO DO VENDEDOR ESTORNADA (COMUTIL)
      ******************************************************************
       P420-ESTORNA-COMISSAO.
           MOVE 'C'                 TO WS-COM-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-COM-NUM-CONTRATO
           MOVE 'QUIFIN  '          TO WS-COM-ORIGEM
           CALL 'COMUTIL' USING WS-AREA-COM

           IF COM-OK
               DISPLAY 'QUITACAO DENTRO DO PRAZO - COMISSAO DO '
                       'VENDEDOR ' WS-COM-VENDEDOR ' ESTORNADA.'
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * CONTRATO QUITADO: GRAVAME DO BEM ALIENADO FICA PENDENTE DE
      * LIBERACAO (LISTA DE GARFIN)
      ******************************************************************
       P430-LIBERA-GARANTIA.
           MOVE 'Q'                 TO WS-GAR-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-GAR-NUM-CONTRATO
           MOVE 'QUIFIN  '          TO WS-GAR-ORIGEM
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF GAR-OK
               DISPLAY 'GRAVAME DO BEM EM GARANTIA PENDENTE DE '
                       'LIBERACAO - SAI NA PROXIMA LISTA DE GARFIN.'
           END-IF
           .
       P430-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
