      *         SPOOL PELO MODULO SPOOLUTL E PODE SER REABERTO PELO
      *         SELETOR SPLCNTT; A RODADA DE HOJE NAO SOBRESCREVE
      *         MAIS A DE ONTEM
      * Update: 20/11/2024 - O EXTRATO PARTE DO VALOR FINANCIADO COM OS
      *         JUROS DA CARENCIA CAPITALIZADOS (REG-VR-JUROS-CARENCIA)
      *         E MOSTRA A CARENCIA DO CONTRATO ANTES DA TABELA
      * Update: 21/11/2024 - O EXTRATO SEGUE O SISTEMA DE AMORTIZACAO DO
      *         CONTRATO: NO SAC A AMORTIZACAO E CONSTANTE E A PARCELA
      *         DECRESCE; O SISTEMA SAI NO CABECALHO
      * Update: 22/11/2024 - O PLANO PARTE DO VALOR FINANCIADO COM O IOF
      *         E A TARIFA DE CADASTRO; O EXTRATO MOSTRA IOF, TARIFA E O
      *         CET DO CONTRATO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTFIN.
       77 WS-VR-PARCELA                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-JUROS                     PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-AMORTIZACAO               PIC S9(06)V99 VALUE ZEROS.
       77 WS-VR-AMORT-CONSTANTE           PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-JUROS                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC -Z.ZZZ.ZZ9,99.
       77 WS-JUROS-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-AMORT-MSK                    PIC -Z.ZZZ.ZZ9,99.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
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

           DISPLAY '*** EXTRATO DE AMORTIZACAO DE CONTRATO ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-EXTRATO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           IF REG-AMORT-SAC
               MOVE 'AMORTIZACAO: SAC (PARCELAS DECRESCENTES)'
                                    TO REG-IMPRESSAO
           ELSE
               MOVE 'AMORTIZACAO: TABELA PRICE (PARCELAS FIXAS)'
                                    TO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           MOVE 'PARCELA       JUROS   AMORTIZACAO         SALDO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           IF REG-CARENCIA GREATER THAN ZEROS
               MOVE REG-VR-JUROS-CARENCIA TO WS-JUROS-MSK
               MOVE SPACES          TO REG-IMPRESSAO
               STRING 'CARENCIA DE ' REG-CARENCIA ' MESES - JUROS '
                      'CAPITALIZADOS: ' WS-JUROS-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF
           IF REG-VR-IOF GREATER THAN ZEROS OR
              REG-VR-TAC GREATER THAN ZEROS
               MOVE REG-VR-IOF      TO WS-JUROS-MSK
               MOVE SPACES          TO REG-IMPRESSAO
               STRING 'IOF FINANCIADO: ' WS-JUROS-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               MOVE REG-VR-TAC      TO WS-JUROS-MSK
               MOVE SPACES          TO REG-IMPRESSAO
               STRING 'TARIFA DE CADASTRO: ' WS-JUROS-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
           STRING 'CET: ' WS-CET-MENSAL-MSK ' % A.M. / '
                  WS-CET-ANUAL-MSK ' % A.A.'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           COMPUTE WS-VALOR-FINANCIADO =
                   REG-VALOR - REG-VR-ENTRADA + REG-VR-JUROS-CARENCIA
                   + REG-VR-IOF + REG-VR-TAC
                   + REG-VR-PREMIO
           MOVE WS-VALOR-FINANCIADO TO WS-SALDO
           COMPUTE WS-TAXA-DECIMAL = REG-TAXA-JUROS / 100
           MOVE ZEROS               TO WS-TOTAL-JUROS
                       WS-VALOR-FINANCIADO * WS-TAXA-DECIMAL
                       * WS-FATOR-JUROS / (WS-FATOR-JUROS - 1)
           END-IF
           COMPUTE WS-VR-AMORT-CONSTANTE ROUNDED =
                   WS-VALOR-FINANCIADO / REG-NUM-PARCELAS

           PERFORM P320-IMPRIME-PARCELA
               VARYING WS-IND FROM 1 BY 1

      *    A ULTIMA PARCELA LIQUIDA O SALDO RESTANTE, ABSORVENDO A
      *    DIFERENCA DE ARREDONDAMENTO ACUMULADA
      *    NO SAC A AMORTIZACAO E CONSTANTE (A PARCELA DECRESCE COM OS
      *    JUROS); NA PRICE E A PARCELA FIXA MENOS OS JUROS
           EVALUATE TRUE
               WHEN WS-IND EQUAL REG-NUM-PARCELAS
                   MOVE WS-SALDO    TO WS-VR-AMORTIZACAO
               WHEN REG-AMORT-SAC
                   MOVE WS-VR-AMORT-CONSTANTE TO WS-VR-AMORTIZACAO
               WHEN OTHER
                   COMPUTE WS-VR-AMORTIZACAO =
                           WS-VR-PARCELA - WS-VR-JUROS
           END-EVALUATE

           SUBTRACT WS-VR-AMORTIZACAO FROM WS-SALDO
           ADD WS-VR-JUROS          TO WS-TOTAL-JUROS
           .
       P320-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
