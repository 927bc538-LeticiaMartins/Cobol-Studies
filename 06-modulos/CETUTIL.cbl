      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 22/11/2024
      * Purpose: MODULO UTILITARIO DO CUSTO EFETIVO TOTAL (CET) - USADO
      *          NA SIMULACAO E NA EMISSAO DO CONTRATO (PROG-OCCURS,
      *          PROPFIN, RFNFIN) E NA RENEGOCIACAO (MANFIN):
      *          <T> TARIFAS: CALCULA A TARIFA DE CADASTRO (TAC) E O
      *              IOF DA OPERACAO SOBRE O VALOR INFORMADO MAIS A
      *              TAC - IOF ADICIONAL SOBRE O TOTAL E IOF DIARIO
      *              SOBRE A PARTE DO PRINCIPAL DE CADA PARCELA (TOTAL
      *              DIVIDIDO IGUALMENTE PELO PRAZO) PELOS DIAS ATE
      *              O VENCIMENTO (30 POR MES, CARENCIA INCLUSA),
      *              LIMITADOS AO TETO DE DIAS DA TABELA; OS DOIS
      *              VALORES ENTRAM NO VALOR FINANCIADO;
      *          <C> CET: TAXA MENSAL QUE IGUALA O VALOR LIBERADO AO
      *              CLIENTE AO VALOR PRESENTE DAS PARCELAS DO PLANO
      *              (AMORUTIL, PRICE OU SAC, VENCENDO APOS A
      *              CARENCIA), ACHADA POR BISSECCAO, E A TAXA ANUAL
      *              EQUIVALENTE.
      *          AS ALIQUOTAS E A TAC VEM DE TARIFAS.TXT (UMA LINHA:
      *          IOF DIARIO % 9V9999, IOF ADICIONAL % 9V99, TAC
      *          9999V99, TETO DE DIAS 999); SEM O ARQUIVO VALEM OS
      *          VALORES PADRAO DO MODULO. A TABELA E CARREGADA UMA VEZ
      *          POR EXECUCAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CETUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO
           'TARIFAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRF.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS.
       01 REG-TARIFA.
          03 TRF-IOF-DIARIO               PIC 9(01)V9(04).
          03 TRF-IOF-ADICIONAL            PIC 9(01)V99.
          03 TRF-VR-TAC                   PIC 9(04)V99.
          03 TRF-DIAS-MAX                 PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-TRF                       PIC 99.
          88 FS-TRF-OK                    VALUE 0.
       77 WS-TABELA-CARREGADA             PIC X VALUE 'N'.
          88 TABELA-CARREGADA             VALUE 'S' FALSE 'N'.
      * VALORES PADRAO (SEM TARIFAS.TXT)
       77 WS-IOF-DIARIO                   PIC 9(01)V9(04) VALUE 0,0082.
       77 WS-IOF-ADICIONAL                PIC 9(01)V99 VALUE 0,38.
       77 WS-VR-TAC                       PIC 9(04)V99 VALUE 150,00.
       77 WS-DIAS-MAX                     PIC 9(03) VALUE 365.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-ITERACAO                     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-ITERACOES                PIC 9(02) VALUE 40.
       77 WS-DIAS                         PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-DIAS                    PIC 9(07) VALUE ZEROS.
       77 WS-VR-PRINCIPAL                 PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-IOF                       PIC 9(07)V99 VALUE ZEROS.
       77 WS-SOMA-PARCELAS                PIC 9(09)V99 VALUE ZEROS.
       77 WS-TAXA-BAIXA                   PIC 9(01)V9(12) VALUE ZEROS.
       77 WS-TAXA-ALTA                    PIC 9(01)V9(12) VALUE ZEROS.
       77 WS-TAXA-MEIO                    PIC 9(01)V9(12) VALUE ZEROS.
       77 WS-UM-MAIS-TAXA                 PIC 9(01)V9(12) VALUE ZEROS.
       77 WS-DESCONTO                     PIC 9(01)V9(15) VALUE ZEROS.
       77 WS-VALOR-PRESENTE               PIC 9(09)V9(06) VALUE ZEROS.
       77 WS-FATOR-ANUAL                  PIC 9(09)V9(06) VALUE ZEROS.
       01 WS-TAB-PARCELAS.
          03 WS-PARCELA                   OCCURS 420 TIMES
                                          PIC 9(06)V99.
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

       LINKAGE SECTION.
       01 LK-AREA-CET.
          03 LK-CET-FUNCAO                PIC X(01).
             88 LK-CET-TARIFAS            VALUE 'T'.
             88 LK-CET-CALCULO            VALUE 'C'.
          03 LK-CET-VR-BASE               PIC 9(07)V99.
          03 LK-CET-VR-LIBERADO           PIC 9(07)V99.
          03 LK-CET-VR-FINANCIADO         PIC 9(07)V99.
          03 LK-CET-TAXA                  PIC 9(02)V99.
          03 LK-CET-PRAZO                 PIC 9(03).
          03 LK-CET-CARENCIA              PIC 9(02).
          03 LK-CET-SISTEMA               PIC X(01).
          03 LK-CET-VR-IOF                PIC 9(06)V99.
          03 LK-CET-VR-TAC                PIC 9(06)V99.
          03 LK-CET-MENSAL                PIC 9(03)V99.
          03 LK-CET-ANUAL                 PIC 9(05)V99.
          03 LK-CET-RESULTADO             PIC X(01).
             88 LK-CET-OK                 VALUE 'S'.
             88 LK-CET-ERRO               VALUE 'N'.
          03 LK-CET-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-CET.
       MAIN-PROCEDURE.

           SET LK-CET-ERRO          TO TRUE
           MOVE SPACES              TO LK-CET-MOTIVO

           IF LK-CET-PRAZO EQUAL ZEROS OR
              LK-CET-PRAZO GREATER THAN 420
               MOVE 'PRAZO INVALIDO'    TO LK-CET-MOTIVO
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LK-CET-TARIFAS
                   IF NOT TABELA-CARREGADA
                       PERFORM P100-CARREGA-TARIFAS
                   END-IF
                   PERFORM P200-CALCULA-TARIFAS
               WHEN LK-CET-CALCULO
                   PERFORM P300-CALCULA-CET
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-CET-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CARREGA TARIFAS.TXT; ARQUIVO AUSENTE, VAZIO OU COM A LINHA
      * INVALIDA FICA COM OS VALORES PADRAO
      ******************************************************************
       P100-CARREGA-TARIFAS.
           SET TABELA-CARREGADA     TO TRUE
           SET FS-TRF-OK            TO TRUE

           OPEN INPUT TARIFAS
           IF NOT FS-TRF-OK
               EXIT PARAGRAPH
           END-IF

           READ TARIFAS
               AT END
                   CONTINUE
               NOT AT END
                   IF TRF-IOF-DIARIO IS NUMERIC AND
                      TRF-IOF-ADICIONAL IS NUMERIC AND
                      TRF-VR-TAC IS NUMERIC AND
                      TRF-DIAS-MAX IS NUMERIC
                       MOVE TRF-IOF-DIARIO    TO WS-IOF-DIARIO
                       MOVE TRF-IOF-ADICIONAL TO WS-IOF-ADICIONAL
                       MOVE TRF-VR-TAC        TO WS-VR-TAC
                       MOVE TRF-DIAS-MAX      TO WS-DIAS-MAX
                   ELSE
                       DISPLAY 'TARIFAS.TXT INVALIDO - USANDO AS '
                               'TARIFAS PADRAO.'
                   END-IF
           END-READ

           CLOSE TARIFAS
           .
       P100-FIM.

      ******************************************************************
      * TAC E IOF SOBRE O VALOR INFORMADO
      ******************************************************************
       P200-CALCULA-TARIFAS.
           MOVE ZEROS               TO LK-CET-VR-IOF
           MOVE WS-VR-TAC           TO LK-CET-VR-TAC

           COMPUTE WS-VR-PRINCIPAL = LK-CET-VR-BASE + WS-VR-TAC
               ON SIZE ERROR
                   MOVE 'VALOR FORA DE FAIXA PARA AS TARIFAS'
                                    TO LK-CET-MOTIVO
                   EXIT PARAGRAPH
           END-COMPUTE

           MOVE ZEROS               TO WS-SOMA-DIAS
           PERFORM P210-SOMA-DIAS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN LK-CET-PRAZO

           COMPUTE WS-VR-IOF ROUNDED =
                   WS-VR-PRINCIPAL * WS-IOF-ADICIONAL / 100
                   + WS-VR-PRINCIPAL / LK-CET-PRAZO
                     * WS-IOF-DIARIO / 100 * WS-SOMA-DIAS
               ON SIZE ERROR
                   MOVE 'IOF FORA DE FAIXA' TO LK-CET-MOTIVO
                   EXIT PARAGRAPH
           END-COMPUTE

           MOVE WS-VR-IOF           TO LK-CET-VR-IOF
           SET LK-CET-OK            TO TRUE
           .
       P200-FIM.

       P210-SOMA-DIAS.
           COMPUTE WS-DIAS = (WS-IND + LK-CET-CARENCIA) * 30
           IF WS-DIAS GREATER THAN WS-DIAS-MAX
               MOVE WS-DIAS-MAX     TO WS-DIAS
           END-IF
           ADD WS-DIAS              TO WS-SOMA-DIAS
           .
       P210-FIM.

      ******************************************************************
      * CET: PARCELAS DO PLANO PELO AMORUTIL E BISSECCAO ENTRE 0 E 100%
      * AO MES ATE O VALOR PRESENTE DELAS IGUALAR O VALOR LIBERADO
      ******************************************************************
       P300-CALCULA-CET.
           MOVE ZEROS               TO LK-CET-MENSAL
           MOVE ZEROS               TO LK-CET-ANUAL

           MOVE LK-CET-VR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
           MOVE LK-CET-TAXA         TO WS-AMORT-TAXA
           MOVE LK-CET-PRAZO        TO WS-AMORT-PRAZO
           MOVE LK-CET-SISTEMA      TO WS-AMORT-SISTEMA
           MOVE ZEROS               TO WS-SOMA-PARCELAS
           PERFORM P310-CARREGA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN LK-CET-PRAZO

      *    SEM CUSTO ALEM DO VALOR LIBERADO O CET E ZERO
           IF LK-CET-VR-LIBERADO EQUAL ZEROS OR
              WS-SOMA-PARCELAS NOT GREATER THAN LK-CET-VR-LIBERADO
               SET LK-CET-OK        TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-TAXA-BAIXA
           MOVE 1                   TO WS-TAXA-ALTA
           MOVE WS-TAXA-ALTA        TO WS-TAXA-MEIO
           PERFORM P320-VALOR-PRESENTE
           IF WS-VALOR-PRESENTE GREATER THAN LK-CET-VR-LIBERADO
               MOVE 'CET ACIMA DE 100% AO MES' TO LK-CET-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P330-BISSECCAO
               VARYING WS-ITERACAO FROM 1 BY 1
               UNTIL WS-ITERACAO GREATER THAN WS-MAX-ITERACOES

           COMPUTE WS-TAXA-MEIO = (WS-TAXA-BAIXA + WS-TAXA-ALTA) / 2
           COMPUTE LK-CET-MENSAL ROUNDED = WS-TAXA-MEIO * 100
           COMPUTE WS-FATOR-ANUAL = (1 + WS-TAXA-MEIO) ** 12
           COMPUTE LK-CET-ANUAL ROUNDED = (WS-FATOR-ANUAL - 1) * 100
               ON SIZE ERROR
                   MOVE 99999,99    TO LK-CET-ANUAL
           END-COMPUTE

           SET LK-CET-OK            TO TRUE
           .
       P300-FIM.

       P310-CARREGA-PARCELA.
           MOVE WS-IND              TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT
           MOVE WS-AMORT-VR-PRESTACAO TO WS-PARCELA(WS-IND)
           ADD WS-AMORT-VR-PRESTACAO TO WS-SOMA-PARCELAS
           .
       P310-FIM.

      ******************************************************************
      * VALOR PRESENTE DAS PARCELAS A TAXA WS-TAXA-MEIO; A PRIMEIRA
      * VENCE CARENCIA + 1 MESES APOS A EMISSAO
      ******************************************************************
       P320-VALOR-PRESENTE.
           COMPUTE WS-UM-MAIS-TAXA = 1 + WS-TAXA-MEIO
           COMPUTE WS-DESCONTO =
                   1 / (WS-UM-MAIS-TAXA ** LK-CET-CARENCIA)
           MOVE ZEROS               TO WS-VALOR-PRESENTE
           PERFORM P325-SOMA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN LK-CET-PRAZO
           .
       P320-FIM.

       P325-SOMA-PARCELA.
           COMPUTE WS-DESCONTO = WS-DESCONTO / WS-UM-MAIS-TAXA
           COMPUTE WS-VALOR-PRESENTE = WS-VALOR-PRESENTE +
                   WS-PARCELA(WS-IND) * WS-DESCONTO
           .
       P325-FIM.

       P330-BISSECCAO.
           COMPUTE WS-TAXA-MEIO = (WS-TAXA-BAIXA + WS-TAXA-ALTA) / 2
           PERFORM P320-VALOR-PRESENTE
           IF WS-VALOR-PRESENTE GREATER THAN LK-CET-VR-LIBERADO
               MOVE WS-TAXA-MEIO    TO WS-TAXA-BAIXA
           ELSE
               MOVE WS-TAXA-MEIO    TO WS-TAXA-ALTA
           END-IF
           .
       P330-FIM.

       END PROGRAM CETUTIL.
