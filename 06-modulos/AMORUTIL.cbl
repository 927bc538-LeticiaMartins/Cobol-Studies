      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 05/11/2024
      * Purpose: MODULO UTILITARIO DA TABELA DE AMORTIZACAO - DEVOLVE,
      *          PARA A PARCELA N DE UM FINANCIAMENTO (VALOR FINANCIADO,
      *          TAXA MENSAL EM % E PRAZO), O VALOR DA PRESTACAO, A
      *          PARTE DE JUROS, A PARTE DE AMORTIZACAO E O SALDO
      *          DEVEDOR DEPOIS DELA, NA MESMA CONTA DA TABELA PRICE
      *          QUE EXTFIN IMPRIME (JUROS ARREDONDADOS SOBRE O SALDO E
      *          A ULTIMA PARCELA LIQUIDANDO O SALDO RESTANTE); QUEM
      *          PRECISA SEPARAR JUROS DE PRINCIPAL (EXPORTACAO
      *          CONTABIL) NAO REPETE A CONTA E NAO DISCORDA DO EXTRATO
      * Tectonics: cobc
      * Update: 21/11/2024 - INCLUIDO O SISTEMA DE AMORTIZACAO
      *         (LK-AMORT-SISTEMA: P PRICE, PRESTACAO FIXA / S SAC,
      *         AMORTIZACAO CONSTANTE E PRESTACAO DECRESCENTE); BRANCO =
      *         PRICE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORUTIL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-TAXA-DECIMAL                 PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-JUROS                  PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-SALDO                        PIC S9(07)V99 VALUE ZEROS.
       77 WS-VR-PARCELA                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-JUROS                     PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-AMORTIZACAO               PIC S9(06)V99 VALUE ZEROS.
       77 WS-VR-AMORT-CONSTANTE           PIC 9(06)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-AMORT.
          03 LK-AMORT-VR-FINANCIADO       PIC 9(07)V99.
          03 LK-AMORT-TAXA                PIC 9(02)V99.
          03 LK-AMORT-PRAZO               PIC 9(03).
          03 LK-AMORT-PARCELA             PIC 9(03).
          03 LK-AMORT-VR-PRESTACAO        PIC 9(06)V99.
          03 LK-AMORT-VR-JUROS            PIC 9(06)V99.
          03 LK-AMORT-VR-AMORTIZACAO      PIC S9(06)V99.
          03 LK-AMORT-SALDO               PIC S9(07)V99.
          03 LK-AMORT-SISTEMA             PIC X(01).
             88 LK-AMORT-PRICE            VALUE 'P' SPACE.
             88 LK-AMORT-SAC              VALUE 'S'.

       PROCEDURE DIVISION USING LK-AREA-AMORT.
       MAIN-PROCEDURE.

           MOVE ZEROS               TO LK-AMORT-VR-PRESTACAO
           MOVE ZEROS               TO LK-AMORT-VR-JUROS
           MOVE ZEROS               TO LK-AMORT-VR-AMORTIZACAO
           MOVE ZEROS               TO LK-AMORT-SALDO

           IF LK-AMORT-PRAZO EQUAL ZEROS OR
              LK-AMORT-PARCELA EQUAL ZEROS OR
              LK-AMORT-PARCELA GREATER THAN LK-AMORT-PRAZO
               GOBACK
           END-IF

           MOVE LK-AMORT-VR-FINANCIADO TO WS-SALDO
           COMPUTE WS-TAXA-DECIMAL = LK-AMORT-TAXA / 100

      *    NO SAC A AMORTIZACAO E CONSTANTE E A PRESTACAO DECRESCE
      *    COM OS JUROS SOBRE O SALDO; NA PRICE A PRESTACAO E FIXA
           COMPUTE WS-VR-AMORT-CONSTANTE ROUNDED =
                   LK-AMORT-VR-FINANCIADO / LK-AMORT-PRAZO

           IF WS-TAXA-DECIMAL EQUAL ZEROS
               COMPUTE WS-VR-PARCELA ROUNDED =
                       LK-AMORT-VR-FINANCIADO / LK-AMORT-PRAZO
           ELSE
               COMPUTE WS-FATOR-JUROS =
                       (1 + WS-TAXA-DECIMAL) ** LK-AMORT-PRAZO
               COMPUTE WS-VR-PARCELA ROUNDED =
                       LK-AMORT-VR-FINANCIADO * WS-TAXA-DECIMAL
                       * WS-FATOR-JUROS / (WS-FATOR-JUROS - 1)
           END-IF

           PERFORM P100-CALCULA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN LK-AMORT-PARCELA

           COMPUTE LK-AMORT-VR-PRESTACAO =
                   WS-VR-JUROS + WS-VR-AMORTIZACAO
           MOVE WS-VR-JUROS         TO LK-AMORT-VR-JUROS
           MOVE WS-VR-AMORTIZACAO   TO LK-AMORT-VR-AMORTIZACAO
           MOVE WS-SALDO            TO LK-AMORT-SALDO

           GOBACK
           .
       P100-CALCULA-PARCELA.
           IF WS-TAXA-DECIMAL EQUAL ZEROS
               MOVE ZEROS           TO WS-VR-JUROS
           ELSE
               COMPUTE WS-VR-JUROS ROUNDED =
                       WS-SALDO * WS-TAXA-DECIMAL
           END-IF

      *    A ULTIMA PARCELA LIQUIDA O SALDO RESTANTE, ABSORVENDO A
      *    DIFERENCA DE ARREDONDAMENTO ACUMULADA (COMO EM EXTFIN)
           IF WS-IND EQUAL LK-AMORT-PRAZO
               MOVE WS-SALDO        TO WS-VR-AMORTIZACAO
           ELSE
           IF LK-AMORT-SAC
               MOVE WS-VR-AMORT-CONSTANTE TO WS-VR-AMORTIZACAO
           ELSE
               COMPUTE WS-VR-AMORTIZACAO =
                       WS-VR-PARCELA - WS-VR-JUROS
           END-IF
           END-IF

           SUBTRACT WS-VR-AMORTIZACAO FROM WS-SALDO
           .
       P100-FIM.

       END PROGRAM AMORUTIL.
