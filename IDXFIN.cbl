      *         QUE IMPRIME OS AJUSTES EM CONTRATOS_REAJUSTE.PRN SEM
      *         REGRAVAR NADA, PARA CONFERIR A TAXA DE INDICES.TXT
      *         ANTES DE EFETIVAR
      * Update: 05/11/2024 - A AUDITORIA DO REAJUSTE (OPERACAO J) PASSA
      *         A LEVAR NOS CAMPOS DE VALOR A SOMA DAS PARCELAS
      *         REAJUSTADAS ANTES E DEPOIS DO INDICE (REG-VALOR NAO
      *         MUDA NO REAJUSTE), PARA A EXPORTACAO CONTABIL JRNFIN
      *         LANCAR O ACRESCIMO DA CARTEIRA
      * Update: 07/11/2024 - CONTRATO BAIXADO PARA PREJUIZO (STATUS 'P',
      *         BXAFIN) NAO E MAIS REAJUSTADO
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 21/11/2024 - O REAJUSTE CONTINUA PARCELA A PARCELA, O
      *         QUE PRESERVA AS PARCELAS DECRESCENTES DO CONTRATO SAC;
      *         NO RELATORIO O CONTRATO SAC MOSTRA A PROXIMA PARCELA EM
      *         ABERTO EM VEZ DA ULTIMA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXFIN.
       77 WS-ANT-TAXA                     PIC 9(02)V99 VALUE ZEROS.
       77 WS-ANT-PARCELAS                 PIC 999 VALUE ZEROS.
       77 WS-ANT-VALOR                    PIC 9(06)V99 VALUE ZEROS.
       77 WS-FACE-ANTES                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-FACE-DEPOIS                  PIC 9(06)V99 VALUE ZEROS.
       77 WS-PARC-RELATORIO               PIC 9(03) VALUE ZEROS.
       77 WS-ROTULO-PARCELA               PIC X(20) VALUE SPACES.
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
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** REAJUSTE MENSAL DOS FINANCIAMENTOS ***'
           SET LK-SUCESSO          TO TRUE

               NOT AT END
                   IF REG-REAJUSTA-SIM AND
                      NOT REG-CONTRATO-CANCELADO AND
                      NOT REG-CONTRATO-QUITADO AND
                      NOT REG-CONTRATO-BAIXADO AND
                      NOT REG-CONTRATO-REFINANCIADO
                       PERFORM P340-REAJUSTA-CONTRATO
                   END-IF
           END-READ
           MOVE REG-VALOR           TO WS-ANT-VALOR
           MOVE REG-TAXA-JUROS      TO WS-ANT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-ANT-PARCELAS
           MOVE ZEROS               TO WS-FACE-ANTES
           MOVE ZEROS               TO WS-FACE-DEPOIS
           MOVE ZEROS               TO WS-PARC-RELATORIO

           IF NOT MODO-PREVIA
               PERFORM P350-GRAVA-HISTORICO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

      *    NA PRICE AS PARCELAS SAO IGUAIS E O RELATORIO MOSTRA A
      *    ULTIMA; NO SAC ELAS DECRESCEM E VALE A PRIMEIRA EM ABERTO
           IF REG-AMORT-SAC AND WS-PARC-RELATORIO GREATER THAN ZEROS
               MOVE 'PROXIMA PARCELA SAC' TO WS-ROTULO-PARCELA
           ELSE
               MOVE REG-NUM-PARCELAS TO WS-PARC-RELATORIO
               MOVE 'NOVA PARCELA'  TO WS-ROTULO-PARCELA
           END-IF

      ******************************************************************
      * NA PREVIA O AJUSTE FICA SO NA MEMORIA E NO RELATORIO: NADA E
      * REGRAVADO, NEM HISTORICO, AUDITORIA OU CONTROLE DE PERIODO
               ADD 1                TO WS-QTD-CONTRATOS
               MOVE SPACES          TO REG-IMPRESSAO
               STRING 'CONTRATO ' REG-NUM-CONTRATO
                      ' (PREVIA) - ' DELIMITED BY SIZE
                      WS-ROTULO-PARCELA DELIMITED BY '  '
                      ': ' REG-PARCELAS(WS-PARC-RELATORIO)
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           ELSE
                       PERFORM P410-GRAVA-APLICADO
                       MOVE SPACES      TO REG-IMPRESSAO
                       STRING 'CONTRATO ' REG-NUM-CONTRATO
                              ' REAJUSTADO - ' DELIMITED BY SIZE
                              WS-ROTULO-PARCELA DELIMITED BY '  '
                              ': ' REG-PARCELAS(WS-PARC-RELATORIO)
                              DELIMITED BY SIZE INTO REG-IMPRESSAO
                       WRITE REG-IMPRESSAO
               END-REWRITE

           IF NOT PARCELA-PAGA
               MOVE REG-PARCELAS(WS-IND) TO WS-VR-PARCELA-NUM
               ADD WS-VR-PARCELA-NUM TO WS-FACE-ANTES
               COMPUTE WS-VR-PARCELA-NUM ROUNDED =
                       WS-VR-PARCELA-NUM * WS-FATOR-REAJUSTE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               ADD WS-VR-PARCELA-NUM TO WS-FACE-DEPOIS
               MOVE WS-VR-PARCELA-NUM TO REG-PARCELAS(WS-IND)
               ADD 1                TO WS-QTD-PARCELAS-AJU
               IF WS-PARC-RELATORIO EQUAL ZEROS
                   MOVE WS-IND      TO WS-PARC-RELATORIO
               END-IF
           END-IF
           .
       P360-FIM.
               MOVE REG-NUM-CONTRATO TO FAU-NUM-CONTRATO
               SET FAU-REAJUSTE      TO TRUE
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               MOVE WS-FACE-ANTES    TO FAU-VALOR-ANTERIOR
               MOVE WS-FACE-DEPOIS   TO FAU-VALOR-ATUAL
               MOVE WS-ANT-TAXA      TO FAU-TAXA-ANTERIOR
               MOVE REG-TAXA-JUROS   TO FAU-TAXA-ATUAL
               MOVE WS-ANT-PARCELAS  TO FAU-PARC-ANTERIOR
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
