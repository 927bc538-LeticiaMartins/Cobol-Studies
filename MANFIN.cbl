      * Update: 04/09/2024 - CORRECAO, RENEGOCIACAO E CANCELAMENTO
      *         PASSAM A SER REGISTRADOS EM CONTRATOS_AUD.dat (FD_CAUD)
      *         COM OS VALORES-CHAVE ANTES/DEPOIS
      * Update: 14/11/2024 - O CANCELAMENTO DO CONTRATO PASSA A ESTORNAR
      *         A COMISSAO DO VENDEDOR (MODULO COMUM COMUTIL),
      *         DESCONTADA NO PROXIMO EXTRATO DE COMFIN
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         NAO PODE SER ALTERADO; MOSTRA O NOVO CONTRATO
      * Update: 20/11/2024 - O RECALCULO DAS PARCELAS NA RENEGOCIACAO
      *         MANTEM OS JUROS DA CARENCIA CAPITALIZADOS NO VALOR
      *         FINANCIADO
      * Update: 21/11/2024 - A RENEGOCIACAO DE CONTRATO SAC RECALCULA AS
      *         PARCELAS PELO SAC (MODULO AMORUTIL), PARCELA A PARCELA;
      *         A TELA MOSTRA O SISTEMA
      * Update: 22/11/2024 - O RECALCULO DAS PARCELAS PARTE DO VALOR
      *         FINANCIADO COM O IOF E A TARIFA DE CADASTRO E REFAZ O
      *         CET DO CONTRATO (CETUTIL)
      * Update: 14/12/2024 - CANCELAMENTO DE CONTRATO DE VALOR ACIMA DO
      *         LIMITE DO NIVEL DO OPERADOR (LIMITES_APROVACAO.TXT,
      *         MODULO APRVUTIL) VAI PARA A FILA DE APROVACAO EM DUAS
      *         PESSOAS; O PEDIDO APROVADO EM APRFIN E APLICADO NO MODO
      *         APROVACAO (LK-MODO 'A'), COM O SUPERVISOR NA AUDITORIA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 22/12/2024 - O CANCELAMENTO ATE PRAZO-DEV DIAS CORRIDOS
      *         DA EMISSAO (PARAMETRO DE PARMUTIL, PADRAO 7) DEVOLVE O
      *         OBJETO DO CONTRATO AO ESTOQUE DO CATALOGO (MODULO
      *         ESTUTIL)
      * Update: 23/12/2024 - CONTRATO BAIXADO PARA PREJUIZO NAO E MAIS
      *         RENEGOCIADO NEM CANCELADO AQUI (SO PELA
      *         BAIXA/RECUPERACAO)
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANFIN.
       77 WS-IND                          PIC 999 VALUE ZEROS.
       77 WS-CALCULO-VALIDO               PIC X VALUE 'N'.
          88 WS-CALCULO-OK                VALUE 'S' FALSE 'N'.
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
       01 WS-AREA-CET.
          03 WS-CET-FUNCAO                PIC X(01).
          03 WS-CET-VR-BASE               PIC 9(07)V99.
          03 WS-CET-VR-LIBERADO           PIC 9(07)V99.
          03 WS-CET-VR-FINANCIADO         PIC 9(07)V99.
          03 WS-CET-TAXA                  PIC 9(02)V99.
          03 WS-CET-PRAZO                 PIC 9(03).
          03 WS-CET-CARENCIA              PIC 9(02).
          03 WS-CET-SISTEMA               PIC X(01).
          03 WS-CET-VR-IOF                PIC 9(06)V99.
          03 WS-CET-VR-TAC                PIC 9(06)V99.
          03 WS-CET-MENSAL                PIC 9(03)V99.
          03 WS-CET-ANUAL                 PIC 9(05)V99.
          03 WS-CET-RESULTADO             PIC X(01).
             88 CET-OK                    VALUE 'S'.
          03 WS-CET-MOTIVO                PIC X(40).
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
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EMISSAO                 PIC S9(07) VALUE ZEROS.
       77 WS-PRAZO-DEVOLUCAO              PIC 9(05) VALUE ZEROS.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-EST.
          03 WS-EST-FUNCAO                PIC X(01).
          03 WS-EST-CHAVE                 PIC 9(02).
          03 WS-EST-NOME                  PIC X(20).
          03 WS-EST-QUANTIDADE            PIC S9(05).
          03 WS-EST-CUSTO-UNITARIO        PIC 9(06)V99.
          03 WS-EST-FORNECEDOR            PIC X(20).
          03 WS-EST-DOCUMENTO             PIC X(10).
          03 WS-EST-NUM-CONTRATO          PIC 9(06).
          03 WS-EST-ORIGEM                PIC X(08).
          03 WS-EST-OPERADOR              PIC X(06).
          03 WS-EST-SALDO                 PIC S9(05).
          03 WS-EST-ENCOMENDA             PIC X(01).
          03 WS-EST-RESULTADO             PIC X(01).
             88 EST-OK                    VALUE 'S'.
          03 WS-EST-MOTIVO                PIC X(40).
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

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** MANUTENCAO DE CONTRATO DE FINANCIAMENTO ***'
           SET LK-SUCESSO          TO TRUE
           IF LK-MODO-APROVACAO
               PERFORM P500-APLICA-APROVADO
           ELSE
               SET EXIT-OK         TO FALSE
               PERFORM P300-MANUTENCAO THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM
           .
       P300-MANUTENCAO.
                       INVALID KEY
                           DISPLAY 'CONTRATO NAO EXISTE!'
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN REG-CONTRATO-CANCELADO
                                   DISPLAY 'CONTRATO JA ESTA '
                                           'CANCELADO.'
                               WHEN REG-CONTRATO-QUITADO
                                   DISPLAY 'CONTRATO JA ESTA '
                                           'QUITADO.'
                               WHEN REG-CONTRATO-REFINANCIADO
                                   DISPLAY 'CONTRATO REFINANCIADO NO '
                                           REG-NUM-CONTRATO-NOVO
                               WHEN REG-CONTRATO-BAIXADO
                                   DISPLAY 'CONTRATO BAIXADO PARA '
                                           'PREJUIZO.'
                               WHEN OTHER
                                   PERFORM P310-ESCOLHE-OPERACAO
                           END-EVALUATE
                   END-READ
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
       P310-ESCOLHE-OPERACAO.
           DISPLAY 'CONTRATO ' REG-NUM-CONTRATO ' - CLIENTE: '
                   REG-CLIENTE
           IF REG-AMORT-SAC
               DISPLAY 'VALOR: ' REG-VALOR ' TAXA: ' REG-TAXA-JUROS
                       ' PARCELAS (SAC): ' REG-NUM-PARCELAS
                       ' A 1A DE ' REG-PARCELAS(1)
           ELSE
               DISPLAY 'VALOR: ' REG-VALOR ' TAXA: ' REG-TAXA-JUROS
                       ' PARCELAS: ' REG-NUM-PARCELAS
                       ' DE ' REG-PARCELAS(1)
           END-IF
           DISPLAY 'OPERACAO: <D> CORRIGIR DADOS, <R> RENEGOCIAR '
                   'OU <C> CANCELAR: '
           ACCEPT WS-OPCAO
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S'
               PERFORM P345-CONFERE-ALCADA
               IF APV-LIBERADA
                   PERFORM P350-GRAVA-HISTORICO
                   SET REG-CONTRATO-CANCELADO TO TRUE
                   PERFORM P370-REGRAVA-CONTRATO
               END-IF
           ELSE
               DISPLAY 'Contrato nao foi cancelado.'
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * CANCELAMENTO DE CONTRATO DE VALOR ACIMA DO LIMITE DO NIVEL DO
      * OPERADOR VAI PARA A FILA DE APROVACAO (APRVUTIL) E SO E
      * APLICADO QUANDO APROVADO EM APRFIN
      ******************************************************************
       P345-CONFERE-ALCADA.
           INITIALIZE WS-AREA-APV
           MOVE 'S'                 TO WS-APV-FUNCAO
           MOVE 'C'                 TO WS-APV-OPERACAO
           MOVE LK-OPERADOR         TO WS-APV-OPERADOR
           MOVE LK-EMPRESA          TO WS-APV-EMPRESA
           MOVE REG-VALOR           TO WS-APV-VALOR
           MOVE REG-NUM-CONTRATO    TO WS-APV-NUM-CONTRATO
           MOVE 'CANCELAMENTO DE CONTRATO'
                                    TO WS-APV-DESCRICAO
           CALL 'APRVUTIL' USING WS-AREA-APV

           EVALUATE TRUE
               WHEN APV-LIBERADA
                   CONTINUE
               WHEN APV-PENDENTE
                   DISPLAY 'CANCELAMENTO ACIMA DO LIMITE DO SEU '
                           'NIVEL - ENVIADO PARA APROVACAO (PEDIDO '
                           WS-APV-NUMERO ').'
                   DISPLAY 'O CONTRATO SO SERA CANCELADO QUANDO UM '
                           'SUPERVISOR APROVAR HOJE EM APRFIN.'
               WHEN OTHER
                   DISPLAY 'CANCELAMENTO NAO REALIZADO: '
                           WS-APV-MOTIVO
           END-EVALUATE
           .
       P345-FIM.

       P350-GRAVA-HISTORICO.
           SET FS-HST-OK            TO TRUE


       P360-RECALCULA-PARCELAS.
           COMPUTE WS-VALOR-FINANCIADO =
                   REG-VALOR - REG-VR-ENTRADA + REG-VR-JUROS-CARENCIA
                   + REG-VR-IOF + REG-VR-TAC
                   + REG-VR-PREMIO
           COMPUTE WS-TAXA-DECIMAL = WS-NOVA-TAXA / 100

           SET WS-CALCULO-OK        TO TRUE
           IF WS-CALCULO-OK
               MOVE WS-NOVA-TAXA    TO REG-TAXA-JUROS
               MOVE WS-NOVAS-PARCELAS TO REG-NUM-PARCELAS
               MOVE WS-VALOR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
               MOVE REG-TAXA-JUROS  TO WS-AMORT-TAXA
               MOVE REG-NUM-PARCELAS TO WS-AMORT-PRAZO
               MOVE REG-SISTEMA-AMORT TO WS-AMORT-SISTEMA
               PERFORM P365-PREENCHE-PARCELA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS
               PERFORM P368-RECALCULA-CET
           END-IF
           .
       P360-FIM.

      ******************************************************************
      * CET REFEITO COM AS NOVAS CONDICOES (CETUTIL); O IOF E A TARIFA
      * DE CADASTRO COBRADOS NA EMISSAO CONTINUAM OS MESMOS
      ******************************************************************
       P368-RECALCULA-CET.
           MOVE 'C'                 TO WS-CET-FUNCAO
           COMPUTE WS-CET-VR-LIBERADO = REG-VALOR - REG-VR-ENTRADA
           MOVE WS-VALOR-FINANCIADO TO WS-CET-VR-FINANCIADO
           MOVE REG-TAXA-JUROS      TO WS-CET-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-CET-PRAZO
           MOVE REG-CARENCIA        TO WS-CET-CARENCIA
           MOVE REG-SISTEMA-AMORT   TO WS-CET-SISTEMA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF CET-OK
               MOVE WS-CET-MENSAL   TO REG-CET-MENSAL
               MOVE WS-CET-ANUAL    TO REG-CET-ANUAL
           ELSE
               MOVE 999,99          TO REG-CET-MENSAL
               MOVE 99999,99        TO REG-CET-ANUAL
           END-IF
           MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
           DISPLAY 'NOVO CET: ' WS-CET-MENSAL-MSK ' % A.M. / '
                   WS-CET-ANUAL-MSK ' % A.A.'
           .
       P368-FIM.

       P365-PREENCHE-PARCELA.
      *    O CONTRATO SAC CONTINUA SAC: CADA PARCELA COM O SEU VALOR
           IF REG-AMORT-SAC
               MOVE WS-IND          TO WS-AMORT-PARCELA
               CALL 'AMORUTIL' USING WS-AREA-AMORT
               MOVE WS-AMORT-VR-PRESTACAO TO REG-PARCELAS(WS-IND)
           ELSE
               MOVE WS-VR-PARCELAS  TO REG-PARCELAS(WS-IND)
           END-IF
           .
       P365-FIM.

               NOT INVALID KEY
                   DISPLAY 'Contrato atualizado com sucesso!'
                   PERFORM P400-GRAVA-AUDITORIA
                   IF WS-MOTIVO EQUAL 'CANCELAMENTO'
                       PERFORM P410-ESTORNA-COMISSAO
                       PERFORM P420-DEVOLVE-ESTOQUE
                   END-IF
           END-REWRITE
           .
       P370-FIM.
                   SET FAU-ALTERACAO    TO TRUE
               END-IF
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               IF LK-MODO-APROVACAO
                   MOVE LK-APR-SUPERVISOR TO FAU-OPERADOR-APROV
               END-IF
               MOVE WS-ANT-VALOR     TO FAU-VALOR-ANTERIOR
               MOVE REG-VALOR        TO FAU-VALOR-ATUAL
               MOVE WS-ANT-TAXA      TO FAU-TAXA-ANTERIOR
           .
       P400-FIM.

      ******************************************************************
      * CONTRATO CANCELADO: COMISSAO DO VENDEDOR ESTORNADA (COMUTIL)
      ******************************************************************
       P410-ESTORNA-COMISSAO.
           MOVE 'C'                 TO WS-COM-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-COM-NUM-CONTRATO
           MOVE 'MANFIN  '          TO WS-COM-ORIGEM
           CALL 'COMUTIL' USING WS-AREA-COM

           IF COM-OK
               DISPLAY 'COMISSAO DO VENDEDOR ' WS-COM-VENDEDOR
                       ' ESTORNADA NO PROXIMO EXTRATO.'
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * CONTRATO CANCELADO ATE PRAZO-DEV DIAS CORRIDOS DA EMISSAO
      * (PARMUTIL): O OBJETO VOLTA AO ESTOQUE DO CATALOGO (ESTUTIL);
      * CONTRATO SEM SAIDA DE ESTOQUE NAO TEM EFEITO
      ******************************************************************
       P420-DEVOLVE-ESTOQUE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE 'PRAZO-DEV'         TO WS-PRM-CODIGO
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-PRAZO-DEVOLUCAO

           COMPUTE WS-DIAS-EMISSAO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(REG-DT-CONTRATO)
           IF WS-DIAS-EMISSAO GREATER THAN WS-PRAZO-DEVOLUCAO
               DISPLAY 'CANCELAMENTO APOS ' WS-PRAZO-DEVOLUCAO
                       ' DIAS DA EMISSAO - OBJETO NAO VOLTA AO '
                       'ESTOQUE.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AREA-EST
           MOVE 'D'                 TO WS-EST-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-EST-NUM-CONTRATO
           MOVE 'MANFIN  '          TO WS-EST-ORIGEM
           MOVE LK-OPERADOR         TO WS-EST-OPERADOR
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF EST-OK
               DISPLAY 'OBJETO DEVOLVIDO AO ESTOQUE DO CATALOGO.'
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * PEDIDO DE CANCELAMENTO APROVADO EM APRFIN: CANCELA O CONTRATO
      * DO PEDIDO SEM PERGUNTAS, SE AINDA PUDER SER CANCELADO
      ******************************************************************
       P500-APLICA-APROVADO.
           SET LK-ERRO              TO TRUE
           SET FS-OK                TO TRUE

           OPEN I-O CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS '
                       '(FILE STATUS: ' WS-FS ').'
               EXIT PARAGRAPH
           END-IF

           MOVE LK-APR-NUM-CONTRATO TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REG-CONTRATO-CANCELADO
                           DISPLAY 'CONTRATO JA ESTA CANCELADO.'
                       WHEN REG-CONTRATO-QUITADO
                           DISPLAY 'CONTRATO JA ESTA QUITADO.'
                       WHEN REG-CONTRATO-REFINANCIADO
                           DISPLAY 'CONTRATO REFINANCIADO NO '
                                   REG-NUM-CONTRATO-NOVO
                       WHEN REG-CONTRATO-BAIXADO
                           DISPLAY 'CONTRATO BAIXADO PARA PREJUIZO.'
                       WHEN OTHER
                           SET LK-SUCESSO TO TRUE
                           MOVE 'CANCELAMENTO' TO WS-MOTIVO
                           PERFORM P350-GRAVA-HISTORICO
                           SET REG-CONTRATO-CANCELADO TO TRUE
                           PERFORM P370-REGRAVA-CONTRATO
                   END-EVALUATE
           END-READ

           CLOSE CONTRATOS
           .
       P500-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
