      *          CONTRATO OU VALOR ERRADO SO SE CORRIGIA EDITANDO
      *          PAGAMENTOS.dat POR FORA DO SISTEMA
      * Tectonics: cobc -I copybooks
      * Update: 07/11/2024 - ESTORNO DE PAGAMENTO FEITO APOS A BAIXA
      *         PARA PREJUIZO (STATUS 'P', BXAFIN) TIRA O VALOR DO
      *         ACUMULADO RECUPERADO EM BAIXAS.dat
      * Update: 14/12/2024 - ESTORNO ACIMA DO LIMITE DO NIVEL DO
      *         OPERADOR (LIMITES_APROVACAO.TXT, MODULO APRVUTIL) VAI
      *         PARA A FILA DE APROVACAO EM DUAS PESSOAS EM VEZ DE SER
      *         APLICADO; O PEDIDO APROVADO EM APRFIN E APLICADO NO MODO
      *         APROVACAO (LK-MODO 'A'), COM O SUPERVISOR NA AUDITORIA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTFIN.
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT BAIXAS ASSIGN TO
               'BAIXAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS BXA-NUM-CONTRATO
               FILE STATUS IS WS-FS-BXA.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD BAIXAS.
          COPY FD_BAIXA.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-FS-BXA                       PIC 99.
          88 FS-BXA-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
       77 WS-QTD-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-VALOR-ESTORNADO              PIC 9(06)V99 VALUE ZEROS.
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
          03 LK-APR-NUM-PARCELA           PIC 9(03).
          03 LK-APR-SEQUENCIA             PIC 9(02).

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

           DISPLAY '*** ESTORNO DE PAGAMENTO DE PARCELA ***'
           SET LK-SUCESSO          TO TRUE
           IF LK-MODO-APROVACAO
               PERFORM P500-APLICA-APROVADO
           ELSE
               SET EXIT-OK         TO FALSE
               PERFORM P300-ESTORNO THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM
           .
       P300-ESTORNO.
                       ACCEPT WS-CONFIRM

                       IF WS-CONFIRM EQUAL 'S'
                           PERFORM P335-CONFERE-ALCADA
                           IF APV-LIBERADA
                               PERFORM P340-REGRAVA-ESTORNADO
                           END-IF
                       ELSE
                           DISPLAY 'Pagamento nao foi estornado.'
                       END-IF
           .
       P330-FIM.

      ******************************************************************
      * ESTORNO ACIMA DO LIMITE DO NIVEL DO OPERADOR VAI PARA A FILA DE
      * APROVACAO (APRVUTIL) E SO E APLICADO QUANDO APROVADO EM APRFIN
      ******************************************************************
       P335-CONFERE-ALCADA.
           INITIALIZE WS-AREA-APV
           MOVE 'S'                 TO WS-APV-FUNCAO
           MOVE 'E'                 TO WS-APV-OPERACAO
           MOVE LK-OPERADOR         TO WS-APV-OPERADOR
           MOVE LK-EMPRESA          TO WS-APV-EMPRESA
           MOVE PAG-VALOR-PAGO      TO WS-APV-VALOR
           MOVE WS-NUMERO-BUSCA     TO WS-APV-NUM-CONTRATO
           MOVE WS-PARCELA-BUSCA    TO WS-APV-NUM-PARCELA
           MOVE WS-SEQ-BUSCA        TO WS-APV-SEQUENCIA
           MOVE 'ESTORNO DE PAGAMENTO'
                                    TO WS-APV-DESCRICAO
           CALL 'APRVUTIL' USING WS-AREA-APV

           EVALUATE TRUE
               WHEN APV-LIBERADA
                   CONTINUE
               WHEN APV-PENDENTE
                   DISPLAY 'ESTORNO ACIMA DO LIMITE DO SEU NIVEL - '
                           'ENVIADO PARA APROVACAO (PEDIDO '
                           WS-APV-NUMERO ').'
                   DISPLAY 'O PAGAMENTO SO SERA ESTORNADO QUANDO UM '
                           'SUPERVISOR APROVAR HOJE EM APRFIN.'
               WHEN OTHER
                   DISPLAY 'ESTORNO NAO REALIZADO: ' WS-APV-MOTIVO
           END-EVALUATE
           .
       P335-FIM.

       P340-REGRAVA-ESTORNADO.
           MOVE PAG-VALOR-PAGO      TO WS-VALOR-ESTORNADO
           SET PAG-ESTORNADO        TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Pagamento estornado com sucesso!'
                   PERFORM P400-GRAVA-AUDITORIA
                   IF REG-CONTRATO-BAIXADO
                       PERFORM P410-ESTORNA-RECUPERACAO
                   END-IF
           END-REWRITE
           .
       P340-FIM.
               MOVE WS-NUMERO-BUSCA  TO FAU-NUM-CONTRATO
               SET FAU-ESTORNO       TO TRUE
               MOVE LK-OPERADOR      TO FAU-OPERADOR
               IF LK-MODO-APROVACAO
                   MOVE LK-APR-SUPERVISOR TO FAU-OPERADOR-APROV
               END-IF
               MOVE WS-VALOR-ESTORNADO TO FAU-VALOR-ANTERIOR
               MOVE ZEROS            TO FAU-VALOR-ATUAL
               MOVE ZEROS            TO FAU-TAXA-ANTERIOR
           .
       P400-FIM.

      ******************************************************************
      * PAGAMENTO DE CONTRATO BAIXADO PARA PREJUIZO FEITO A PARTIR DA
      * BAIXA FOI SOMADO COMO RECUPERACAO EM BAIXAS.dat (RCPUTIL); O
      * ESTORNO TIRA O VALOR DO ACUMULADO RECUPERADO
      ******************************************************************
       P410-ESTORNA-RECUPERACAO.
           SET FS-BXA-OK            TO TRUE

           OPEN I-O BAIXAS

           IF FS-BXA-OK
               MOVE WS-NUMERO-BUSCA  TO BXA-NUM-CONTRATO
               READ BAIXAS
                   KEY IS BXA-NUM-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAG-DT-PAGAMENTO NOT LESS THAN BXA-DT-BAIXA
                          AND BXA-QTD-RECUPERACOES GREATER THAN ZEROS
                           SUBTRACT 1 FROM BXA-QTD-RECUPERACOES
                           IF BXA-VR-RECUPERADO GREATER THAN
                              WS-VALOR-ESTORNADO
                               SUBTRACT WS-VALOR-ESTORNADO
                                      FROM BXA-VR-RECUPERADO
                           ELSE
                               MOVE ZEROS TO BXA-VR-RECUPERADO
                           END-IF
                           REWRITE REG-BAIXA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR '
                                           'BAIXAS.dat.'
                               NOT INVALID KEY
                                   DISPLAY 'RECUPERACAO DE PREJUIZO '
                                           'ESTORNADA EM BAIXAS.dat.'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE BAIXAS
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * PEDIDO APROVADO EM APRFIN: ESTORNA O PAGAMENTO DO PEDIDO SEM
      * PERGUNTAS; LK-OPERADOR E O OPERADOR QUE PEDIU E O SUPERVISOR
      * VAI PARA A AUDITORIA
      ******************************************************************
       P500-APLICA-APROVADO.
           SET LK-ERRO              TO TRUE
           MOVE LK-APR-NUM-CONTRATO TO WS-NUMERO-BUSCA
           MOVE LK-APR-NUM-PARCELA  TO WS-PARCELA-BUSCA
           MOVE LK-APR-SEQUENCIA    TO WS-SEQ-BUSCA
           SET FS-OK                TO TRUE
           SET CONTRATO-ACHADO      TO FALSE

           OPEN INPUT CONTRATOS
           IF FS-OK
               MOVE WS-NUMERO-BUSCA TO REG-NUM-CONTRATO
               READ CONTRATOS
                   KEY IS REG-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO EXISTE!'
                   NOT INVALID KEY
                       SET CONTRATO-ACHADO TO TRUE
               END-READ
               CLOSE CONTRATOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
           END-IF

           IF NOT CONTRATO-ACHADO
               EXIT PARAGRAPH
           END-IF

           SET FS-PAG-OK            TO TRUE
           OPEN I-O PAGAMENTOS
           IF NOT FS-PAG-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PAGAMENTOS '
                       '(FILE STATUS: ' WS-FS-PAG ').'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUMERO-BUSCA     TO PAG-NUM-CONTRATO
           MOVE WS-PARCELA-BUSCA    TO PAG-NUM-PARCELA
           MOVE WS-SEQ-BUSCA        TO PAG-SEQUENCIA
           READ PAGAMENTOS
               KEY IS PAG-CHAVE
               INVALID KEY
                   DISPLAY 'PAGAMENTO NAO EXISTE!'
               NOT INVALID KEY
                   IF PAG-ESTORNADO
                       DISPLAY 'ESSE PAGAMENTO JA ESTA ESTORNADO!'
                   ELSE
                       SET LK-SUCESSO TO TRUE
                       PERFORM P340-REGRAVA-ESTORNADO
                   END-IF
           END-READ

           CLOSE PAGAMENTOS
           .
       P500-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
