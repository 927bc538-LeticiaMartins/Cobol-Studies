      *          DE CARGCNTT; INICIO E FIM DA RODADA REGISTRADOS NO
      *          LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 07/11/2024 - PAGAMENTO BAIXADO PARA CONTRATO BAIXADO
      *         PARA PREJUIZO (STATUS 'P', BXAFIN) E REGISTRADO TAMBEM
      *         COMO RECUPERACAO PELO MODULO RCPUTIL, COM A QUANTIDADE
      *         DE RECUPERACOES NO RESUMO DA RODADA
      * Update: 10/11/2024 - PARCELA QUE FICA SEM SALDO COM O PAGAMENTO
      *         DO BANCO ENCERRA A NEGATIVACAO NO BIRO PELO MODULO
      *         NEGUTIL, COM A QUANTIDADE NO RESUMO DA RODADA
      * Update: 19/11/2024 - LINHA DO RETORNO PARA CONTRATO REFINANCIADO
      *         (STATUS R, RFNFIN) E REJEITADA, COMO A DO QUITADO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETFIN.
       77 WS-QTD-LIDAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BAIXADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADAS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NEG-ENCERRADAS           PIC 9(05) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO-REJEITO               PIC X(40) VALUE SPACES.
       77 WS-LINHA-VALIDA                 PIC X VALUE 'N'.
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-RCP.
          03 WS-RCP-NUM-CONTRATO          PIC 9(06).
          03 WS-RCP-NUM-PARCELA           PIC 9(03).
          03 WS-RCP-SEQUENCIA             PIC 9(02).
          03 WS-RCP-DT-PAGAMENTO          PIC 9(08).
          03 WS-RCP-VALOR                 PIC 9(06)V99.
          03 WS-RCP-OPERADOR              PIC X(06).
          03 WS-RCP-ORIGEM                PIC X(08).
          03 WS-RCP-RESULTADO             PIC X(01).
             88 RCP-GRAVADA               VALUE 'S'.
       01 WS-AREA-NEG.
          03 WS-NEG-NUM-CONTRATO          PIC 9(06).
          03 WS-NEG-NUM-PARCELA           PIC 9(03).
          03 WS-NEG-SALDO-PARCELA         PIC S9(08)V99.
          03 WS-NEG-OPERADOR              PIC X(06).
          03 WS-NEG-ORIGEM                PIC X(08).
          03 WS-NEG-RESULTADO             PIC X(01).
             88 NEG-ENCERRADA             VALUE 'S'.
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

           DISPLAY '*** RETORNO DE COBRANCA BANCARIA ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'RETFIN  '         TO WS-LOG-PROGRAMA
           MOVE ZEROS               TO WS-QTD-LIDAS
           MOVE ZEROS               TO WS-QTD-BAIXADAS
           MOVE ZEROS               TO WS-QTD-REJEITADAS
           MOVE ZEROS               TO WS-QTD-RECUPERADAS

           OPEN INPUT RETORNO

                   STRING 'LIDAS: ' WS-QTD-LIDAS
                          '  BAIXADAS: ' WS-QTD-BAIXADAS
                          '  REJEITADAS: ' WS-QTD-REJEITADAS
                          '  RECUPERACOES: ' WS-QTD-RECUPERADAS
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING 'NEGATIVACOES ENCERRADAS: '
                          WS-QTD-NEG-ENCERRADAS
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO

                   DISPLAY 'LINHAS LIDAS......: ' WS-QTD-LIDAS
                   DISPLAY 'PAGAMENTOS BAIXADOS: ' WS-QTD-BAIXADAS
                   DISPLAY 'LINHAS REJEITADAS..: ' WS-QTD-REJEITADAS
                   DISPLAY 'RECUPERACOES.......: ' WS-QTD-RECUPERADAS
                   DISPLAY 'NEGATIVACOES ENCERR: '
                           WS-QTD-NEG-ENCERRADAS
                   DISPLAY 'REJEITOS GRAVADOS EM COBRANCA_REJEITOS'
                           '.PRN'
               ELSE
                           SET LINHA-VALIDA TO FALSE
                           MOVE 'CONTRATO JA QUITADO'
                                    TO WS-MOTIVO-REJEITO
                       WHEN REG-CONTRATO-REFINANCIADO
                           SET LINHA-VALIDA TO FALSE
                           MOVE 'CONTRATO REFINANCIADO'
                                    TO WS-MOTIVO-REJEITO
                       WHEN RET-VALOR-PAGO EQUAL ZEROS
                           SET LINHA-VALIDA TO FALSE
                           MOVE 'VALOR PAGO ZERADO'

       P330-ULTIMA-SEQUENCIA.
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           SET EOF-PAG-OK           TO FALSE

           MOVE RET-NUM-CONTRATO    TO PAG-NUM-CONTRATO
                   IF PAG-NUM-CONTRATO EQUAL RET-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL RET-NUM-PARCELA
                       MOVE PAG-SEQUENCIA TO WS-ULT-SEQUENCIA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
                   PERFORM P350-GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-BAIXADAS
                   IF REG-CONTRATO-BAIXADO
                       PERFORM P345-REGISTRA-RECUPERACAO
                   END-IF
                   PERFORM P347-ENCERRA-NEGATIVACAO
           END-WRITE
           .
       P340-FIM.

       P345-REGISTRA-RECUPERACAO.
           MOVE PAG-NUM-CONTRATO    TO WS-RCP-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-RCP-NUM-PARCELA
           MOVE PAG-SEQUENCIA       TO WS-RCP-SEQUENCIA
           MOVE PAG-DT-PAGAMENTO    TO WS-RCP-DT-PAGAMENTO
           MOVE PAG-VALOR-PAGO      TO WS-RCP-VALOR
           MOVE 'BANCO'             TO WS-RCP-OPERADOR
           MOVE 'RETFIN  '          TO WS-RCP-ORIGEM
           CALL 'RCPUTIL' USING WS-AREA-RCP

           IF RCP-GRAVADA
               ADD 1                TO WS-QTD-RECUPERADAS
           END-IF
           .
       P345-FIM.

       P347-ENCERRA-NEGATIVACAO.
           MOVE REG-PARCELAS(RET-NUM-PARCELA) TO WS-VR-PARCELA-NUM
           COMPUTE WS-SALDO-PARCELA = WS-VR-PARCELA-NUM -
                   WS-TOTAL-PAGO-PARC - RET-VALOR-PAGO

           MOVE RET-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE RET-NUM-PARCELA     TO WS-NEG-NUM-PARCELA
           MOVE WS-SALDO-PARCELA    TO WS-NEG-SALDO-PARCELA
           MOVE 'BANCO'             TO WS-NEG-OPERADOR
           MOVE 'RETFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               ADD 1                TO WS-QTD-NEG-ENCERRADAS
           END-IF
           .
       P347-FIM.

       P350-GRAVA-REJEITO.
           ADD 1                    TO WS-QTD-REJEITADAS
           MOVE SPACES              TO REG-IMPRESSAO
           .
       P350-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
