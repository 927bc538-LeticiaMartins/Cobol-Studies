      * Update: 26/09/2024 - O VENCIMENTO PASSA A SAIR DO MODULO
      *         COMUM VENCUTIL, RESPEITANDO O DIA DE VENCIMENTO
      *         ESCOLHIDO PELO CLIENTE (REG-DIA-VENCIMENTO)
      * Update: 04/11/2024 - PAGAMENTO DATADO EM DIA CUJO CAIXA DO
      *         OPERADOR JA FOI FECHADO EM FECFIN
      *         (CAIXA_FECHAMENTO.dat) SO E ACEITO COM AUTORIZACAO DE
      *         SUPERVISOR (SUPVUTIL), PARA O TURNO NAO SER REABERTO
      *         SEM QUE NINGUEM SAIBA
      * Update: 07/11/2024 - PAGAMENTO DE CONTRATO BAIXADO PARA
      *         PREJUIZO (STATUS 'P', BXAFIN) E REGISTRADO TAMBEM COMO
      *         RECUPERACAO PELO MODULO RCPUTIL (RECUPERACOES.dat E
      *         ACUMULADO EM BAIXAS.dat)
      * Update: 10/11/2024 - PARCELA QUE FICA SEM SALDO APOS O
      *         PAGAMENTO ENCERRA A NEGATIVACAO NO BIRO PELO MODULO
      *         NEGUTIL (EXCLUSAO GERADA NA RODADA SEGUINTE DE NEGFIN)
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 21/11/2024 - O RESUMO DO PLANO INDICA O CONTRATO SAC
      *         (PARCELAS DECRESCENTES)
      * Update: 23/11/2024 - PAGAMENTO QUE QUITA A ULTIMA PARCELA EM
      *         ABERTO DEIXA O GRAVAME DO BEM ALIENADO PENDENTE DE
      *         LIBERACAO PELO MODULO GARUTIL
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 15/12/2024 - MULTA E MORA DO PAGAMENTO EM ATRASO DEIXAM
      *         DE SER FIXAS (2% E 0,033% AO DIA): VALEM OS PARAMETROS
      *         MULTA-PCT E MORA-DIA EM VIGOR NA DATA DO PAGAMENTO
      *         (PARAMETROS.dat, PARMUTIL)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGFIN.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT RECIBOS ASSIGN TO
               RECORD  KEY  IS REC-NUMERO
               FILE STATUS IS WS-FS-REC.

               SELECT FECHAMENTOS ASSIGN TO
               'CAIXA_FECHAMENTO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FEC-CHAVE
               FILE STATUS IS WS-FS-FEC.

               SELECT ARQ-IMPRESSAO ASSIGN TO
               'RECIBO.PRN'
               ORGANIZATION IS SEQUENTIAL.
       FD RECIBOS.
          COPY FD_RECB.

       FD FECHAMENTOS.
          COPY FD_FECH.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-REC                       PIC 99.
          88 FS-REC-OK                    VALUE 0.
       77 WS-FS-FEC                       PIC 99.
          88 FS-FEC-OK                    VALUE 0.
       77 WS-DATA-LIBERADA                PIC X VALUE 'S'.
          88 DATA-LIBERADA                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-SALDO-MSK                    PIC -Z.ZZZ.ZZ9,99.
       77 WS-PAGAMENTO-GRAVADO            PIC X VALUE 'N'.
          88 PAGAMENTO-GRAVADO            VALUE 'S' FALSE 'N'.
       77 WS-PARCELA-ABERTA               PIC X VALUE 'N'.
          88 PARCELA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-PARCELA-PAGA                 PIC 9(03) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENC-AAAA                 PIC 9(04).
          03 WS-VENC-MM                   PIC 9(02).
          03 WS-VENC-DD                   PIC 9(02).
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-PCT-MULTA                    PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-PCT-MORA-DIA                 PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-PCT-MULTA-MSK                PIC ZZ9,99.
       77 WS-PCT-MORA-MSK                 PIC ZZ9,999.
       77 WS-VR-MULTA                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-MORA                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-VALOR-ESPERADO               PIC 9(08)V99 VALUE ZEROS.
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** REGISTRO DE PAGAMENTO DE PARCELA ***'
           SET LK-SUCESSO          TO TRUE

                   NOT INVALID KEY
                       SET CONTRATO-ACHADO TO TRUE
                       DISPLAY 'CLIENTE: ' REG-CLIENTE
                       IF REG-AMORT-SAC
                           DISPLAY 'PARCELAS DO PLANO (SAC): '
                                   REG-NUM-PARCELAS
                                   ' DECRESCENTES, A 1A DE '
                                   REG-PARCELAS(1)
                       ELSE
                           DISPLAY 'PARCELAS DO PLANO: '
                                   REG-NUM-PARCELAS
                                   ' DE ' REG-PARCELAS(1)
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                       ACCEPT WS-DT-PAGAMENTO FROM DATE YYYYMMDD
                   END-IF

                   PERFORM P312-CONFERE-CAIXA-FECHADO
                   IF NOT DATA-LIBERADA
                       DISPLAY 'Pagamento nao registrado.'
                       EXIT PARAGRAPH
                   END-IF

                   PERFORM P318-CALCULA-ENCARGOS

                   DISPLAY 'VALOR PAGO: '
           .
       P310-FIM.

      ******************************************************************
      * CAIXA JA FECHADO (FECFIN) PARA O OPERADOR NA DATA DO PAGAMENTO:
      * O LANCAMENTO SO ENTRA COM AUTORIZACAO DE SUPERVISOR
      ******************************************************************
       P312-CONFERE-CAIXA-FECHADO.
           SET DATA-LIBERADA        TO TRUE
           SET FS-FEC-OK            TO TRUE

           OPEN INPUT FECHAMENTOS

           IF FS-FEC-OK
               MOVE WS-DT-PAGAMENTO TO FEC-DATA
               MOVE LK-OPERADOR     TO FEC-OPERADOR
               READ FECHAMENTOS
                   KEY IS FEC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DATA-LIBERADA TO FALSE
               END-READ
               CLOSE FECHAMENTOS
           END-IF

           IF NOT DATA-LIBERADA
               DISPLAY 'O CAIXA DE ' LK-OPERADOR ' EM '
                       WS-DT-PAGAMENTO ' JA FOI FECHADO!'
               MOVE ZEROS           TO WS-SUPV-NIVEL-MIN
               MOVE LK-OPERADOR     TO WS-SUPV-SOLICITANTE
               CALL 'SUPVUTIL' USING WS-AREA-SUPV
               IF SUPV-AUTORIZADO
                   SET DATA-LIBERADA TO TRUE
               END-IF
           END-IF
           .
       P312-FIM.

      ******************************************************************
      * SOMA OS PAGAMENTOS JA GRAVADOS DA PARCELA (TODAS AS
      * SEQUENCIAS) E GUARDA A ULTIMA SEQUENCIA USADA, PARA O PROXIMO

      ******************************************************************
      * PAGAMENTO DEPOIS DO VENCIMENTO: MOSTRA OS DIAS DE ATRASO E O
      * VALOR ESPERADO COM MULTA E MORA AO DIA SOBRE O SALDO, NOS
      * PERCENTUAIS EM VIGOR NA DATA DO PAGAMENTO (PARAMETROS MULTA-PCT
      * E MORA-DIA DE PARMUTIL); O VENCIMENTO E DERIVADO DA DATA DE
      * EMISSAO COMO EM ATRFIN (PARCELA N VENCE N MESES DEPOIS, DIA
      * MAIOR QUE 28 TRAZIDO PARA 28)
      ******************************************************************
       P318-CALCULA-ENCARGOS.
           MOVE WS-SALDO-PARCELA    TO WS-VALOR-ESPERADO
           PERFORM P319-CALCULA-VENCIMENTO

           IF WS-DT-PAGAMENTO GREATER THAN WS-DATA-VENCIMENTO
               MOVE 'V'             TO WS-PRM-FUNCAO
               MOVE ZEROS           TO WS-PRM-INDICE
               MOVE WS-DT-PAGAMENTO TO WS-PRM-DATA
               MOVE 'MULTA-PCT'     TO WS-PRM-CODIGO
               CALL 'PARMUTIL' USING WS-AREA-PRM
               MOVE WS-PRM-VALOR    TO WS-PCT-MULTA
               MOVE 'MORA-DIA'      TO WS-PRM-CODIGO
               CALL 'PARMUTIL' USING WS-AREA-PRM
               MOVE WS-PRM-VALOR    TO WS-PCT-MORA-DIA
               MOVE WS-PCT-MULTA    TO WS-PCT-MULTA-MSK
               MOVE WS-PCT-MORA-DIA TO WS-PCT-MORA-MSK

               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DT-PAGAMENTO) -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
               DISPLAY 'PARCELA VENCIDA EM ' WS-VENC-DD '/'
                       WS-VENC-MM '/' WS-VENC-AAAA ' ('
                       WS-DIAS-ATRASO ' DIAS DE ATRASO).'
               DISPLAY 'MULTA (' WS-PCT-MULTA-MSK '%)........: '
                       WS-VR-MULTA
               DISPLAY 'MORA (' WS-PCT-MORA-MSK '% AO DIA): '
                       WS-VR-MORA
               DISPLAY 'VALOR ESPERADO COM ENCARGOS: '
                       WS-ESPERADO-MSK
           END-IF
       P319-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-PARCELA-BUSCA     TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

       P320-GRAVA-PAGAMENTO.
           SET FS-PAG-OK           TO TRUE
           SET PAGAMENTO-GRAVADO   TO FALSE

           OPEN I-O PAGAMENTOS

                               'SEQUENCIA!'
                   NOT INVALID KEY
                       DISPLAY 'Pagamento registrado com sucesso!'
                       SET PAGAMENTO-GRAVADO TO TRUE
                       COMPUTE WS-SALDO-PARCELA =
                               WS-SALDO-PARCELA - WS-VALOR-PAGO
                       MOVE WS-SALDO-PARCELA TO WS-SALDO-MSK
                       DISPLAY 'SALDO RESTANTE DA PARCELA: '
                               WS-SALDO-MSK
                       IF REG-CONTRATO-BAIXADO
                           PERFORM P330-REGISTRA-RECUPERACAO
                       END-IF
                       PERFORM P335-ENCERRA-NEGATIVACAO
                       PERFORM P400-EMITE-RECIBO
               END-WRITE
           ELSE
           END-IF

           CLOSE PAGAMENTOS

           IF PAGAMENTO-GRAVADO AND
              WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               PERFORM P340-CONFERE-ULTIMA-PARCELA
           END-IF
           .
       P320-FIM.

       P330-REGISTRA-RECUPERACAO.
           MOVE PAG-NUM-CONTRATO    TO WS-RCP-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-RCP-NUM-PARCELA
           MOVE PAG-SEQUENCIA       TO WS-RCP-SEQUENCIA
           MOVE PAG-DT-PAGAMENTO    TO WS-RCP-DT-PAGAMENTO
           MOVE PAG-VALOR-PAGO      TO WS-RCP-VALOR
           MOVE LK-OPERADOR         TO WS-RCP-OPERADOR
           MOVE 'PAGFIN  '          TO WS-RCP-ORIGEM
           CALL 'RCPUTIL' USING WS-AREA-RCP

           IF RCP-GRAVADA
               DISPLAY 'CONTRATO BAIXADO PARA PREJUIZO - PAGAMENTO '
                       'REGISTRADO COMO RECUPERACAO.'
           END-IF
           .
       P330-FIM.

      ******************************************************************
      * PARCELA QUE FICOU SEM SALDO ENCERRA A NEGATIVACAO NO BIRO
      ******************************************************************
       P335-ENCERRA-NEGATIVACAO.
           MOVE PAG-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-NEG-NUM-PARCELA
           MOVE WS-SALDO-PARCELA    TO WS-NEG-SALDO-PARCELA
           MOVE LK-OPERADOR         TO WS-NEG-OPERADOR
           MOVE 'PAGFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               DISPLAY 'PARCELA QUITADA - NEGATIVACAO NO BIRO '
                       'ENCERRADA.'
           END-IF
           .
       P335-FIM.

      ******************************************************************
      * PARCELA QUITADA ERA A ULTIMA EM ABERTO DO CONTRATO: O GRAVAME
      * DO BEM ALIENADO FICA PENDENTE DE LIBERACAO (LISTA DE GARFIN)
      ******************************************************************
       P340-CONFERE-ULTIMA-PARCELA.
           MOVE WS-PARCELA-BUSCA    TO WS-PARCELA-PAGA
           SET PARCELA-ABERTA       TO FALSE

           PERFORM P342-CONFERE-PARCELA
               VARYING WS-PARCELA-BUSCA FROM 1 BY 1
               UNTIL WS-PARCELA-BUSCA GREATER THAN REG-NUM-PARCELAS
                  OR PARCELA-ABERTA

           MOVE WS-PARCELA-PAGA     TO WS-PARCELA-BUSCA

           IF PARCELA-ABERTA
               EXIT PARAGRAPH
           END-IF

           MOVE 'Q'                 TO WS-GAR-FUNCAO
           MOVE WS-NUMERO-BUSCA     TO WS-GAR-NUM-CONTRATO
           MOVE 'PAGFIN  '          TO WS-GAR-ORIGEM
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF GAR-OK
               DISPLAY 'ULTIMA PARCELA PAGA - GRAVAME DO BEM EM '
                       'GARANTIA PENDENTE DE LIBERACAO (GARFIN).'
           END-IF
           .
       P340-FIM.

       P342-CONFERE-PARCELA.
           PERFORM P315-CALCULA-SALDO
           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               SET PARCELA-ABERTA   TO TRUE
           END-IF
           .
       P342-FIM.

       P400-EMITE-RECIBO.
           PERFORM P410-BUSCA-TITULAR
           PERFORM P420-GRAVA-RECIBO
           .
       P500-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
