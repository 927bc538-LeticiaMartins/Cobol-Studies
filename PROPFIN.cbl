      *          CONTRATOS_AUD.dat E MARCA A PROPOSTA COMO CONVERTIDA
      *          COM O NUMERO DO CONTRATO GERADO
      * Tectonics: cobc -I copybooks
      * Update: 12/11/2024 - O CONTRATO CONVERTIDO SAI COM A PRIMEIRA
      *         VIA DA CEDULA DE CREDITO BANCARIO (CCB) PARA ASSINATURA,
      *         MONTADA PELO MODULO CCBUTIL NO SPOOL DATADO
      * Update: 13/11/2024 - NA CONVERSAO E OFERECIDO O SEGURO
      *         PRESTAMISTA COTADO PELO MODULO PRSUTIL; ACEITO, O PREMIO
      *         ENTRA NO VALOR FINANCIADO, A PARCELA E RECALCULADA PELO
      *         AMORUTIL E A ADESAO FICA EM PRESTAMISTA.dat
      * Update: 14/11/2024 - A CONVERSAO PASSA A PEDIR O VENDEDOR DO
      *         CONTRATO (OPERADOR ATIVO, ENTER = OPERADOR DA SESSAO) E
      *         A APURAR A COMISSAO DELE PELO MODULO COMUM COMUTIL
      * Update: 19/11/2024 - O CONTRATO CONVERTIDO SAI COM O APONTADOR
      *         DE REFINANCIAMENTO (REG-NUM-CONTRATO-NOVO) ZERADO
      * Update: 20/11/2024 - A PROPOSTA COM CARENCIA (PRO-CARENCIA) E
      *         CONVERTIDA COM A CARENCIA E OS JUROS CAPITALIZADOS
      *         GRAVADOS NO CONTRATO; COM O SEGURO PRESTAMISTA OS JUROS
      *         DA CARENCIA SAO RECALCULADOS SOBRE O VALOR COM O PREMIO;
      *         A CONSULTA E O DOCUMENTO MOSTRAM A CARENCIA
      * Update: 21/11/2024 - A PROPOSTA SAC (PRO-SISTEMA-AMORT) E
      *         CONVERTIDA EM CONTRATO SAC, COM CADA PARCELA CALCULADA
      *         PELO MODULO AMORUTIL; O RECALCULO COM O SEGURO SEGUE O
      *         SISTEMA DA PROPOSTA
      * Update: 22/11/2024 - O IOF, A TARIFA DE CADASTRO E O CET DA
      *         PROPOSTA SAO MOSTRADOS, IMPRESSOS E LEVADOS AO CONTRATO;
      *         COM O SEGURO, O IOF E A TARIFA SAO RECALCULADOS SOBRE O
      *         VALOR COM O PREMIO E O CET E REFEITO (CETUTIL)
      * Update: 23/11/2024 - PROPOSTA DE OBJETO ALIENADO EM GARANTIA
      *         (PRO-ALIENACAO) SO E CONVERTIDA COM OS DADOS DO BEM,
      *         GRAVADOS PELO MODULO GARUTIL
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 30/11/2024 - PROPOSTA DE CONTATO COM CPF/CNPJ IRREGULAR
      *         NA RECEITA FEDERAL (RFBUTIL) SO E CONVERTIDA COM
      *         AUTORIZACAO DE SUPERVISOR (SUPVUTIL)
      * Update: 02/12/2024 - A CONSULTA IDENTIFICA A OFERTA PRE-APROVADA
      *         DE RENOVACAO GRAVADA POR OFEFIN (PRO-ORIGEM), CONVERTIDA
      *         COMO QUALQUER PROPOSTA ABERTA
      * Update: 13/12/2024 - OBJETO OU FAIXA DE VALOR COM DOCUMENTOS
      *         EXIGIDOS (MODULO DOCUTIL) GRAVA O CONTRATO CONVERTIDO
      *         PENDENTE DE DOCUMENTOS (STATUS D) COM O CHECKLIST EM
      *         CONTRATO_DOCS.dat, COMO NA EMISSAO DE PROG-OCCURS
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 22/12/2024 - OBJETO DO CATALOGO SEM SALDO NO ESTOQUE
      *         (MODULO ESTUTIL) SO E CONVERTIDO COMO ENCOMENDA ACEITA
      *         PELO CLIENTE; O CONTRATO GRAVADO DA SAIDA DO OBJETO NO
      *         ESTOQUE
      * Update: 23/12/2024 - ESTOQUE QUE NAO PODE SER CONFERIDO BLOQUEIA
      *         A CONVERSAO DA PROPOSTA DE OBJETO DO CATALOGO
      * Update: 23/12/2024 - O PREMIO DO SEGURO PRESTAMISTA PASSA A SER
      *         GRAVADO NO CONTRATO (REG-VR-PREMIO)
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) NA TELA E NA PROPOSTA IMPRESSA, ONDE O
      *         IOF, A TARIFA E OS JUROS DA CARENCIA TAMBEM PASSAM A
      *         SAIR EDITADOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPFIN.
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

               SELECT AUDITORIA-FIN ASSIGN TO
          88 CONTATO-VALIDO               VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-CONTRATO-GRAVADO             PIC X VALUE 'N'.
          88 CONTRATO-GRAVADO             VALUE 'S' FALSE 'N'.
       01 WS-AREA-CCB.
          03 WS-CCB-NUM-CONTRATO          PIC 9(06).
          03 WS-CCB-OPERADOR              PIC X(06).
          03 WS-CCB-TIPO                  PIC X(01).
          03 WS-CCB-RESULTADO             PIC X(01).
             88 CCB-GERADA                VALUE 'S'.
          03 WS-CCB-QTD-REIMPRESSOES      PIC 9(03).
          03 WS-CCB-NOME-SPOOL            PIC X(40).
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-VR-PARCELA                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-PREMIO                    PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-JUROS-CARENCIA            PIC 9(06)V99 VALUE ZEROS.
       77 WS-BASE-CARENCIA                PIC 9(07)V99 VALUE ZEROS.
       77 WS-TAXA-CARENCIA                PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-CARENCIA               PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-VR-IOF                       PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-TAC                       PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-CET-MENSAL                PIC 9(03)V99 VALUE ZEROS.
       77 WS-VR-CET-ANUAL                 PIC 9(05)V99 VALUE ZEROS.
       77 WS-PARCELA-MSK                  PIC Z.ZZZ.ZZ9,99.
       77 WS-PREMIO-MSK                   PIC ZZZ.ZZ9,99.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       01 WS-AREA-PRS.
          03 WS-PRS-FUNCAO                PIC X(01).
          03 WS-PRS-NUM-CONTRATO          PIC 9(06).
          03 WS-PRS-ID-CONTATO            PIC 9(06).
          03 WS-PRS-DT-NASCIMENTO         PIC 9(08).
          03 WS-PRS-PRAZO                 PIC 9(03).
          03 WS-PRS-VR-BASE               PIC 9(07)V99.
          03 WS-PRS-OPERADOR              PIC X(06).
          03 WS-PRS-IDADE                 PIC 9(03).
          03 WS-PRS-TAXA                  PIC 9(02)V99.
          03 WS-PRS-VR-PREMIO             PIC 9(06)V99.
          03 WS-PRS-RESULTADO             PIC X(01).
             88 PRS-OK                    VALUE 'S'.
          03 WS-PRS-MOTIVO                PIC X(40).
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
       77 WS-VENDEDOR-VALIDO              PIC X VALUE 'N'.
       77 WS-GARANTIA-VALIDA              PIC X VALUE 'N'.
          88 GARANTIA-OK                  VALUE 'S' FALSE 'N'.
       77 WS-GARANTIA-CANCELADA           PIC X VALUE 'N'.
          88 GARANTIA-CANCELADA           VALUE 'S' FALSE 'N'.
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
          88 VENDEDOR-OK                  VALUE 'S' FALSE 'N'.
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
       01 WS-AREA-RFB.
          03 WS-RFB-ID-CONTATO            PIC 9(06).
          03 WS-RFB-DOCUMENTO             PIC X(14).
          03 WS-RFB-SITUACAO              PIC X(01).
          03 WS-RFB-DT-SITUACAO           PIC 9(08).
          03 WS-RFB-DESCRICAO             PIC X(20).
          03 WS-RFB-RESULTADO             PIC X(01).
             88 RFB-IRREGULAR             VALUE 'I'.
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
       77 WS-DOCS-PENDENTES               PIC X VALUE 'N'.
          88 DOCS-PENDENTES               VALUE 'S' FALSE 'N'.
       01 WS-AREA-DOC.
          03 WS-DOC-FUNCAO                PIC X(01).
          03 WS-DOC-NUM-CONTRATO          PIC 9(06).
          03 WS-DOC-OBJETO                PIC X(20).
          03 WS-DOC-VALOR                 PIC 9(06)V99.
          03 WS-DOC-COD-DOC               PIC X(03).
          03 WS-DOC-OPERADOR              PIC X(06).
          03 WS-DOC-QTD-EXIGIDOS          PIC 9(02).
          03 WS-DOC-QTD-PENDENTES         PIC 9(02).
          03 WS-DOC-RESULTADO             PIC X(01).
             88 DOC-OK                    VALUE 'S'.
          03 WS-DOC-MOTIVO                PIC X(40).
       77 WS-ENCOMENDA                    PIC X VALUE SPACES.
       77 WS-ESTOQUE-LIBERADO             PIC X VALUE 'S'.
          88 ESTOQUE-LIBERADO             VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-ESTOQUE                PIC 9(02) VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC -(5)9.
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
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CONSULTA E CONVERSAO DE PROPOSTAS ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           DISPLAY 'VALOR.........: ' PRO-VALOR
                   '  ENTRADA: ' PRO-VR-ENTRADA
           DISPLAY 'TAXA (% A.M.).: ' PRO-TAXA-JUROS
           IF PRO-AMORT-SAC
               DISPLAY 'PLANO SAC.....: ' PRO-NUM-PARCELAS
                       ' PARCELAS DECRESCENTES, A 1A DE '
                       PRO-VR-PARCELA
           ELSE
               DISPLAY 'PLANO.........: ' PRO-NUM-PARCELAS
                       ' PARCELAS DE ' PRO-VR-PARCELA
           END-IF
           IF PRO-CARENCIA GREATER THAN ZEROS
               DISPLAY 'CARENCIA......: ' PRO-CARENCIA
                       ' MESES - JUROS CAPITALIZADOS: '
                       PRO-VR-JUROS-CARENCIA
           END-IF
           DISPLAY 'IOF...........: ' PRO-VR-IOF
                   '  TARIFA DE CADASTRO: ' PRO-VR-TAC
           MOVE PRO-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE PRO-CET-ANUAL       TO WS-CET-ANUAL-MSK
           DISPLAY 'CET...........: ' WS-CET-MENSAL-MSK ' % A.M. / '
                   WS-CET-ANUAL-MSK ' % A.A.'
           IF PRO-COM-ALIENACAO
               DISPLAY 'GARANTIA......: BEM ALIENADO (DADOS DO '
                       'VEICULO/MAQUINA NA CONVERSAO)'
           END-IF
           DISPLAY 'EMITIDA EM....: ' PRO-DT-EMISSAO
                   '  VALIDA ATE: ' PRO-DT-VALIDADE
           IF PRO-OFERTA-PRE-APROVADA
               DISPLAY 'ORIGEM........: OFERTA PRE-APROVADA DE '
                       'RENOVACAO (OFEFIN)'
           END-IF
           IF PRO-CONVERTIDA
               DISPLAY 'CONVERTIDA NO CONTRATO ' PRO-NUM-CONTRATO
           END-IF
                  DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           IF PRO-AMORT-SAC
               STRING 'PLANO SAC: ' PRO-NUM-PARCELAS
                      ' PARCELAS DECRESCENTES, A 1A DE '
                      PRO-VR-PARCELA
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           ELSE
               STRING 'PLANO: ' PRO-NUM-PARCELAS
                      ' PARCELAS DE ' PRO-VR-PARCELA
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           END-IF
           WRITE REG-LINHA-PROPOSTA
           IF PRO-CARENCIA GREATER THAN ZEROS
               MOVE SPACES          TO REG-LINHA-PROPOSTA
               MOVE PRO-VR-JUROS-CARENCIA TO WS-PREMIO-MSK
               STRING 'CARENCIA: ' PRO-CARENCIA
                      ' MESES - JUROS CAPITALIZADOS: '
                      WS-PREMIO-MSK
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
               WRITE REG-LINHA-PROPOSTA
           END-IF
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           MOVE PRO-VR-IOF          TO WS-PREMIO-MSK
           MOVE PRO-VR-TAC          TO WS-PARCELA-MSK
           STRING 'IOF: ' WS-PREMIO-MSK
                  '  TARIFA DE CADASTRO: ' WS-PARCELA-MSK
                  DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
           MOVE PRO-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE PRO-CET-ANUAL       TO WS-CET-ANUAL-MSK
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           STRING 'CUSTO EFETIVO TOTAL (CET): ' WS-CET-MENSAL-MSK
                  ' % A.M. / ' WS-CET-ANUAL-MSK ' % A.A.'
                  DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
           IF PRO-COM-ALIENACAO
               MOVE 'BEM ALIENADO EM GARANTIA: TRAZER O DOCUMENTO DO '
                                    TO REG-LINHA-PROPOSTA
               WRITE REG-LINHA-PROPOSTA
               MOVE 'VEICULO OU A NOTA DA MAQUINA NA CONTRATACAO.'
                                    TO REG-LINHA-PROPOSTA
               WRITE REG-LINHA-PROPOSTA
           END-IF
           MOVE '=================================================='
                                    TO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
                   DISPLAY 'PROPOSTA VENCIDA EM ' PRO-DT-VALIDADE
                           '! SIMULE NOVAMENTE EM PROG-OCCURS.'
               WHEN OTHER
                   SET ESTOQUE-LIBERADO TO TRUE
                   PERFORM P410-VALIDA-CONTATO
                   IF CONTATO-VALIDO
                       PERFORM P496-CONFERE-ESTOQUE
                   END-IF
                   IF CONTATO-VALIDO AND ESTOQUE-LIBERADO
                       PERFORM P415-OFERECE-SEGURO
                       SET GARANTIA-OK  TO FALSE
                       SET GARANTIA-CANCELADA TO FALSE
                       IF PRO-COM-ALIENACAO
                           PERFORM P416-INFORMA-GARANTIA
                               UNTIL GARANTIA-OK OR GARANTIA-CANCELADA
                       END-IF
                       IF GARANTIA-CANCELADA
                           DISPLAY 'BEM NAO INFORMADO - PROPOSTA NAO '
                                   'CONVERTIDA.'
                       ELSE
                           DISPLAY 'TECLE: <S> para confirmar a '
                                   'CONVERSAO ou <QUALQUER TECLA> '
                                   'para abortar.'
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM EQUAL 'S'
                               PERFORM P420-GRAVA-CONTRATO
                           ELSE
                               DISPLAY 'Proposta nao foi convertida.'
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
                       IF WS-ST-ATIVO
                           SET CONTATO-VALIDO TO TRUE
                           DISPLAY 'CONTATO: ' WS-NM-CONTATO
                           MOVE WS-ID-CONTATO  TO WS-RFB-ID-CONTATO
                           MOVE WS-DOC-CONTATO TO WS-RFB-DOCUMENTO
                       ELSE
                           DISPLAY 'CONTATO DA PROPOSTA ESTA '
                                   'EXCLUIDO (INATIVO)!'
                       END-IF
               END-READ
               CLOSE CONTATOS

               IF CONTATO-VALIDO
                   PERFORM P412-CONFERE-RECEITA
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS '
                       '(FILE STATUS: ' WS-FS-CTT ').'
           .
       P410-FIM.

      ******************************************************************
      * CPF/CNPJ IRREGULAR NA RECEITA FEDERAL (RFBUTIL): A CONVERSAO
      * SO SEGUE COM AUTORIZACAO DE SUPERVISOR (SUPVUTIL), COMO NA
      * EMISSAO DE PROG-OCCURS
      ******************************************************************
       P412-CONFERE-RECEITA.
           CALL 'RFBUTIL' USING WS-AREA-RFB

           IF RFB-IRREGULAR
               DISPLAY '*** DOCUMENTO IRREGULAR NA RECEITA FEDERAL ***'
               DISPLAY 'CPF/CNPJ...: ' WS-RFB-DOCUMENTO
               DISPLAY 'SITUACAO...: ' WS-RFB-DESCRICAO
                       ' DESDE ' WS-RFB-DT-SITUACAO
               MOVE ZEROS           TO WS-SUPV-NIVEL-MIN
               MOVE LK-OPERADOR     TO WS-SUPV-SOLICITANTE
               CALL 'SUPVUTIL' USING WS-AREA-SUPV
               IF NOT SUPV-AUTORIZADO
                   DISPLAY 'CONVERSAO NAO AUTORIZADA - DOCUMENTO '
                           'IRREGULAR NA RECEITA.'
                   SET CONTATO-VALIDO TO FALSE
               END-IF
           END-IF
           .
       P412-FIM.

      ******************************************************************
      * SEGURO PRESTAMISTA: COTADO PELO MODULO PRSUTIL PELA IDADE DO
      * TITULAR E PELO PRAZO DA PROPOSTA; ACEITO, O PREMIO ENTRA NO
      * VALOR FINANCIADO E A PARCELA E RECALCULADA PELO SISTEMA DA
      * PROPOSTA (AMORUTIL, PRICE OU SAC) COM A TAXA DA PROPOSTA; O
      * IOF, A TARIFA DE CADASTRO E O CET SAO REFEITOS (CETUTIL)
      ******************************************************************
       P415-OFERECE-SEGURO.
           MOVE PRO-VR-PARCELA      TO WS-VR-PARCELA
           MOVE PRO-VR-JUROS-CARENCIA TO WS-VR-JUROS-CARENCIA
           MOVE PRO-VR-IOF          TO WS-VR-IOF
           MOVE PRO-VR-TAC          TO WS-VR-TAC
           MOVE PRO-CET-MENSAL      TO WS-VR-CET-MENSAL
           MOVE PRO-CET-ANUAL       TO WS-VR-CET-ANUAL
           MOVE ZEROS               TO WS-VR-PREMIO
           COMPUTE WS-VR-FINANCIADO = PRO-VALOR - PRO-VR-ENTRADA
                                    + PRO-VR-JUROS-CARENCIA
                                    + PRO-VR-IOF + PRO-VR-TAC

           DISPLAY 'CONTRATAR O SEGURO PRESTAMISTA (MORTE E '
                   'DESEMPREGO)? <S/N>: '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'                 TO WS-PRS-FUNCAO
           MOVE WS-NASC-CONTATO     TO WS-PRS-DT-NASCIMENTO
           MOVE PRO-NUM-PARCELAS    TO WS-PRS-PRAZO
           COMPUTE WS-PRS-VR-BASE = PRO-VALOR - PRO-VR-ENTRADA
           CALL 'PRSUTIL' USING WS-AREA-PRS

           IF NOT PRS-OK
               DISPLAY 'SEGURO NAO DISPONIVEL: ' WS-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE 'T'                 TO WS-CET-FUNCAO
           COMPUTE WS-CET-VR-BASE = WS-PRS-VR-BASE + WS-PRS-VR-PREMIO
           MOVE PRO-NUM-PARCELAS    TO WS-CET-PRAZO
           MOVE PRO-CARENCIA        TO WS-CET-CARENCIA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF NOT CET-OK
               DISPLAY 'SEGURO NAO DISPONIVEL: ' WS-CET-MOTIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMORT-VR-FINANCIADO = WS-CET-VR-BASE
                   + WS-CET-VR-IOF + WS-CET-VR-TAC

      *    COM CARENCIA, OS JUROS DO PERIODO SOBRE O VALOR COM O PREMIO
      *    SAO CAPITALIZADOS DE NOVO ANTES DO CALCULO DA PARCELA
           MOVE ZEROS               TO WS-BASE-CARENCIA
           COMPUTE WS-TAXA-CARENCIA = PRO-TAXA-JUROS / 100
           IF PRO-CARENCIA GREATER THAN ZEROS AND
              WS-TAXA-CARENCIA GREATER THAN ZEROS
               MOVE WS-AMORT-VR-FINANCIADO TO WS-BASE-CARENCIA
               COMPUTE WS-FATOR-CARENCIA =
                       (1 + WS-TAXA-CARENCIA) ** PRO-CARENCIA
               COMPUTE WS-BASE-CARENCIA ROUNDED =
                       WS-AMORT-VR-FINANCIADO * WS-FATOR-CARENCIA
                       - WS-AMORT-VR-FINANCIADO
               ADD WS-BASE-CARENCIA TO WS-AMORT-VR-FINANCIADO
           END-IF
           MOVE PRO-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE PRO-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE PRO-SISTEMA-AMORT   TO WS-AMORT-SISTEMA
           MOVE 1                   TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT

           IF WS-AMORT-VR-PRESTACAO EQUAL ZEROS
               DISPLAY 'PARCELA COM O SEGURO FORA DE FAIXA - '
                       'CONTRATO SEGUE SEM O SEGURO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRS-VR-PREMIO    TO WS-VR-PREMIO
           MOVE WS-BASE-CARENCIA    TO WS-VR-JUROS-CARENCIA
           MOVE WS-AMORT-VR-PRESTACAO TO WS-VR-PARCELA
           MOVE WS-AMORT-VR-FINANCIADO TO WS-VR-FINANCIADO
           MOVE WS-CET-VR-IOF       TO WS-VR-IOF
           MOVE WS-CET-VR-TAC       TO WS-VR-TAC

           MOVE 'C'                 TO WS-CET-FUNCAO
           COMPUTE WS-CET-VR-LIBERADO = PRO-VALOR - PRO-VR-ENTRADA
           MOVE WS-VR-FINANCIADO    TO WS-CET-VR-FINANCIADO
           MOVE PRO-TAXA-JUROS      TO WS-CET-TAXA
           MOVE PRO-SISTEMA-AMORT   TO WS-CET-SISTEMA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF CET-OK
               MOVE WS-CET-MENSAL   TO WS-VR-CET-MENSAL
               MOVE WS-CET-ANUAL    TO WS-VR-CET-ANUAL
           ELSE
               MOVE 999,99          TO WS-VR-CET-MENSAL
               MOVE 99999,99        TO WS-VR-CET-ANUAL
           END-IF

           MOVE WS-PRS-VR-PREMIO    TO WS-PREMIO-MSK
           DISPLAY 'IDADE ' WS-PRS-IDADE ' ANOS - TAXA '
                   WS-PRS-TAXA ' % - PREMIO ' WS-PREMIO-MSK
           MOVE WS-VR-PARCELA       TO WS-PARCELA-MSK
           IF PRO-AMORT-SAC
               DISPLAY 'NOVA 1A PARCELA (SAC) COM O SEGURO: '
                       WS-PARCELA-MSK
           ELSE
               DISPLAY 'NOVA PARCELA COM O SEGURO: ' WS-PARCELA-MSK
           END-IF
           MOVE WS-VR-CET-MENSAL    TO WS-CET-MENSAL-MSK
           MOVE WS-VR-CET-ANUAL     TO WS-CET-ANUAL-MSK
           DISPLAY 'NOVO CET: ' WS-CET-MENSAL-MSK ' % A.M. / '
                   WS-CET-ANUAL-MSK ' % A.A.'
           .
       P415-FIM.

      ******************************************************************
      * DADOS DO BEM ALIENADO (VEICULO OU MAQUINA), CONFERIDOS PELO
      * MODULO GARUTIL; <ENTER> NO TIPO DESISTE DA CONVERSAO
      ******************************************************************
       P416-INFORMA-GARANTIA.
           INITIALIZE WS-AREA-GAR
           DISPLAY 'OBJETO ALIENADO EM GARANTIA - TIPO DO BEM: '
                   '<V> VEICULO, <M> MAQUINA/EQUIPAMENTO OU '
                   '<ENTER> DESISTIR: '
           ACCEPT WS-GAR-TIPO-BEM
           EVALUATE WS-GAR-TIPO-BEM
               WHEN SPACE
                   SET GARANTIA-CANCELADA TO TRUE
                   EXIT PARAGRAPH
               WHEN 'v'
                   MOVE 'V'          TO WS-GAR-TIPO-BEM
               WHEN 'm'
                   MOVE 'M'          TO WS-GAR-TIPO-BEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'DESCRICAO DO BEM (MARCA/MODELO/ANO): '
           ACCEPT WS-GAR-DESCRICAO
           IF WS-GAR-TIPO-BEM EQUAL 'V'
               DISPLAY 'CHASSI (17 POSICOES): '
               ACCEPT WS-GAR-CHASSI
               DISPLAY 'PLACA: '
               ACCEPT WS-GAR-PLACA
               DISPLAY 'RENAVAM: '
               ACCEPT WS-GAR-RENAVAM
           ELSE
               DISPLAY 'NUMERO DE SERIE: '
               ACCEPT WS-GAR-NUM-SERIE
           END-IF

           MOVE 'V'                 TO WS-GAR-FUNCAO
           CALL 'GARUTIL' USING WS-AREA-GAR
           IF GAR-OK
               SET GARANTIA-OK      TO TRUE
           ELSE
               DISPLAY 'DADOS DO BEM RECUSADOS: ' WS-GAR-MOTIVO
           END-IF
           .
       P416-FIM.

       P420-GRAVA-CONTRATO.
           SET FS-OK                TO TRUE
           SET CONTRATO-GRAVADO     TO FALSE

           OPEN I-O CONTRATOS

               MOVE PRO-NUM-PARCELAS TO REG-NUM-PARCELAS
               ACCEPT REG-DT-CONTRATO FROM DATE YYYYMMDD
               SET REG-CONTRATO-ATIVO TO TRUE
               PERFORM P492-EXIGENCIAS-DOCS
               MOVE ZEROS           TO REG-NUM-CONTRATO-NOVO
               MOVE PRO-CARENCIA    TO REG-CARENCIA
               MOVE WS-VR-JUROS-CARENCIA TO REG-VR-JUROS-CARENCIA
               MOVE WS-VR-IOF       TO REG-VR-IOF
               MOVE WS-VR-TAC       TO REG-VR-TAC
               MOVE WS-VR-CET-MENSAL TO REG-CET-MENSAL
               MOVE WS-VR-CET-ANUAL TO REG-CET-ANUAL
               MOVE WS-VR-PREMIO    TO REG-VR-PREMIO

               SET DIA-VENC-OK      TO FALSE
               PERFORM UNTIL DIA-VENC-OK
                   SET REG-REAJUSTA-NAO TO TRUE
               END-IF

               IF PRO-AMORT-SAC
                   SET REG-AMORT-SAC TO TRUE
               ELSE
                   SET REG-AMORT-PRICE TO TRUE
               END-IF
               MOVE WS-VR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
               MOVE PRO-TAXA-JUROS  TO WS-AMORT-TAXA
               MOVE PRO-NUM-PARCELAS TO WS-AMORT-PRAZO
               MOVE REG-SISTEMA-AMORT TO WS-AMORT-SISTEMA
               PERFORM P440-PREENCHE-PARCELA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

               SET VENDEDOR-OK      TO FALSE
               PERFORM P425-INFORMA-VENDEDOR UNTIL VENDEDOR-OK
               MOVE WS-NOVO-NUMERO  TO WS-COM-NUM-CONTRATO
               MOVE PRO-OBJETO      TO WS-COM-OBJETO
               MOVE PRO-NUM-PARCELAS TO WS-COM-PRAZO
               COMPUTE WS-COM-VR-BASE = PRO-VALOR - PRO-VR-ENTRADA

               WRITE REG-FINANCIAMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CONTRATO DE '
                   NOT INVALID KEY
                       DISPLAY 'CONTRATO GRAVADO COM SUCESSO! '
                               'NUMERO: ' REG-NUM-CONTRATO
                       SET CONTRATO-GRAVADO TO TRUE
                       PERFORM P450-GRAVA-AUDITORIA
                       PERFORM P460-MARCA-CONVERTIDA
               END-WRITE
           END-IF

           CLOSE CONTRATOS

           IF CONTRATO-GRAVADO
               IF WS-CHAVE-ESTOQUE GREATER THAN ZEROS
                   PERFORM P498-BAIXA-ESTOQUE
               END-IF
               IF GARANTIA-OK
                   PERFORM P485-GRAVA-GARANTIA
               END-IF
               IF DOCS-PENDENTES
                   PERFORM P494-GRAVA-CHECKLIST
               END-IF
               IF WS-VR-PREMIO GREATER THAN ZEROS
                   PERFORM P480-ADERE-SEGURO
               END-IF
               PERFORM P470-EMITE-CCB
               IF WS-COM-VENDEDOR NOT EQUAL 'BALCAO'
                   PERFORM P490-APURA-COMISSAO
               END-IF
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * VENDEDOR DO CONTRATO (OPERADOR ATIVO); ENTER = OPERADOR DA
      * SESSAO; SEM OPERADOR IDENTIFICADO FICA 'BALCAO', SEM COMISSAO
      ******************************************************************
       P425-INFORMA-VENDEDOR.
           MOVE SPACES              TO WS-COM-VENDEDOR
           DISPLAY 'CODIGO DO VENDEDOR (ENTER = OPERADOR DA SESSAO): '
           ACCEPT WS-COM-VENDEDOR
           INSPECT WS-COM-VENDEDOR CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-COM-VENDEDOR EQUAL SPACES
               MOVE LK-OPERADOR     TO WS-COM-VENDEDOR
           END-IF
           IF WS-COM-VENDEDOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-COM-VENDEDOR
               SET VENDEDOR-OK      TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'V'                 TO WS-COM-FUNCAO
           CALL 'COMUTIL' USING WS-AREA-COM
           IF COM-OK
               DISPLAY 'VENDEDOR: ' WS-COM-NOME-VENDEDOR
               SET VENDEDOR-OK      TO TRUE
           ELSE
               DISPLAY 'VENDEDOR RECUSADO: ' WS-COM-MOTIVO
           END-IF
           .
       P425-FIM.

       P430-PROXIMO-NUMERO.
           MOVE ZEROS               TO WS-MAX-NUMERO
           MOVE ZEROS               TO REG-NUM-CONTRATO
       P430-FIM.

       P440-PREENCHE-PARCELA.
      *    NO SAC CADA PARCELA TEM O SEU VALOR (AMORUTIL)
           IF REG-AMORT-SAC
               MOVE WS-IND          TO WS-AMORT-PARCELA
               CALL 'AMORUTIL' USING WS-AREA-AMORT
               MOVE WS-AMORT-VR-PRESTACAO TO REG-PARCELAS(WS-IND)
           ELSE
               MOVE WS-VR-PARCELA   TO REG-PARCELAS(WS-IND)
           END-IF
           .
       P440-FIM.

           .
       P460-FIM.

      ******************************************************************
      * PRIMEIRA VIA DA CEDULA DE CREDITO BANCARIO PARA ASSINATURA
      ******************************************************************
       P470-EMITE-CCB.
           MOVE WS-NOVO-NUMERO      TO WS-CCB-NUM-CONTRATO
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-CCB-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-CCB-OPERADOR
           END-IF
           MOVE 'E'                 TO WS-CCB-TIPO
           CALL 'CCBUTIL' USING WS-AREA-CCB

           IF CCB-GERADA
               DISPLAY 'CCB PARA ASSINATURA GRAVADA EM '
                       WS-CCB-NOME-SPOOL
           END-IF
           .
       P470-FIM.

      ******************************************************************
      * ADESAO DO SEGURO PRESTAMISTA DO CONTRATO CONVERTIDO
      ******************************************************************
       P480-ADERE-SEGURO.
           MOVE 'A'                 TO WS-PRS-FUNCAO
           MOVE WS-NOVO-NUMERO      TO WS-PRS-NUM-CONTRATO
           MOVE PRO-ID-CONTATO      TO WS-PRS-ID-CONTATO
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-PRS-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-PRS-OPERADOR
           END-IF
           CALL 'PRSUTIL' USING WS-AREA-PRS

           IF PRS-OK
               DISPLAY 'SEGURO PRESTAMISTA REGISTRADO PARA O '
                       'CONTRATO ' WS-NOVO-NUMERO
           ELSE
               DISPLAY 'SEGURO PRESTAMISTA NAO REGISTRADO: '
                       WS-PRS-MOTIVO
           END-IF
           .
       P480-FIM.

      ******************************************************************
      * REGISTRO DA GARANTIA DO CONTRATO CONVERTIDO
      ******************************************************************
       P485-GRAVA-GARANTIA.
           MOVE 'G'                 TO WS-GAR-FUNCAO
           MOVE WS-NOVO-NUMERO      TO WS-GAR-NUM-CONTRATO
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-GAR-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-GAR-OPERADOR
           END-IF
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF GAR-OK
               DISPLAY 'GARANTIA REGISTRADA PARA O CONTRATO '
                       WS-NOVO-NUMERO ' (GRAVAME ATIVO).'
           ELSE
               DISPLAY 'GARANTIA NAO REGISTRADA: ' WS-GAR-MOTIVO
               DISPLAY 'INCLUA O BEM PELO CONTROLE DE GARANTIAS '
                       '(GARFIN).'
           END-IF
           .
       P485-FIM.

      ******************************************************************
      * COMISSAO DO VENDEDOR SOBRE O CONTRATO GRAVADO
      ******************************************************************
       P490-APURA-COMISSAO.
           MOVE 'E'                 TO WS-COM-FUNCAO
           CALL 'COMUTIL' USING WS-AREA-COM

           IF COM-OK
               MOVE WS-COM-VR-COMISSAO TO WS-PREMIO-MSK
               DISPLAY 'COMISSAO DO VENDEDOR ' WS-COM-VENDEDOR ': '
                       WS-COM-PERCENTUAL ' % = ' WS-PREMIO-MSK
           ELSE
               DISPLAY 'COMISSAO NAO APURADA: ' WS-COM-MOTIVO
           END-IF
           .
       P490-FIM.

      ******************************************************************
      * DOCUMENTOS EXIGIDOS PARA O OBJETO E O VALOR (MODULO DOCUTIL):
      * HAVENDO ALGUM, O CONTRATO NASCE PENDENTE DE DOCUMENTOS E SO E
      * ATIVADO QUANDO DOCFIN DA O RECEBIMENTO DO ULTIMO
      ******************************************************************
       P492-EXIGENCIAS-DOCS.
           SET DOCS-PENDENTES       TO FALSE
           INITIALIZE WS-AREA-DOC
           MOVE 'E'                 TO WS-DOC-FUNCAO
           MOVE PRO-OBJETO          TO WS-DOC-OBJETO
           MOVE PRO-VALOR           TO WS-DOC-VALOR
           CALL 'DOCUTIL' USING WS-AREA-DOC

           IF DOC-OK AND WS-DOC-QTD-EXIGIDOS GREATER THAN ZEROS
               SET REG-CONTRATO-PEND-DOC TO TRUE
               SET DOCS-PENDENTES   TO TRUE
           END-IF
           .
       P492-FIM.

      ******************************************************************
      * CHECKLIST DE DOCUMENTOS DO CONTRATO CONVERTIDO
      ******************************************************************
       P494-GRAVA-CHECKLIST.
           MOVE 'G'                 TO WS-DOC-FUNCAO
           MOVE WS-NOVO-NUMERO      TO WS-DOC-NUM-CONTRATO
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-DOC-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-DOC-OPERADOR
           END-IF
           CALL 'DOCUTIL' USING WS-AREA-DOC

           IF DOC-OK
               DISPLAY 'CONTRATO ' WS-NOVO-NUMERO ' PENDENTE DE '
                       WS-DOC-QTD-PENDENTES ' DOCUMENTO(S) - CARNE E '
                       'COBRANCA LIBERADOS NO RECEBIMENTO (DOCFIN).'
           ELSE
               DISPLAY 'CHECKLIST DE DOCUMENTOS NAO GRAVADO: '
                       WS-DOC-MOTIVO
           END-IF
           .
       P494-FIM.

      ******************************************************************
      * SALDO DO OBJETO DA PROPOSTA NO ESTOQUE DO CATALOGO (MODULO
      * ESTUTIL, PELO NOME): SEM SALDO A PROPOSTA SO E CONVERTIDA COMO
      * ENCOMENDA, SE O CLIENTE ACEITAR AGUARDAR A ENTRADA DA
      * MERCADORIA; OBJETO FORA DO CATALOGO NAO TEM ESTOQUE CONTROLADO
      ******************************************************************
       P496-CONFERE-ESTOQUE.
           MOVE ZEROS               TO WS-CHAVE-ESTOQUE
           INITIALIZE WS-AREA-EST
           MOVE 'C'                 TO WS-EST-FUNCAO
           MOVE PRO-OBJETO          TO WS-EST-NOME
           CALL 'ESTUTIL' USING WS-AREA-EST

      *    OBJETO DIGITADO FORA DO CATALOGO NAO TEM CONTROLE DE ESTOQUE
           IF NOT EST-OK
               IF WS-EST-MOTIVO NOT EQUAL 'OBJETO FORA DO CATALOGO'
                   DISPLAY 'ESTOQUE NAO CONFERIDO: ' WS-EST-MOTIVO
                   SET ESTOQUE-LIBERADO TO FALSE
                   DISPLAY 'PROPOSTA NAO CONVERTIDA.'
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EST-CHAVE        TO WS-CHAVE-ESTOQUE
           MOVE WS-EST-SALDO        TO WS-SALDO-MSK
           IF WS-EST-SALDO GREATER THAN ZEROS
               DISPLAY 'ESTOQUE DO OBJETO: ' WS-SALDO-MSK
                       ' UNIDADE(S).'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'OBJETO ' WS-EST-NOME ' SEM ESTOQUE (SALDO '
                   WS-SALDO-MSK ').'
           DISPLAY 'CLIENTE ACEITA ENCOMENDA (ENTREGA APOS A ENTRADA '
                   'DA MERCADORIA)? <S/N>: '
           ACCEPT WS-ENCOMENDA
           IF WS-ENCOMENDA NOT EQUAL 'S' AND
              WS-ENCOMENDA NOT EQUAL 's'
               SET ESTOQUE-LIBERADO TO FALSE
               DISPLAY 'OBJETO SEM ESTOQUE - PROPOSTA NAO CONVERTIDA.'
           END-IF
           .
       P496-FIM.

      ******************************************************************
      * SAIDA DO OBJETO DO ESTOQUE PELO CONTRATO CONVERTIDO
      ******************************************************************
       P498-BAIXA-ESTOQUE.
           INITIALIZE WS-AREA-EST
           MOVE 'S'                 TO WS-EST-FUNCAO
           MOVE WS-CHAVE-ESTOQUE    TO WS-EST-CHAVE
           MOVE WS-NOVO-NUMERO      TO WS-EST-NUM-CONTRATO
           MOVE 'PROPFIN '          TO WS-EST-ORIGEM
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-EST-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-EST-OPERADOR
           END-IF
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF EST-OK
               IF WS-EST-ENCOMENDA EQUAL 'S'
                   DISPLAY 'CONTRATO ' WS-NOVO-NUMERO ' EMITIDO COMO '
                           'ENCOMENDA - ENTREGA APOS A ENTRADA DA '
                           'MERCADORIA (ESTOBJ).'
               END-IF
           ELSE
               DISPLAY 'SAIDA DO ESTOQUE NAO REGISTRADA: '
                       WS-EST-MOTIVO
           END-IF
           .
       P498-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
