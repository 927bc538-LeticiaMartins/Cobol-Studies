      *         (PROPOSTAS.dat, FD_PROP) E IMPRESSO EM PROPOSTA.PRN
      *         COM O PLANO DE PARCELAS; PROPFIN CONSULTA, REIMPRIME E
      *         CONVERTE A PROPOSTA EM CONTRATO SEM REDIGITAR NADA
      * Update: 12/11/2024 - O CONTRATO GRAVADO SAI COM A PRIMEIRA VIA
      *         DA CEDULA DE CREDITO BANCARIO (CCB) PARA ASSINATURA,
      *         MONTADA PELO MODULO CCBUTIL NO SPOOL DATADO
      * Update: 13/11/2024 - NA EMISSAO E OFERECIDO O SEGURO PRESTAMISTA
      *         (MORTE E DESEMPREGO), COTADO PELO MODULO PRSUTIL PELA
      *         IDADE DO TITULAR E PELO PRAZO; O PREMIO ENTRA NO VALOR
      *         FINANCIADO DAS PARCELAS E A ADESAO FICA EM
      *         PRESTAMISTA.dat
      * Update: 14/11/2024 - A EMISSAO PASSA A PEDIR O VENDEDOR DO
      *         CONTRATO (OPERADOR ATIVO DE OPERADORES.dat, ENTER =
      *         OPERADOR DA SESSAO) E A APURAR A COMISSAO DELE PELO
      *         MODULO COMUM COMUTIL (COMISSOES.dat), PAGA NO EXTRATO
      *         MENSAL DE COMFIN
      * Update: 19/11/2024 - O CONTRATO EMITIDO SAI COM O APONTADOR DE
      *         REFINANCIAMENTO (REG-NUM-CONTRATO-NOVO) ZERADO
      * Update: 19/11/2024 - A ANALISE DE CREDITO DEIXA DE CONTAR
      *         CONTRATO REFINANCIADO (STATUS R), COMO O QUITADO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 20/11/2024 - A EMISSAO, A SIMULACAO (POR CENARIO) E A
      *         PROPOSTA PASSAM A ACEITAR CARENCIA ANTES DA PRIMEIRA
      *         PARCELA (0 A 12 MESES): OS JUROS DO PERIODO SAO
      *         CAPITALIZADOS NO VALOR FINANCIADO ANTES DA TABELA PRICE
      *         E A CARENCIA E OS JUROS CAPITALIZADOS SAO GRAVADOS NO
      *         CONTRATO (REG-CARENCIA / REG-VR-JUROS-CARENCIA) E NA
      *         PROPOSTA
      * Update: 21/11/2024 - A SIMULACAO MOSTRA CADA CENARIO PELA TABELA
      *         PRICE E PELO SAC LADO A LADO (PRIMEIRA E ULTIMA PARCELA,
      *         TOTAL PAGO E JUROS) E A EMISSAO PASSA A PEDIR O SISTEMA
      *         DE AMORTIZACAO, GRAVADO NO CONTRATO (REG-SISTEMA-AMORT)
      *         E NA PROPOSTA; NO SAC AS PARCELAS SAO GRAVADAS UMA A UMA
      *         PELO MODULO AMORUTIL
      * Update: 22/11/2024 - O VALOR FINANCIADO PASSA A INCLUIR O IOF E
      *         A TARIFA DE CADASTRO (MODULO CETUTIL, TABELA
      *         TARIFAS.TXT) E CADA CENARIO MOSTRA O CUSTO EFETIVO TOTAL
      *         MENSAL E ANUAL PELA PRICE E PELO SAC; IOF, TAC E CET SAO
      *         GRAVADOS NO CONTRATO E NA PROPOSTA E MOSTRADOS ANTES DA
      *         GRAVACAO
      * Update: 23/11/2024 - OBJETO DO CATALOGO ALIENADO EM GARANTIA
      *         (TAB-ALIENACAO) SO E EMITIDO COM OS DADOS DO VEICULO OU
      *         DA MAQUINA, GRAVADOS EM GARANTIAS.dat PELO MODULO
      *         GARUTIL; A PROPOSTA LEVA O INDICADOR E AVISA O CLIENTE
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 30/11/2024 - CONTATO COM CPF/CNPJ IRREGULAR NA RECEITA
      *         FEDERAL (SUSPENSO, CANCELADO, TITULAR FALECIDO, NULO,
      *         BAIXADO OU INAPTO, SITUACAO IMPORTADA POR RFBCNTT E LIDA
      *         PELO MODULO RFBUTIL) SO TEM O CONTRATO EMITIDO COM
      *         AUTORIZACAO DE SUPERVISOR
      * Update: 01/12/2024 - A ANALISE DE CREDITO MOSTRA O ESCORE DE
      *         COMPORTAMENTO DO CONTATO (APURADO PELO LOTE SCOFIN, LIDO
      *         PELO MODULO SCOUTIL); ESCORE NAS FAIXAS D OU E TAMBEM
      *         EXIGE AUTORIZACAO DE SUPERVISOR
      * Update: 02/12/2024 - A PROPOSTA GRAVADA PELA SIMULACAO LEVA A
      *         ORIGEM S (PRO-ORIGEM), PARA DISTINGUI-LA DAS OFERTAS
      *         PRE-APROVADAS DE OFEFIN
      * Update: 13/12/2024 - OBJETO OU FAIXA DE VALOR COM DOCUMENTOS
      *         EXIGIDOS (DOCUMENTOS_EXIGIDOS.TXT, MODULO DOCUTIL) GRAVA
      *         O CONTRATO PENDENTE DE DOCUMENTOS (STATUS D) COM O
      *         CHECKLIST EM CONTRATO_DOCS.dat; O RECEBIMENTO DO ULTIMO
      *         DOCUMENTO EM DOCFIN ATIVA O CONTRATO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 22/12/2024 - OBJETO DO CATALOGO SEM SALDO NO ESTOQUE
      *         (MODULO ESTUTIL) SO E EMITIDO COMO ENCOMENDA ACEITA PELO
      *         CLIENTE; O CONTRATO GRAVADO DA SAIDA DO OBJETO NO
      *         ESTOQUE
      * Update: 23/12/2024 - ESTOQUE QUE NAO PODE SER CONFERIDO
      *         (CATALOGO OU ARQUIVO DE ESTOQUE INDISPONIVEL) BLOQUEIA A
      *         EMISSAO DO CONTRATO
      * Update: 23/12/2024 - O PREMIO DO SEGURO PRESTAMISTA PASSA A SER
      *         GRAVADO NO CONTRATO (REG-VR-PREMIO)
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-OCCURS.
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

               SELECT TABELA ASSIGN TO
           03 TAB-PRAZO-MAX          PIC 999.
           03 TAB-PRECO-MIN          PIC 9(06)V99.
           03 TAB-PRECO-MAX          PIC 9(06)V99.
           03 TAB-ALIENACAO          PIC X(01).

       FD AUDITORIA-FIN.
          COPY FD_CAUD.
          03 WS-TAXA-DECIMAL        PIC 9(01)V9(06).
          03 WS-FATOR-JUROS         PIC 9(04)V9(06).
          03 WS-IND                 PIC 999.
          03 WS-VR-PREMIO           PIC 9(06)V99.
          03 WS-NASC-TITULAR        PIC 9(08).
       77 WS-FS                     PIC 99.
          88 FS-OK                  VALUE 0.
       77 WS-NUM-PARCELAS-VALIDO    PIC X VALUE 'N'.
             05 WS-OBJ-PRAZO-MAX    PIC 999.
             05 WS-OBJ-PRECO-MIN    PIC 9(06)V99.
             05 WS-OBJ-PRECO-MAX    PIC 9(06)V99.
             05 WS-OBJ-ALIENACAO    PIC X(01).
       77 WS-PRECO-VALIDO           PIC X VALUE 'N'.
          88 PRECO-OK               VALUE 'S' FALSE 'N'.
       77 WS-FS-PAG                 PIC 99.
          03 WS-VENC-DIA            PIC 9(02).
          03 WS-VENC-PARCELA        PIC 9(03).
          03 WS-VENC-DATA           PIC 9(08).
          03 WS-VENC-CARENCIA       PIC 9(02).
       77 WS-CONTRATO-GRAVADO       PIC X VALUE 'N'.
          88 CONTRATO-GRAVADO       VALUE 'S' FALSE 'N'.
       01 WS-AREA-CCB.
          03 WS-CCB-NUM-CONTRATO    PIC 9(06).
          03 WS-CCB-OPERADOR        PIC X(06).
          03 WS-CCB-TIPO            PIC X(01).
          03 WS-CCB-RESULTADO       PIC X(01).
             88 CCB-GERADA          VALUE 'S'.
          03 WS-CCB-QTD-REIMPRESSOES PIC 9(03).
          03 WS-CCB-NOME-SPOOL      PIC X(40).
       01 WS-AREA-PRS.
          03 WS-PRS-FUNCAO          PIC X(01).
          03 WS-PRS-NUM-CONTRATO    PIC 9(06).
          03 WS-PRS-ID-CONTATO      PIC 9(06).
          03 WS-PRS-DT-NASCIMENTO   PIC 9(08).
          03 WS-PRS-PRAZO           PIC 9(03).
          03 WS-PRS-VR-BASE         PIC 9(07)V99.
          03 WS-PRS-OPERADOR        PIC X(06).
          03 WS-PRS-IDADE           PIC 9(03).
          03 WS-PRS-TAXA            PIC 9(02)V99.
          03 WS-PRS-VR-PREMIO       PIC 9(06)V99.
          03 WS-PRS-RESULTADO       PIC X(01).
             88 PRS-OK              VALUE 'S'.
          03 WS-PRS-MOTIVO          PIC X(40).
       77 WS-PREMIO-MSK             PIC ZZZ.ZZ9,99.
       77 WS-CET-MENSAL-MSK         PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK          PIC ZZ.ZZ9,99.
       77 WS-VENDEDOR-VALIDO        PIC X VALUE 'N'.
          88 VENDEDOR-OK            VALUE 'S' FALSE 'N'.
       01 WS-AREA-COM.
          03 WS-COM-FUNCAO          PIC X(01).
          03 WS-COM-NUM-CONTRATO    PIC 9(06).
          03 WS-COM-VENDEDOR        PIC X(06).
          03 WS-COM-NOME-VENDEDOR   PIC X(20).
          03 WS-COM-OBJETO          PIC X(20).
          03 WS-COM-PRAZO           PIC 9(03).
          03 WS-COM-VR-BASE         PIC 9(07)V99.
          03 WS-COM-ORIGEM          PIC X(08).
          03 WS-COM-PERCENTUAL      PIC 9(02)V99.
          03 WS-COM-VR-COMISSAO     PIC 9(06)V99.
          03 WS-COM-RESULTADO       PIC X(01).
             88 COM-OK              VALUE 'S'.
          03 WS-COM-MOTIVO          PIC X(40).
       77 WS-FS-PRO                 PIC 99.
          88 FS-PRO-OK              VALUE 0.
       77 WS-EOF-PRO                PIC X.
             05 WS-CEN-VR-PARCELA   PIC 9(06)V99.
             05 WS-CEN-TOT-PAGO     PIC 9(08)V99.
             05 WS-CEN-TOT-JUROS    PIC S9(08)V99.
             05 WS-CEN-CARENCIA     PIC 99.
             05 WS-CEN-JUROS-CAR    PIC 9(06)V99.
             05 WS-CEN-SAC-PRIMEIRA PIC 9(06)V99.
             05 WS-CEN-SAC-ULTIMA   PIC 9(06)V99.
             05 WS-CEN-SAC-TOT-PAGO PIC 9(08)V99.
             05 WS-CEN-SAC-TOT-JUROS
                                    PIC S9(08)V99.
             05 WS-CEN-IOF          PIC 9(06)V99.
             05 WS-CEN-TAC          PIC 9(06)V99.
             05 WS-CEN-CET-MENSAL   PIC 9(03)V99.
             05 WS-CEN-CET-ANUAL    PIC 9(05)V99.
             05 WS-CEN-SAC-CET-MENSAL
                                    PIC 9(03)V99.
             05 WS-CEN-SAC-CET-ANUAL
                                    PIC 9(05)V99.
       77 WS-QTD-CENARIOS           PIC 9 VALUE ZEROS.
       77 WS-CARENCIA-VALIDA        PIC X VALUE 'N'.
          88 CARENCIA-OK            VALUE 'S' FALSE 'N'.
       77 WS-MAX-CARENCIA           PIC 99 VALUE 12.
       77 WS-BASE-CARENCIA          PIC 9(07)V99 VALUE ZEROS.
       77 WS-FATOR-CARENCIA         PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-IND-CEN                PIC 9 VALUE ZEROS.
       77 WS-IND-SAC                PIC 999 VALUE ZEROS.
       77 WS-SISTEMA-AMORT          PIC X VALUE 'P'.
          88 SISTEMA-PRICE          VALUE 'P'.
          88 SISTEMA-SAC            VALUE 'S'.
          88 SISTEMA-VALIDO         VALUE 'P' 'S'.
       01 WS-AREA-AMORT.
          03 WS-AMORT-VR-FINANCIADO PIC 9(07)V99.
          03 WS-AMORT-TAXA          PIC 9(02)V99.
          03 WS-AMORT-PRAZO         PIC 9(03).
          03 WS-AMORT-PARCELA       PIC 9(03).
          03 WS-AMORT-VR-PRESTACAO  PIC 9(06)V99.
          03 WS-AMORT-VR-JUROS      PIC 9(06)V99.
          03 WS-AMORT-VR-AMORTIZACAO
                                    PIC S9(06)V99.
          03 WS-AMORT-SALDO         PIC S9(07)V99.
          03 WS-AMORT-SISTEMA       PIC X(01).
       01 WS-AREA-CET.
          03 WS-CET-FUNCAO          PIC X(01).
          03 WS-CET-VR-BASE         PIC 9(07)V99.
          03 WS-CET-VR-LIBERADO     PIC 9(07)V99.
          03 WS-CET-VR-FINANCIADO   PIC 9(07)V99.
          03 WS-CET-TAXA            PIC 9(02)V99.
          03 WS-CET-PRAZO           PIC 9(03).
          03 WS-CET-CARENCIA        PIC 9(02).
          03 WS-CET-SISTEMA         PIC X(01).
          03 WS-CET-VR-IOF          PIC 9(06)V99.
          03 WS-CET-VR-TAC          PIC 9(06)V99.
          03 WS-CET-MENSAL          PIC 9(03)V99.
          03 WS-CET-ANUAL           PIC 9(05)V99.
          03 WS-CET-RESULTADO       PIC X(01).
             88 CET-OK              VALUE 'S'.
          03 WS-CET-MOTIVO          PIC X(40).
       77 WS-CEN-ESCOLHIDO          PIC 9 VALUE ZEROS.
       77 WS-SIM-VALOR              PIC 9(06)V99 VALUE ZEROS.
       77 WS-PARCELA-MSK            PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK              PIC ZZ.ZZZ.ZZ9,99.
       77 WS-JUROS-MSK              PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-SAC-ULTIMA-MSK         PIC Z.ZZZ.ZZ9,99.
       77 WS-TAC-MSK                PIC ZZZ.ZZ9,99.
       77 WS-GARANTIA-VALIDA        PIC X VALUE 'N'.
          88 GARANTIA-OK            VALUE 'S' FALSE 'N'.
       77 WS-GARANTIA-CANCELADA     PIC X VALUE 'N'.
          88 GARANTIA-CANCELADA     VALUE 'S' FALSE 'N'.
       01 WS-AREA-GAR.
          03 WS-GAR-FUNCAO          PIC X(01).
          03 WS-GAR-NUM-CONTRATO    PIC 9(06).
          03 WS-GAR-TIPO-BEM        PIC X(01).
          03 WS-GAR-DESCRICAO       PIC X(30).
          03 WS-GAR-CHASSI          PIC X(17).
          03 WS-GAR-PLACA           PIC X(07).
          03 WS-GAR-RENAVAM         PIC X(11).
          03 WS-GAR-NUM-SERIE       PIC X(20).
          03 WS-GAR-ST-GRAVAME      PIC X(01).
          03 WS-GAR-DT-REGISTRO     PIC 9(08).
          03 WS-GAR-DT-QUITACAO     PIC 9(08).
          03 WS-GAR-DT-LIBERACAO    PIC 9(08).
          03 WS-GAR-OPERADOR        PIC X(06).
          03 WS-GAR-ORIGEM          PIC X(08).
          03 WS-GAR-RESULTADO       PIC X(01).
             88 GAR-OK              VALUE 'S'.
          03 WS-GAR-MOTIVO          PIC X(40).
       01 WS-AREA-RFB.
          03 WS-RFB-ID-CONTATO      PIC 9(06).
          03 WS-RFB-DOCUMENTO       PIC X(14).
          03 WS-RFB-SITUACAO        PIC X(01).
          03 WS-RFB-DT-SITUACAO     PIC 9(08).
          03 WS-RFB-DESCRICAO       PIC X(20).
          03 WS-RFB-RESULTADO       PIC X(01).
             88 RFB-IRREGULAR       VALUE 'I'.
       01 WS-AREA-SCO.
          03 WS-SCO-ID-CONTATO      PIC 9(06).
          03 WS-SCO-RESULTADO       PIC X(01).
             88 SCO-ACHADO          VALUE 'S'.
          03 WS-SCO-SCORE           PIC 9(04).
          03 WS-SCO-FAIXA           PIC X(01).
             88 SCO-FAIXA-RESTRITA  VALUE 'D' 'E'.
          03 WS-SCO-DT-APURACAO     PIC 9(08).
          03 WS-SCO-QTD-CONTRATOS   PIC 9(04).
          03 WS-SCO-QTD-EM-DIA      PIC 9(05).
          03 WS-SCO-QTD-ATRASO      PIC 9(05).
          03 WS-SCO-MEDIA-ATRASO    PIC 9(04).
          03 WS-SCO-MAIOR-ATRASO    PIC 9(04).
          03 WS-SCO-QTD-VENCIDAS    PIC 9(04).
          03 WS-SCO-QTD-ESTORNOS    PIC 9(04).
          03 WS-SCO-QTD-RENEG       PIC 9(04).
          03 WS-SCO-QTD-QUITADOS    PIC 9(04).
          03 WS-SCO-QTD-BAIXADOS    PIC 9(04).
       77 WS-DOCS-PENDENTES         PIC X VALUE 'N'.
          88 DOCS-PENDENTES         VALUE 'S' FALSE 'N'.
       01 WS-AREA-DOC.
          03 WS-DOC-FUNCAO          PIC X(01).
          03 WS-DOC-NUM-CONTRATO    PIC 9(06).
          03 WS-DOC-OBJETO          PIC X(20).
          03 WS-DOC-VALOR           PIC 9(06)V99.
          03 WS-DOC-COD-DOC         PIC X(03).
          03 WS-DOC-OPERADOR        PIC X(06).
          03 WS-DOC-QTD-EXIGIDOS    PIC 9(02).
          03 WS-DOC-QTD-PENDENTES   PIC 9(02).
          03 WS-DOC-RESULTADO       PIC X(01).
             88 DOC-OK              VALUE 'S'.
          03 WS-DOC-MOTIVO          PIC X(40).
       77 WS-ENCOMENDA              PIC X VALUE SPACES.
       77 WS-ESTOQUE-LIBERADO       PIC X VALUE 'S'.
          88 ESTOQUE-LIBERADO       VALUE 'S' FALSE 'N'.
       77 WS-SALDO-MSK              PIC -(5)9.
       01 WS-AREA-EST.
          03 WS-EST-FUNCAO          PIC X(01).
          03 WS-EST-CHAVE           PIC 9(02).
          03 WS-EST-NOME            PIC X(20).
          03 WS-EST-QUANTIDADE      PIC S9(05).
          03 WS-EST-CUSTO-UNITARIO  PIC 9(06)V99.
          03 WS-EST-FORNECEDOR      PIC X(20).
          03 WS-EST-DOCUMENTO       PIC X(10).
          03 WS-EST-NUM-CONTRATO    PIC 9(06).
          03 WS-EST-ORIGEM          PIC X(08).
          03 WS-EST-OPERADOR        PIC X(06).
          03 WS-EST-SALDO           PIC S9(05).
          03 WS-EST-ENCOMENDA       PIC X(01).
          03 WS-EST-RESULTADO       PIC X(01).
             88 EST-OK              VALUE 'S'.
          03 WS-EST-MOTIVO          PIC X(40).
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
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               GOBACK
           END-IF

            INITIALIZE              WS-VARIAVEIS
            SET LK-SUCESSO          TO TRUE

            END-IF

            IF WS-CALCULO-OK THEN
                PERFORM P260-ESCOLHE-SISTEMA
                PERFORM P170-OFERECE-SEGURO
                PERFORM P720-PREENCHE-PLANO

                PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                                WS-IND > REG-NUM-PARCELAS
                                 TO WS-OBJ-PRECO-MIN(WS-QTD-OBJETOS)
                               MOVE TAB-PRECO-MAX
                                 TO WS-OBJ-PRECO-MAX(WS-QTD-OBJETOS)
                               MOVE TAB-ALIENACAO
                                 TO WS-OBJ-ALIENACAO(WS-QTD-OBJETOS)
                           END-IF
                   END-READ
               END-PERFORM

               DISPLAY 'INFORME O NOME DO CLIENTE: '
               ACCEPT PRO-NOME-CLIENTE
               PERFORM P260-ESCOLHE-SISTEMA
               PERFORM P110-ESCOLHE-OBJETO
               MOVE REG-OBJETO       TO PRO-OBJETO

                                         TO PRO-TAXA-JUROS
                   MOVE WS-CEN-PARCELAS(WS-IND-CEN)
                                         TO PRO-NUM-PARCELAS
                   MOVE WS-SISTEMA-AMORT TO PRO-SISTEMA-AMORT
                   MOVE 'S'              TO PRO-ORIGEM
                   MOVE 'N'              TO PRO-ALIENACAO
                   IF WS-POS-OBJETO GREATER THAN ZEROS
                       MOVE WS-OBJ-ALIENACAO(WS-POS-OBJETO)
                                         TO PRO-ALIENACAO
                   END-IF
                   MOVE WS-CEN-IOF(WS-IND-CEN) TO PRO-VR-IOF
                   MOVE WS-CEN-TAC(WS-IND-CEN) TO PRO-VR-TAC
                   IF SISTEMA-SAC
                       MOVE WS-CEN-SAC-PRIMEIRA(WS-IND-CEN)
                                         TO PRO-VR-PARCELA
                       MOVE WS-CEN-SAC-CET-MENSAL(WS-IND-CEN)
                                         TO PRO-CET-MENSAL
                       MOVE WS-CEN-SAC-CET-ANUAL(WS-IND-CEN)
                                         TO PRO-CET-ANUAL
                   ELSE
                       MOVE WS-CEN-VR-PARCELA(WS-IND-CEN)
                                         TO PRO-VR-PARCELA
                       MOVE WS-CEN-CET-MENSAL(WS-IND-CEN)
                                         TO PRO-CET-MENSAL
                       MOVE WS-CEN-CET-ANUAL(WS-IND-CEN)
                                         TO PRO-CET-ANUAL
                   END-IF
                   MOVE WS-CEN-CARENCIA(WS-IND-CEN)
                                         TO PRO-CARENCIA
                   MOVE WS-CEN-JUROS-CAR(WS-IND-CEN)
                                         TO PRO-VR-JUROS-CARENCIA
                   ACCEPT PRO-DT-EMISSAO FROM DATE YYYYMMDD
                   MOVE PRO-DT-EMISSAO   TO WS-VENC-DT-CONTRATO
                   COMPUTE PRO-DT-VALIDADE =
                  DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           IF PRO-AMORT-SAC
               MOVE WS-CEN-SAC-ULTIMA(WS-IND-CEN) TO WS-PARCELA-MSK
               STRING 'PLANO SAC: ' PRO-NUM-PARCELAS
                      ' PARCELAS DECRESCENTES DE ' PRO-VR-PARCELA
                      ' A ' WS-PARCELA-MSK
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           ELSE
               STRING 'PLANO: ' PRO-NUM-PARCELAS
                      ' PARCELAS DE ' PRO-VR-PARCELA
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           END-IF
           WRITE REG-LINHA-PROPOSTA
           IF PRO-CARENCIA GREATER THAN ZEROS
               MOVE SPACES          TO REG-LINHA-PROPOSTA
               STRING 'CARENCIA: ' PRO-CARENCIA
                      ' MESES - JUROS CAPITALIZADOS: '
                      PRO-VR-JUROS-CARENCIA
                      DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
               WRITE REG-LINHA-PROPOSTA
           END-IF
           MOVE PRO-VR-IOF          TO WS-PREMIO-MSK
           MOVE PRO-VR-TAC          TO WS-TAC-MSK
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           STRING 'IOF: ' WS-PREMIO-MSK
                  '  TARIFA DE CADASTRO: ' WS-TAC-MSK
                  DELIMITED BY SIZE INTO REG-LINHA-PROPOSTA
           WRITE REG-LINHA-PROPOSTA
           MOVE SPACES              TO REG-LINHA-PROPOSTA
           MOVE PRO-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE PRO-CET-ANUAL       TO WS-CET-ANUAL-MSK
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
                  TO WS-CEN-TAXA(WS-IND-CEN)
            END-IF

            SET CARENCIA-OK          TO FALSE
            PERFORM UNTIL CARENCIA-OK
                DISPLAY 'CENARIO ' WS-IND-CEN
                        ' - CARENCIA ANTES DA PRIMEIRA PARCELA, EM '
                        'MESES (0 A ' WS-MAX-CARENCIA ', 0 = SEM '
                        'CARENCIA): '
                ACCEPT WS-CEN-CARENCIA(WS-IND-CEN)
                IF WS-CEN-CARENCIA(WS-IND-CEN) IS NUMERIC
                   AND WS-CEN-CARENCIA(WS-IND-CEN) NOT GREATER THAN
                       WS-MAX-CARENCIA
                    SET CARENCIA-OK  TO TRUE
                ELSE
                    DISPLAY 'CARENCIA INVALIDA! INFORME DE 0 A '
                            WS-MAX-CARENCIA ' MESES.'
                END-IF
            END-PERFORM

            PERFORM P700-CALCULA-PARCELA

            IF WS-CALCULO-OK
       P700-CALCULA-PARCELA.
            COMPUTE WS-VALOR-FINANCIADO =
                    WS-SIM-VALOR - WS-CEN-ENTRADA(WS-IND-CEN)
                    + WS-VR-PREMIO
            COMPUTE WS-TAXA-DECIMAL =
                    WS-CEN-TAXA(WS-IND-CEN) / 100

            SET WS-CALCULO-OK        TO TRUE

      *     IOF E TARIFA DE CADASTRO (CETUTIL) SOMADOS AO FINANCIADO
            MOVE 'T'                 TO WS-CET-FUNCAO
            MOVE WS-VALOR-FINANCIADO TO WS-CET-VR-BASE
            MOVE WS-CEN-PARCELAS(WS-IND-CEN) TO WS-CET-PRAZO
            MOVE WS-CEN-CARENCIA(WS-IND-CEN) TO WS-CET-CARENCIA
            CALL 'CETUTIL' USING WS-AREA-CET
            IF NOT CET-OK
                SET WS-CALCULO-OK    TO FALSE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CET-VR-IOF       TO WS-CEN-IOF(WS-IND-CEN)
            MOVE WS-CET-VR-TAC       TO WS-CEN-TAC(WS-IND-CEN)
            COMPUTE WS-VALOR-FINANCIADO = WS-VALOR-FINANCIADO
                    + WS-CET-VR-IOF + WS-CET-VR-TAC
                ON SIZE ERROR
                    SET WS-CALCULO-OK TO FALSE
                    EXIT PARAGRAPH
            END-COMPUTE

      *     CARENCIA: OS JUROS DOS MESES SEM PARCELA SAO CAPITALIZADOS
      *     NO VALOR FINANCIADO ANTES DO CALCULO DA TABELA PRICE
            MOVE ZEROS               TO WS-CEN-JUROS-CAR(WS-IND-CEN)
            IF WS-CEN-CARENCIA(WS-IND-CEN) GREATER THAN ZEROS AND
               WS-TAXA-DECIMAL GREATER THAN ZEROS
                MOVE WS-VALOR-FINANCIADO TO WS-BASE-CARENCIA
                COMPUTE WS-FATOR-CARENCIA =
                        (1 + WS-TAXA-DECIMAL) **
                        WS-CEN-CARENCIA(WS-IND-CEN)
                COMPUTE WS-CEN-JUROS-CAR(WS-IND-CEN) ROUNDED =
                        WS-BASE-CARENCIA * WS-FATOR-CARENCIA
                        - WS-BASE-CARENCIA
                    ON SIZE ERROR
                        SET WS-CALCULO-OK TO FALSE
                END-COMPUTE
                IF WS-CALCULO-OK
                    COMPUTE WS-VALOR-FINANCIADO =
                            WS-BASE-CARENCIA +
                            WS-CEN-JUROS-CAR(WS-IND-CEN)
                        ON SIZE ERROR
                            SET WS-CALCULO-OK TO FALSE
                    END-COMPUTE
                END-IF
                IF NOT WS-CALCULO-OK
                    EXIT PARAGRAPH
                END-IF
            END-IF

            IF WS-TAXA-DECIMAL EQUAL ZEROS THEN
                COMPUTE WS-VR-PARCELAS =
                        WS-VALOR-FINANCIADO /
                    END-COMPUTE
                END-IF
            END-IF

            IF WS-CALCULO-OK
                PERFORM P710-CALCULA-SAC
                PERFORM P730-CALCULA-CET
            END-IF
           .
       P700-FIM.

      ******************************************************************
      * CUSTO EFETIVO TOTAL DO CENARIO PELA PRICE E PELO SAC (CETUTIL):
      * O CLIENTE RECEBE O VALOR MENOS A ENTRADA E PAGA AS PARCELAS
      * CALCULADAS SOBRE O VALOR FINANCIADO (COM IOF, TAC, SEGURO E
      * JUROS DA CARENCIA)
      ******************************************************************
       P730-CALCULA-CET.
            MOVE 'C'                 TO WS-CET-FUNCAO
            COMPUTE WS-CET-VR-LIBERADO =
                    WS-SIM-VALOR - WS-CEN-ENTRADA(WS-IND-CEN)
            MOVE WS-VALOR-FINANCIADO TO WS-CET-VR-FINANCIADO
            MOVE WS-CEN-TAXA(WS-IND-CEN) TO WS-CET-TAXA

            MOVE 'P'                 TO WS-CET-SISTEMA
            PERFORM P735-CHAMA-CET
            MOVE WS-CET-MENSAL       TO WS-CEN-CET-MENSAL(WS-IND-CEN)
            MOVE WS-CET-ANUAL        TO WS-CEN-CET-ANUAL(WS-IND-CEN)

            MOVE 'S'                 TO WS-CET-SISTEMA
            PERFORM P735-CHAMA-CET
            MOVE WS-CET-MENSAL  TO WS-CEN-SAC-CET-MENSAL(WS-IND-CEN)
            MOVE WS-CET-ANUAL   TO WS-CEN-SAC-CET-ANUAL(WS-IND-CEN)
           .
       P730-FIM.

       P735-CHAMA-CET.
            CALL 'CETUTIL' USING WS-AREA-CET
            IF NOT CET-OK
                MOVE 999,99          TO WS-CET-MENSAL
                MOVE 99999,99        TO WS-CET-ANUAL
            END-IF
           .
       P735-FIM.

      ******************************************************************
      * O MESMO CENARIO PELO SAC (AMORTIZACAO CONSTANTE, PARCELAS
      * DECRESCENTES), PARCELA A PARCELA PELO MODULO AMORUTIL, PARA O
      * COMPARATIVO COM A TABELA PRICE
      ******************************************************************
       P710-CALCULA-SAC.
            MOVE ZEROS          TO WS-CEN-SAC-PRIMEIRA(WS-IND-CEN)
            MOVE ZEROS          TO WS-CEN-SAC-ULTIMA(WS-IND-CEN)
            MOVE ZEROS          TO WS-CEN-SAC-TOT-PAGO(WS-IND-CEN)

            MOVE WS-VALOR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
            MOVE WS-CEN-TAXA(WS-IND-CEN) TO WS-AMORT-TAXA
            MOVE WS-CEN-PARCELAS(WS-IND-CEN) TO WS-AMORT-PRAZO
            MOVE 'S'                 TO WS-AMORT-SISTEMA
            PERFORM P715-SOMA-PARCELA-SAC
                VARYING WS-IND-SAC FROM 1 BY 1
                UNTIL WS-IND-SAC GREATER THAN
                      WS-CEN-PARCELAS(WS-IND-CEN)

            ADD WS-CEN-ENTRADA(WS-IND-CEN)
                                TO WS-CEN-SAC-TOT-PAGO(WS-IND-CEN)
            COMPUTE WS-CEN-SAC-TOT-JUROS(WS-IND-CEN) =
                    WS-CEN-SAC-TOT-PAGO(WS-IND-CEN) - WS-SIM-VALOR
           .
       P710-FIM.

       P715-SOMA-PARCELA-SAC.
            MOVE WS-IND-SAC          TO WS-AMORT-PARCELA
            CALL 'AMORUTIL' USING WS-AREA-AMORT

            IF WS-IND-SAC EQUAL 1
                MOVE WS-AMORT-VR-PRESTACAO
                                TO WS-CEN-SAC-PRIMEIRA(WS-IND-CEN)
            END-IF
            MOVE WS-AMORT-VR-PRESTACAO
                                TO WS-CEN-SAC-ULTIMA(WS-IND-CEN)
            ADD WS-AMORT-VR-PRESTACAO
                                TO WS-CEN-SAC-TOT-PAGO(WS-IND-CEN)
           .
       P715-FIM.

      ******************************************************************
      * PREENCHE A TABELA DE PARCELAS DO CONTRATO PELO SISTEMA
      * ESCOLHIDO: NA PRICE TODAS IGUAIS; NO SAC CADA PARCELA COM O SEU
      * VALOR (AMORTIZACAO CONSTANTE MAIS OS JUROS SOBRE O SALDO)
      ******************************************************************
       P720-PREENCHE-PLANO.
            PERFORM P700-CALCULA-PARCELA
            MOVE WS-SISTEMA-AMORT    TO REG-SISTEMA-AMORT
            MOVE WS-CEN-IOF(WS-IND-CEN) TO REG-VR-IOF
            MOVE WS-CEN-TAC(WS-IND-CEN) TO REG-VR-TAC
            MOVE WS-VR-PREMIO        TO REG-VR-PREMIO
            IF SISTEMA-SAC
                MOVE WS-CEN-SAC-CET-MENSAL(WS-IND-CEN)
                                     TO REG-CET-MENSAL
                MOVE WS-CEN-SAC-CET-ANUAL(WS-IND-CEN)
                                     TO REG-CET-ANUAL
            ELSE
                MOVE WS-CEN-CET-MENSAL(WS-IND-CEN)
                                     TO REG-CET-MENSAL
                MOVE WS-CEN-CET-ANUAL(WS-IND-CEN)
                                     TO REG-CET-ANUAL
            END-IF
            MOVE REG-VR-IOF          TO WS-PREMIO-MSK
            DISPLAY 'IOF: ' WS-PREMIO-MSK
            MOVE REG-VR-TAC          TO WS-PREMIO-MSK
            DISPLAY 'TARIFA DE CADASTRO (TAC): ' WS-PREMIO-MSK
            MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
            MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
            DISPLAY 'CUSTO EFETIVO TOTAL (CET): ' WS-CET-MENSAL-MSK
                    ' % A.M. / ' WS-CET-ANUAL-MSK ' % A.A.'

            MOVE WS-VALOR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
            MOVE WS-CEN-TAXA(WS-IND-CEN) TO WS-AMORT-TAXA
            MOVE WS-CEN-PARCELAS(WS-IND-CEN) TO WS-AMORT-PRAZO
            MOVE WS-SISTEMA-AMORT    TO WS-AMORT-SISTEMA
            PERFORM P725-PREENCHE-PARCELA
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS
           .
       P720-FIM.

       P725-PREENCHE-PARCELA.
            IF SISTEMA-SAC
                MOVE WS-IND          TO WS-AMORT-PARCELA
                CALL 'AMORUTIL' USING WS-AREA-AMORT
                MOVE WS-AMORT-VR-PRESTACAO TO REG-PARCELAS(WS-IND)
            ELSE
                MOVE WS-VR-PARCELAS  TO REG-PARCELAS(WS-IND)
            END-IF
           .
       P725-FIM.

       P270-COMPARA-CENARIOS.
            DISPLAY '================================================'
            DISPLAY 'COMPARATIVO DOS CENARIOS SIMULADOS:'
            DISPLAY 'CEN ENTRADA     TAXA PARC CAR      PARCELA'
                    '    TOTAL PAGO   TOTAL JUROS'
            DISPLAY '    (LINHA PRICE: PARCELA FIXA / LINHA SAC: '
                    'PRIMEIRA E ULTIMA PARCELA)'
            PERFORM P275-MOSTRA-CENARIO
                VARYING WS-IND-CEN FROM 1 BY 1
                UNTIL WS-IND-CEN GREATER THAN WS-QTD-CENARIOS
                    WS-CEN-ENTRADA(WS-IND-CEN) ' '
                    WS-CEN-TAXA(WS-IND-CEN) ' '
                    WS-CEN-PARCELAS(WS-IND-CEN) ' '
                    WS-CEN-CARENCIA(WS-IND-CEN) '  '
                    WS-PARCELA-MSK ' '
                    WS-TOTAL-MSK ' '
                    WS-JUROS-MSK ' PRICE'
            MOVE WS-CEN-SAC-PRIMEIRA(WS-IND-CEN) TO WS-PARCELA-MSK
            MOVE WS-CEN-SAC-ULTIMA(WS-IND-CEN)   TO WS-SAC-ULTIMA-MSK
            MOVE WS-CEN-SAC-TOT-PAGO(WS-IND-CEN) TO WS-TOTAL-MSK
            MOVE WS-CEN-SAC-TOT-JUROS(WS-IND-CEN) TO WS-JUROS-MSK
            DISPLAY '  SAC: ' WS-PARCELA-MSK ' A '
                    WS-SAC-ULTIMA-MSK '   '
                    WS-TOTAL-MSK ' '
                    WS-JUROS-MSK
            MOVE WS-CEN-IOF(WS-IND-CEN) TO WS-PREMIO-MSK
            MOVE WS-CEN-TAC(WS-IND-CEN) TO WS-TAC-MSK
            MOVE WS-CEN-CET-MENSAL(WS-IND-CEN) TO WS-CET-MENSAL-MSK
            MOVE WS-CEN-CET-ANUAL(WS-IND-CEN)  TO WS-CET-ANUAL-MSK
            DISPLAY '  IOF ' WS-PREMIO-MSK ' TAC ' WS-TAC-MSK
                    ' CET PRICE ' WS-CET-MENSAL-MSK
                    '% A.M. ' WS-CET-ANUAL-MSK '% A.A.'
            MOVE WS-CEN-SAC-CET-MENSAL(WS-IND-CEN)
                                     TO WS-CET-MENSAL-MSK
            MOVE WS-CEN-SAC-CET-ANUAL(WS-IND-CEN)
                                     TO WS-CET-ANUAL-MSK
            DISPLAY '  CET SAC ' WS-CET-MENSAL-MSK '% A.M. '
                    WS-CET-ANUAL-MSK '% A.A.'
           .
       P275-FIM.

      ******************************************************************
      * SISTEMA DE AMORTIZACAO DO CONTRATO: TABELA PRICE (PARCELAS
      * FIXAS) OU SAC (AMORTIZACAO CONSTANTE, PARCELAS DECRESCENTES)
      ******************************************************************
       P260-ESCOLHE-SISTEMA.
            MOVE SPACES              TO WS-SISTEMA-AMORT
            PERFORM UNTIL SISTEMA-VALIDO
                DISPLAY 'SISTEMA DE AMORTIZACAO: <P> PRICE (PARCELAS '
                        'FIXAS) OU <S> SAC (PARCELAS DECRESCENTES): '
                ACCEPT WS-SISTEMA-AMORT
                IF WS-SISTEMA-AMORT EQUAL 'p'
                    SET SISTEMA-PRICE TO TRUE
                END-IF
                IF WS-SISTEMA-AMORT EQUAL 's'
                    SET SISTEMA-SAC  TO TRUE
                END-IF
                IF NOT SISTEMA-VALIDO
                    DISPLAY 'SISTEMA INVALIDO! INFORME P OU S.'
                END-IF
            END-PERFORM
           .
       P260-FIM.

       P280-GRAVA-ESCOLHIDO.
            PERFORM P100-VINCULA-CONTATO

                MOVE WS-CEN-VR-PARCELA(WS-IND-CEN)
                                     TO WS-VR-PARCELAS

                PERFORM P260-ESCOLHE-SISTEMA
                PERFORM P170-OFERECE-SEGURO
                PERFORM P720-PREENCHE-PLANO

                PERFORM P900-GRAVA-CONTRATO
            ELSE
           .
       P280-FIM.

      ******************************************************************
      * SEGURO PRESTAMISTA: COTADO PELO MODULO PRSUTIL PELA IDADE DO
      * TITULAR E PELO PRAZO; ACEITO, O PREMIO ENTRA NO VALOR FINANCIADO
      * E A PARCELA E RECALCULADA
      ******************************************************************
       P170-OFERECE-SEGURO.
           MOVE ZEROS               TO WS-VR-PREMIO

           DISPLAY 'CONTRATAR O SEGURO PRESTAMISTA (MORTE E '
                   'DESEMPREGO)? <S/N>: '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'                 TO WS-PRS-FUNCAO
           MOVE WS-NASC-TITULAR     TO WS-PRS-DT-NASCIMENTO
           MOVE WS-CEN-PARCELAS(WS-IND-CEN) TO WS-PRS-PRAZO
           COMPUTE WS-PRS-VR-BASE =
                   WS-SIM-VALOR - WS-CEN-ENTRADA(WS-IND-CEN)
           CALL 'PRSUTIL' USING WS-AREA-PRS

           IF NOT PRS-OK
               DISPLAY 'SEGURO NAO DISPONIVEL: ' WS-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRS-VR-PREMIO    TO WS-VR-PREMIO
           PERFORM P700-CALCULA-PARCELA

           IF WS-CALCULO-OK
               MOVE WS-PRS-VR-PREMIO TO WS-PREMIO-MSK
               DISPLAY 'IDADE ' WS-PRS-IDADE ' ANOS - TAXA '
                       WS-PRS-TAXA ' % - PREMIO ' WS-PREMIO-MSK
               IF SISTEMA-SAC
                   MOVE WS-CEN-SAC-PRIMEIRA(WS-IND-CEN)
                                    TO WS-PARCELA-MSK
                   DISPLAY 'NOVA 1A PARCELA (SAC) COM O SEGURO: '
                           WS-PARCELA-MSK
               ELSE
                   MOVE WS-VR-PARCELAS TO WS-PARCELA-MSK
                   DISPLAY 'NOVA PARCELA COM O SEGURO: '
                           WS-PARCELA-MSK
               END-IF
           ELSE
               DISPLAY 'PARCELA COM O SEGURO FORA DE FAIXA - '
                       'CONTRATO SEGUE SEM O SEGURO.'
               MOVE ZEROS           TO WS-VR-PREMIO
               PERFORM P700-CALCULA-PARCELA
           END-IF
           .
       P170-FIM.

       P100-VINCULA-CONTATO.
           SET CONTATO-VALIDO       TO FALSE
           SET FS-CTT-OK            TO TRUE
                           IF WS-ST-ATIVO
                               SET CONTATO-VALIDO TO TRUE
                               DISPLAY 'CONTATO: ' WS-NM-CONTATO
                               MOVE WS-NASC-CONTATO TO WS-NASC-TITULAR
                               MOVE WS-ID-CONTATO TO WS-RFB-ID-CONTATO
                               MOVE WS-DOC-CONTATO TO WS-RFB-DOCUMENTO
                           ELSE
                               DISPLAY 'CONTATO ESTA EXCLUIDO '
                                       '(INATIVO)!'
               CLOSE CONTATOS

               PERFORM P160-ANALISE-CREDITO

               IF CONTATO-VALIDO
                   PERFORM P167-CONFERE-RECEITA
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS '
                       '(FILE STATUS: ' WS-FS-CTT ').'
      ******************************************************************
      * ANALISE DE CREDITO DO CONTATO ANTES DA EMISSAO: VARRE OS
      * CONTRATOS EXISTENTES DO CONTATO SOMANDO A EXPOSICAO EM ABERTO
      * E CONTANDO PARCELAS VENCIDAS NAO PAGAS; HAVENDO ATRASO,
      * EXPOSICAO ACIMA DO TETO (LIMITE_EXPOSICAO.TXT) OU ESCORE DE
      * COMPORTAMENTO NAS FAIXAS D/E (SCOUTIL), A EMISSAO SO SEGUE COM
      * AUTORIZACAO DE SUPERVISOR (NIVEL 3 OU 4)
      ******************************************************************
       P160-ANALISE-CREDITO.
           MOVE ZEROS               TO WS-EXPOSICAO

           PERFORM P166-LE-LIMITE

           MOVE WS-ID-INFORMADO     TO WS-SCO-ID-CONTATO
           CALL 'SCOUTIL' USING WS-AREA-SCO
           IF SCO-ACHADO
               DISPLAY 'ESCORE DE COMPORTAMENTO....: ' WS-SCO-SCORE
                       ' FAIXA ' WS-SCO-FAIXA
                       ' (APURADO EM ' WS-SCO-DT-APURACAO ')'
           ELSE
               DISPLAY 'ESCORE DE COMPORTAMENTO....: NAO APURADO'
           END-IF

           IF WS-QTD-PARC-VENCIDAS GREATER THAN ZEROS OR
              SCO-FAIXA-RESTRITA OR
              (WS-LIMITE-EXPOSICAO GREATER THAN ZEROS AND
               WS-EXPOSICAO GREATER THAN WS-LIMITE-EXPOSICAO)
               MOVE WS-EXPOSICAO    TO WS-EXPOSICAO-MSK
                       WS-QTD-PARC-VENCIDAS
               DISPLAY 'EXPOSICAO EM ABERTO........: '
                       WS-EXPOSICAO-MSK
               IF SCO-FAIXA-RESTRITA
                   DISPLAY 'FAIXA DO ESCORE RESTRITA...: '
                           WS-SCO-FAIXA
               END-IF
               IF WS-LIMITE-EXPOSICAO GREATER THAN ZEROS
                   DISPLAY 'TETO CONFIGURADO...........: '
                           WS-LIMITE-EXPOSICAO
               NOT AT END
                   IF REG-ID-CONTATO EQUAL WS-ID-INFORMADO AND
                      NOT REG-CONTRATO-CANCELADO AND
                      NOT REG-CONTRATO-QUITADO AND
                      NOT REG-CONTRATO-REFINANCIADO
                       PERFORM P163-AVALIA-PARCELA-ANALISE
                           VARYING WS-IND-ANALISE FROM 1 BY 1
                           UNTIL WS-IND-ANALISE GREATER THAN

               MOVE REG-DT-CONTRATO TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-ANALISE  TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC

           .
       P166-FIM.

      ******************************************************************
      * DOCUMENTO DO CONTATO IRREGULAR NA RECEITA FEDERAL (SITUACAO
      * IMPORTADA POR RFBCNTT): A EMISSAO SO SEGUE COM AUTORIZACAO DE
      * SUPERVISOR (NIVEL 3 OU 4)
      ******************************************************************
       P167-CONFERE-RECEITA.
           CALL 'RFBUTIL' USING WS-AREA-RFB

           IF RFB-IRREGULAR
               DISPLAY '*** DOCUMENTO IRREGULAR NA RECEITA FEDERAL ***'
               DISPLAY 'CPF/CNPJ...: ' WS-RFB-DOCUMENTO
               DISPLAY 'SITUACAO...: ' WS-RFB-DESCRICAO
                       ' DESDE ' WS-RFB-DT-SITUACAO
               PERFORM P168-CONFERE-SUPERVISOR
               IF NOT AUTORIZADO
                   DISPLAY 'EMISSAO NAO AUTORIZADA - DOCUMENTO '
                           'IRREGULAR NA RECEITA.'
                   SET CONTATO-VALIDO TO FALSE
               END-IF
           END-IF
           .
       P167-FIM.

       P168-CONFERE-SUPERVISOR.
           SET AUTORIZADO           TO FALSE
           SET FS-OPER-OK           TO TRUE

       P900-GRAVA-CONTRATO.
           SET FS-OK                TO TRUE
           SET CONTRATO-GRAVADO     TO FALSE

      *    OBJETO DO CATALOGO SEM ESTOQUE: SO COMO ENCOMENDA ACEITA
           SET ESTOQUE-LIBERADO     TO TRUE
           IF WS-POS-OBJETO GREATER THAN ZEROS
               PERFORM P980-CONFERE-ESTOQUE
               IF NOT ESTOQUE-LIBERADO
                   DISPLAY 'ESTOQUE NAO LIBERADO - CONTRATO NAO '
                           'GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    OBJETO ALIENADO EM GARANTIA: SEM OS DADOS DO BEM NAO HA
      *    EMISSAO
           SET GARANTIA-OK          TO FALSE
           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF WS-OBJ-ALIENACAO(WS-POS-OBJETO) EQUAL 'S'
                   SET GARANTIA-CANCELADA TO FALSE
                   PERFORM P960-INFORMA-GARANTIA
                       UNTIL GARANTIA-OK OR GARANTIA-CANCELADA
                   IF GARANTIA-CANCELADA
                       DISPLAY 'BEM NAO INFORMADO - CONTRATO NAO '
                               'GRAVADO.'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           OPEN I-O CONTRATOS

               MOVE WS-ID-AVALISTA  TO REG-ID-AVALISTA
               ACCEPT REG-DT-CONTRATO FROM DATE YYYYMMDD
               SET REG-CONTRATO-ATIVO TO TRUE
               PERFORM P970-EXIGENCIAS-DOCS
               MOVE ZEROS           TO REG-NUM-CONTRATO-NOVO
               MOVE WS-CEN-CARENCIA(WS-IND-CEN) TO REG-CARENCIA
               MOVE WS-CEN-JUROS-CAR(WS-IND-CEN)
                                    TO REG-VR-JUROS-CARENCIA

               SET DIA-VENC-OK      TO FALSE
               PERFORM UNTIL DIA-VENC-OK
                   SET REG-REAJUSTA-NAO TO TRUE
               END-IF

               SET VENDEDOR-OK      TO FALSE
               PERFORM P915-INFORMA-VENDEDOR UNTIL VENDEDOR-OK
               MOVE WS-NOVO-NUMERO  TO WS-COM-NUM-CONTRATO
               MOVE REG-OBJETO      TO WS-COM-OBJETO
               MOVE REG-NUM-PARCELAS TO WS-COM-PRAZO
               COMPUTE WS-COM-VR-BASE = REG-VALOR - REG-VR-ENTRADA

               WRITE REG-FINANCIAMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CONTRATO DE '
                       DISPLAY 'CONTRATO DE FINANCIAMENTO GRAVADO '
                               'COM SUCESSO! NUMERO: '
                               REG-NUM-CONTRATO
                       SET CONTRATO-GRAVADO TO TRUE
                       PERFORM P920-GRAVA-AUDITORIA
               END-WRITE
           ELSE
           END-IF

           CLOSE CONTRATOS

           IF CONTRATO-GRAVADO
               IF WS-POS-OBJETO GREATER THAN ZEROS
                   PERFORM P985-BAIXA-ESTOQUE
               END-IF
               IF GARANTIA-OK
                   PERFORM P965-GRAVA-GARANTIA
               END-IF
               IF DOCS-PENDENTES
                   PERFORM P975-GRAVA-CHECKLIST
               END-IF
               IF WS-VR-PREMIO GREATER THAN ZEROS
                   PERFORM P940-ADERE-SEGURO
               END-IF
               PERFORM P930-EMITE-CCB
               IF WS-COM-VENDEDOR NOT EQUAL 'BALCAO'
                   PERFORM P950-APURA-COMISSAO
               END-IF
           END-IF
           .
       P900-FIM.

           .
       P910-FIM.

      ******************************************************************
      * VENDEDOR DO CONTRATO (OPERADOR ATIVO); ENTER = OPERADOR DA
      * SESSAO; SEM OPERADOR IDENTIFICADO FICA 'BALCAO', SEM COMISSAO
      ******************************************************************
       P915-INFORMA-VENDEDOR.
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
       P915-FIM.

       P920-GRAVA-AUDITORIA.
           SET FS-FAU-OK            TO TRUE

           END-IF
           .
       P920-FIM.

      ******************************************************************
      * PRIMEIRA VIA DA CEDULA DE CREDITO BANCARIO PARA ASSINATURA
      ******************************************************************
       P930-EMITE-CCB.
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
       P930-FIM.

      ******************************************************************
      * ADESAO DO SEGURO PRESTAMISTA DO CONTRATO GRAVADO
      ******************************************************************
       P940-ADERE-SEGURO.
           MOVE 'A'                 TO WS-PRS-FUNCAO
           MOVE WS-NOVO-NUMERO      TO WS-PRS-NUM-CONTRATO
           MOVE WS-ID-INFORMADO     TO WS-PRS-ID-CONTATO
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
       P940-FIM.

      ******************************************************************
      * COMISSAO DO VENDEDOR SOBRE O CONTRATO GRAVADO
      ******************************************************************
       P950-APURA-COMISSAO.
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
       P950-FIM.

      ******************************************************************
      * DADOS DO BEM ALIENADO (VEICULO OU MAQUINA), CONFERIDOS PELO
      * MODULO GARUTIL; <ENTER> NO TIPO DESISTE DA EMISSAO
      ******************************************************************
       P960-INFORMA-GARANTIA.
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
       P960-FIM.

      ******************************************************************
      * REGISTRO DA GARANTIA DO CONTRATO GRAVADO
      ******************************************************************
       P965-GRAVA-GARANTIA.
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
       P965-FIM.
      ******************************************************************
      * DOCUMENTOS EXIGIDOS PARA O OBJETO E O VALOR (MODULO DOCUTIL):
      * HAVENDO ALGUM, O CONTRATO NASCE PENDENTE DE DOCUMENTOS E SO E
      * ATIVADO QUANDO DOCFIN DA O RECEBIMENTO DO ULTIMO
      ******************************************************************
       P970-EXIGENCIAS-DOCS.
           SET DOCS-PENDENTES       TO FALSE
           INITIALIZE WS-AREA-DOC
           MOVE 'E'                 TO WS-DOC-FUNCAO
           MOVE REG-OBJETO          TO WS-DOC-OBJETO
           MOVE REG-VALOR           TO WS-DOC-VALOR
           CALL 'DOCUTIL' USING WS-AREA-DOC

           IF DOC-OK AND WS-DOC-QTD-EXIGIDOS GREATER THAN ZEROS
               SET REG-CONTRATO-PEND-DOC TO TRUE
               SET DOCS-PENDENTES   TO TRUE
           END-IF
           .
       P970-FIM.

      ******************************************************************
      * CHECKLIST DE DOCUMENTOS DO CONTRATO GRAVADO
      ******************************************************************
       P975-GRAVA-CHECKLIST.
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
       P975-FIM.

      ******************************************************************
      * SALDO DO OBJETO NO ESTOQUE DO CATALOGO (MODULO ESTUTIL): SEM
      * SALDO O CONTRATO SO E EMITIDO COMO ENCOMENDA, SE O CLIENTE
      * ACEITAR AGUARDAR A ENTRADA DA MERCADORIA
      ******************************************************************
       P980-CONFERE-ESTOQUE.
           INITIALIZE WS-AREA-EST
           MOVE 'C'                 TO WS-EST-FUNCAO
           MOVE WS-OBJ-CHAVE(WS-POS-OBJETO) TO WS-EST-CHAVE
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF NOT EST-OK
               DISPLAY 'ESTOQUE NAO CONFERIDO: ' WS-EST-MOTIVO
               SET ESTOQUE-LIBERADO TO FALSE
               EXIT PARAGRAPH
           END-IF

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
           END-IF
           .
       P980-FIM.

      ******************************************************************
      * SAIDA DO OBJETO DO ESTOQUE PELO CONTRATO GRAVADO
      ******************************************************************
       P985-BAIXA-ESTOQUE.
           INITIALIZE WS-AREA-EST
           MOVE 'S'                 TO WS-EST-FUNCAO
           MOVE WS-OBJ-CHAVE(WS-POS-OBJETO) TO WS-EST-CHAVE
           MOVE WS-NOVO-NUMERO      TO WS-EST-NUM-CONTRATO
           MOVE 'PROG-OCC'          TO WS-EST-ORIGEM
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
       P985-FIM.

       COPY LAYCHKP.

       END PROGRAM PROG-OCCURS.
