      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 02/12/2024
      * Purpose: OFERTAS PRE-APROVADAS DE RENOVACAO - LOTE MENSAL QUE
      *          PROCURA OS CONTATOS COM CONTRATO ATIVO PERTO DO FIM
      *          (NO MAXIMO N PARCELAS EM ABERTO, PADRAO 3) E SEM
      *          NENHUM ATRASO EM PAGAMENTOS.dat (PARCELA PAGA DEPOIS
      *          DO VENCIMENTO OU VENCIDA EM ABERTO EM QUALQUER
      *          CONTRATO VIVO DO CONTATO), ATIVOS, COM CONSENTIMENTO
      *          DE MARKETING, FORA DAS FAIXAS D E E DO ESCORE
      *          (SCOUTIL) E COM CPF/CNPJ REGULAR NA RECEITA FEDERAL
      *          (RFBUTIL); CALCULA O VALOR PRE-APROVADO COMO O VALOR
      *          PRESENTE DA PARCELA ATUAL NA TAXA E NO PRAZO MAXIMO DO
      *          OBJETO NO CATALOGO (TABELA.TXT, PELO NOME DO OBJETO DO
      *          CONTRATO; FORA DO CATALOGO VALEM A TAXA E O PRAZO DO
      *          CONTRATO), EM CENTENAS INTEIRAS, LIMITADO AO PRECO
      *          MAXIMO E DESCARTADO ABAIXO DO MINIMO DO OBJETO; IOF,
      *          TARIFA E CET PELO CETUTIL E PARCELA PELA TABELA PRICE
      *          (AMORUTIL); GRAVA CADA OFERTA COMO PROPOSTA ABERTA EM
      *          PROPOSTAS.dat (FD_PROP, ORIGEM O), COM VALIDADE
      *          (PADRAO 30 DIAS), PARA A CONVERSAO POR PROPFIN E A
      *          TIRAGEM DAS CARTAS POR CARCNTT; CONTATO COM OFERTA
      *          AINDA VALIDA NAO RECEBE OUTRA. RELACAO DAS OFERTAS E
      *          DAS EXCLUSOES NO SPOOL (SPOOLUTL); INICIO E FIM DA
      *          RODADA NO LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFEFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT CONTATOS ASSIGN TO
               'CONTATOS.dat'
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

               SELECT PROPOSTAS ASSIGN TO
               'PROPOSTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRO-NUMERO
               FILE STATUS IS WS-FS-PRO.

               SELECT TABELA ASSIGN TO
               'TABELA.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD PROPOSTAS.
          COPY FD_PROP.

       FD TABELA.
       01 REG-TABELA.
           03 TAB-CHAVE              PIC 99.
           03 TAB-NOME               PIC X(20).
           03 TAB-PRECO              PIC 9(06)V99.
           03 TAB-TAXA-PADRAO        PIC 9(02)V99.
           03 TAB-PRAZO-MAX          PIC 999.
           03 TAB-PRECO-MIN          PIC 9(06)V99.
           03 TAB-PRECO-MAX          PIC 9(06)V99.
           03 TAB-ALIENACAO          PIC X(01).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-PRO                       PIC 99.
          88 FS-PRO-OK                    VALUE 0.
       77 WS-FS-TAB                       PIC 99.
          88 FS-TAB-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRO                      PIC X.
          88 EOF-PRO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-TAB                      PIC X.
          88 EOF-TAB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ATRASADO            PIC X VALUE 'N'.
          88 CONTRATO-ATRASADO            VALUE 'S' FALSE 'N'.
       77 WS-ID-ENCONTRADO                PIC X VALUE 'N'.
          88 ID-ENCONTRADO                VALUE 'S' FALSE 'N'.
       77 WS-CALCULO-OK                   PIC X VALUE 'S'.
          88 CALCULO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-MAX-RESTANTES                PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-VALIDADE                PIC 9(03) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-CAND                     PIC 9(04) VALUE ZEROS.
       77 WS-IND-ID                       PIC 9(04) VALUE ZEROS.
       77 WS-IND-OBJ                      PIC 9(03) VALUE ZEROS.
       77 WS-POS-OBJETO                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-OBJETOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RESTANTES                PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRA-ABERTA              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-OFERTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CONTRATOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-OFERTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VIGENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-PROCURADO                 PIC 9(06) VALUE ZEROS.
       77 WS-MAX-PROPOSTA                 PIC 9(06) VALUE ZEROS.
       77 WS-NOVA-PROPOSTA                PIC 9(06) VALUE ZEROS.
       77 WS-TAXA-OFERTA                  PIC 9(02)V99 VALUE ZEROS.
       77 WS-PRAZO-OFERTA                 PIC 9(03) VALUE ZEROS.
       77 WS-TAXA-DECIMAL                 PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-DESCONTO               PIC 9(01)V9(10) VALUE ZEROS.
       77 WS-VALOR-CALCULADO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-CENTENAS                     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-OFERTA                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-VALOR-FINANCIADO             PIC 9(07)V99 VALUE ZEROS.
       77 WS-MOTIVO                       PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
      ******************************************************************
      * CONTRATO EM AVALIACAO E A SITUACAO DE CADA PARCELA: VALOR DO
      * PLANO, TOTAL PAGO (SEM ESTORNADOS) E A DATA DO PAGAMENTO QUE
      * COMPLETOU O VALOR DA PARCELA
      ******************************************************************
       01 WS-CONTRATO-AVAL.
          03 WS-AVL-NUM-PARCELAS          PIC 9(03).
          03 WS-AVL-PARCELA               OCCURS 420 TIMES.
             05 WS-AVL-VR-PARCELA         PIC 9(06)V99.
             05 WS-AVL-VR-PAGO            PIC 9(08)V99.
             05 WS-AVL-DT-QUITADA         PIC 9(08).
      ******************************************************************
      * OBJETOS DO CATALOGO COM A POLITICA DE CREDITO DE CADA UM
      ******************************************************************
       01 WS-TAB-OBJETOS.
          03 WS-OBJETO                    OCCURS 50 TIMES.
             05 WS-OBJ-NOME               PIC X(20).
             05 WS-OBJ-TAXA               PIC 9(02)V99.
             05 WS-OBJ-PRAZO-MAX          PIC 999.
             05 WS-OBJ-PRECO-MIN          PIC 9(06)V99.
             05 WS-OBJ-PRECO-MAX          PIC 9(06)V99.
             05 WS-OBJ-ALIENACAO          PIC X(01).
      ******************************************************************
      * CONTRATOS CANDIDATOS (EM DIA E PERTO DO FIM), CONTATOS COM
      * ATRASO EM ALGUM CONTRATO VIVO E CONTATOS JA COM OFERTA VALIDA
      ******************************************************************
       01 WS-TAB-CANDIDATOS.
          03 WS-CANDIDATO                 OCCURS 2000 TIMES.
             05 WS-CAN-NUM-CONTRATO       PIC 9(06).
             05 WS-CAN-ID-CONTATO         PIC 9(06).
             05 WS-CAN-OBJETO             PIC X(20).
             05 WS-CAN-TAXA               PIC 9(02)V99.
             05 WS-CAN-NUM-PARCELAS       PIC 9(03).
             05 WS-CAN-RESTANTES          PIC 9(03).
             05 WS-CAN-VR-PARCELA         PIC 9(06)V99.
       01 WS-TAB-BLOQUEADOS.
          03 WS-ID-BLOQUEADO              OCCURS 2000 TIMES
                                          PIC 9(06).
       01 WS-TAB-OFERTADOS.
          03 WS-ID-OFERTADO               OCCURS 2000 TIMES
                                          PIC 9(06).
       01 WS-LINHA-CANDIDATO.
          03 WS-LIN-CONTATO               PIC 9(06).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LIN-CONTRATO              PIC 9(06).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LIN-RESULTADO             PIC X(60).
       77 WS-VALOR-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-PRAZO-MSK                    PIC ZZ9.
       77 WS-PARCELA-MSK                  PIC ZZZ.ZZ9,99.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-SCO.
          03 WS-SCO-ID-CONTATO            PIC 9(06).
          03 WS-SCO-RESULTADO             PIC X(01).
             88 SCO-ACHADO                VALUE 'S'.
          03 WS-SCO-SCORE                 PIC 9(04).
          03 WS-SCO-FAIXA                 PIC X(01).
             88 SCO-FAIXA-RESTRITA        VALUE 'D' 'E'.
          03 WS-SCO-DT-APURACAO           PIC 9(08).
          03 WS-SCO-QTD-CONTRATOS         PIC 9(04).
          03 WS-SCO-QTD-EM-DIA            PIC 9(05).
          03 WS-SCO-QTD-ATRASO            PIC 9(05).
          03 WS-SCO-MEDIA-ATRASO          PIC 9(04).
          03 WS-SCO-MAIOR-ATRASO          PIC 9(04).
          03 WS-SCO-QTD-VENCIDAS          PIC 9(04).
          03 WS-SCO-QTD-ESTORNOS          PIC 9(04).
          03 WS-SCO-QTD-RENEG             PIC 9(04).
          03 WS-SCO-QTD-QUITADOS          PIC 9(04).
          03 WS-SCO-QTD-BAIXADOS          PIC 9(04).
       01 WS-AREA-RFB.
          03 WS-RFB-ID-CONTATO            PIC 9(06).
          03 WS-RFB-DOCUMENTO             PIC X(14).
          03 WS-RFB-SITUACAO              PIC X(01).
          03 WS-RFB-DT-SITUACAO           PIC 9(08).
          03 WS-RFB-DESCRICAO             PIC X(20).
          03 WS-RFB-RESULTADO             PIC X(01).
             88 RFB-IRREGULAR             VALUE 'I'.
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
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                  PIC X(40).
          03 LK-STATUS                    PIC X(01).
             88 LK-SUCESSO                VALUE '0'.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-BATCH             VALUE 'B'.

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

           DISPLAY '*** OFERTAS PRE-APROVADAS DE RENOVACAO ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P100-PEDE-PARAMETROS

           MOVE 'OFEFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P300-GERA-OFERTAS
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-CONTRATOS   TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-OFERTAS     TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-EXCLUIDOS   TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * NO PLANO NOTURNO VALEM OS PADROES (3 PARCELAS RESTANTES E 30
      * DIAS DE VALIDADE); PELO MENU O OPERADOR PODE INFORMAR OUTROS
      ******************************************************************
       P100-PEDE-PARAMETROS.
           MOVE ZEROS              TO WS-MAX-RESTANTES
           MOVE ZEROS              TO WS-DIAS-VALIDADE

           IF NOT LK-MODO-BATCH
               DISPLAY 'MAXIMO DE PARCELAS EM ABERTO NO CONTRATO '
                       '(0 = 3): '
               ACCEPT WS-MAX-RESTANTES
               DISPLAY 'VALIDADE DAS OFERTAS EM DIAS (0 = 30): '
               ACCEPT WS-DIAS-VALIDADE
           END-IF

           IF WS-MAX-RESTANTES EQUAL ZEROS
               MOVE 3              TO WS-MAX-RESTANTES
           END-IF
           IF WS-DIAS-VALIDADE EQUAL ZEROS
               MOVE 30             TO WS-DIAS-VALIDADE
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * CATALOGO DE OBJETOS (MANTIDO POR CATOBJ) COM A TAXA PADRAO, O
      * PRAZO MAXIMO E A FAIXA DE PRECO DE CADA OBJETO
      ******************************************************************
       P200-CARREGA-CATALOGO.
           MOVE ZEROS               TO WS-QTD-OBJETOS
           SET FS-TAB-OK            TO TRUE
           SET EOF-TAB-OK           TO FALSE

           OPEN INPUT TABELA
           IF NOT FS-TAB-OK
               DISPLAY 'SEM CATALOGO DE OBJETOS (TABELA.TXT): VALEM '
                       'A TAXA E O PRAZO DE CADA CONTRATO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P210-LE-OBJETO UNTIL EOF-TAB-OK

           CLOSE TABELA
           .
       P200-FIM.

       P210-LE-OBJETO.
           READ TABELA
               AT END
                   SET EOF-TAB-OK  TO TRUE
               NOT AT END
                   IF WS-QTD-OBJETOS LESS THAN 50
                       ADD 1        TO WS-QTD-OBJETOS
                       MOVE TAB-NOME
                               TO WS-OBJ-NOME(WS-QTD-OBJETOS)
                       MOVE TAB-TAXA-PADRAO
                               TO WS-OBJ-TAXA(WS-QTD-OBJETOS)
                       MOVE TAB-PRAZO-MAX
                               TO WS-OBJ-PRAZO-MAX(WS-QTD-OBJETOS)
                       MOVE TAB-PRECO-MIN
                               TO WS-OBJ-PRECO-MIN(WS-QTD-OBJETOS)
                       MOVE TAB-PRECO-MAX
                               TO WS-OBJ-PRECO-MAX(WS-QTD-OBJETOS)
                       MOVE TAB-ALIENACAO
                               TO WS-OBJ-ALIENACAO(WS-QTD-OBJETOS)
                   END-IF
           END-READ
           .
       P210-FIM.

      ******************************************************************
      * PRIMEIRA PASSADA NOS CONTRATOS VIVOS (CANDIDATOS E CONTATOS
      * COM ATRASO), DEPOIS AS OFERTAS AINDA VALIDAS E O NUMERO DA
      * ULTIMA PROPOSTA, E POR FIM A AVALIACAO DE CADA CANDIDATO
      ******************************************************************
       P300-GERA-OFERTAS.
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           MOVE ZEROS               TO WS-QTD-CANDIDATOS
           MOVE ZEROS               TO WS-QTD-BLOQUEADOS
           MOVE ZEROS               TO WS-QTD-OFERTADOS
           MOVE ZEROS               TO WS-QTD-OFERTAS
           MOVE ZEROS               TO WS-QTD-EXCLUIDOS
           MOVE ZEROS               TO WS-QTD-VIGENTES

           PERFORM P200-CARREGA-CATALOGO

           SET FS-OK               TO TRUE
           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               IF WS-FS EQUAL 35
                   DISPLAY 'SEM CONTRATOS - NENHUMA OFERTA GERADA.'
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           SET FS-PAG-OK           TO TRUE
           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF

           SET EOF-OK              TO FALSE
           PERFORM P320-LE-CONTRATO UNTIL EOF-OK

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE CONTRATOS

           SET FS-PRO-OK           TO TRUE
           OPEN I-O PROPOSTAS
           IF WS-FS-PRO EQUAL 35
               OPEN OUTPUT PROPOSTAS
               CLOSE PROPOSTAS
               OPEN I-O PROPOSTAS
           END-IF

           IF NOT FS-PRO-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROPOSTAS.'
               MOVE WS-FS-PRO      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PRO ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-LE-PROPOSTAS

           SET FS-CTT-OK           TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CTT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               MOVE WS-FS-CTT      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CTT ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE PROPOSTAS
               EXIT PARAGRAPH
           END-IF

           PERFORM P600-ABRE-RELATORIO

           PERFORM P500-AVALIA-CANDIDATO
               VARYING WS-IND-CAND FROM 1 BY 1
               UNTIL WS-IND-CAND GREATER THAN WS-QTD-CANDIDATOS

           PERFORM P690-FECHA-RELATORIO

           CLOSE CONTATOS
           CLOSE PROPOSTAS

           DISPLAY 'CONTRATOS LIDOS.......: ' WS-QTD-CONTRATOS
           DISPLAY 'CONTRATOS CANDIDATOS..: ' WS-QTD-CANDIDATOS
           DISPLAY 'CONTATOS COM ATRASO...: ' WS-QTD-BLOQUEADOS
           DISPLAY 'OFERTAS AINDA VALIDAS.: ' WS-QTD-VIGENTES
           DISPLAY 'OFERTAS GRAVADAS......: ' WS-QTD-OFERTAS
           DISPLAY 'CANDIDATOS EXCLUIDOS..: ' WS-QTD-EXCLUIDOS
           DISPLAY 'RELACAO GRAVADA EM ' WS-NOME-SPOOL
           .
       P300-FIM.

      ******************************************************************
      * CONTRATO VIVO (NAO CANCELADO, QUITADO, BAIXADO OU
      * REFINANCIADO) COM CONTATO VINCULADO
      ******************************************************************
       P320-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CONTRATOS
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-BAIXADO OR
                      REG-CONTRATO-REFINANCIADO OR
                      REG-ID-CONTATO EQUAL ZEROS
                       CONTINUE
                   ELSE
                       PERFORM P330-CARREGA-CONTRATO
                       PERFORM P360-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P320-FIM.

       P330-CARREGA-CONTRATO.
           MOVE REG-NUM-PARCELAS    TO WS-AVL-NUM-PARCELAS

           PERFORM P335-CARREGA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE ZEROS            TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P340-LE-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF
           .
       P330-FIM.

       P335-CARREGA-PARCELA.
           MOVE REG-PARCELAS(WS-IND-PARCELA)
                         TO WS-AVL-VR-PARCELA(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-VR-PAGO(WS-IND-PARCELA)
           MOVE ZEROS    TO WS-AVL-DT-QUITADA(WS-IND-PARCELA)
           .
       P335-FIM.

       P340-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO
                       PERFORM P350-APLICA-PAGAMENTO
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P340-FIM.

      ******************************************************************
      * PAGAMENTO NAO ESTORNADO SOMA NA PARCELA; O QUE COMPLETA O VALOR
      * DO PLANO DA A DATA DE PAGAMENTO DELA
      ******************************************************************
       P350-APLICA-PAGAMENTO.
           IF PAG-ESTORNADO
               EXIT PARAGRAPH
           END-IF

           IF PAG-NUM-PARCELA EQUAL ZEROS OR
              PAG-NUM-PARCELA GREATER THAN WS-AVL-NUM-PARCELAS
               EXIT PARAGRAPH
           END-IF

           MOVE PAG-NUM-PARCELA     TO WS-IND-PARCELA
           ADD PAG-VALOR-PAGO       TO WS-AVL-VR-PAGO(WS-IND-PARCELA)

           IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) EQUAL ZEROS AND
              WS-AVL-VR-PAGO(WS-IND-PARCELA) NOT LESS THAN
              WS-AVL-VR-PARCELA(WS-IND-PARCELA)
               MOVE PAG-DT-PAGAMENTO
                         TO WS-AVL-DT-QUITADA(WS-IND-PARCELA)
           END-IF
           .
       P350-FIM.

      ******************************************************************
      * PARCELA PAGA DEPOIS DO VENCIMENTO OU VENCIDA EM ABERTO TIRA O
      * CONTATO DAS OFERTAS; SEM ATRASO, O CONTRATO COM 1 A N PARCELAS
      * EM ABERTO E CANDIDATO, COM O VALOR DA PRIMEIRA PARCELA EM
      * ABERTO COMO PARCELA ATUAL
      ******************************************************************
       P360-AVALIA-CONTRATO.
           SET CONTRATO-ATRASADO    TO FALSE
           MOVE ZEROS               TO WS-QTD-RESTANTES
           MOVE ZEROS               TO WS-PRIMEIRA-ABERTA

           PERFORM P365-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN WS-AVL-NUM-PARCELAS

           IF CONTRATO-ATRASADO
               PERFORM P370-BLOQUEIA-CONTATO
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-RESTANTES GREATER THAN ZEROS AND
              WS-QTD-RESTANTES NOT GREATER THAN WS-MAX-RESTANTES
               PERFORM P380-INCLUI-CANDIDATO
           END-IF
           .
       P360-FIM.

       P365-AVALIA-PARCELA.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA      TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) GREATER THAN ZEROS
               IF WS-AVL-DT-QUITADA(WS-IND-PARCELA) GREATER THAN
                  WS-DATA-VENCIMENTO
                   SET CONTRATO-ATRASADO TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-RESTANTES
           IF WS-PRIMEIRA-ABERTA EQUAL ZEROS
               MOVE WS-IND-PARCELA  TO WS-PRIMEIRA-ABERTA
           END-IF

           IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
               SET CONTRATO-ATRASADO TO TRUE
           END-IF
           .
       P365-FIM.

       P370-BLOQUEIA-CONTATO.
           MOVE REG-ID-CONTATO      TO WS-ID-PROCURADO
           PERFORM P390-PROCURA-BLOQUEADO

           IF NOT ID-ENCONTRADO AND
              WS-QTD-BLOQUEADOS LESS THAN 2000
               ADD 1                TO WS-QTD-BLOQUEADOS
               MOVE REG-ID-CONTATO
                         TO WS-ID-BLOQUEADO(WS-QTD-BLOQUEADOS)
           END-IF
           .
       P370-FIM.

       P380-INCLUI-CANDIDATO.
           IF WS-QTD-CANDIDATOS NOT LESS THAN 2000
               DISPLAY 'LIMITE DE 2000 CANDIDATOS - CONTRATO '
                       REG-NUM-CONTRATO ' FICA PARA A PROXIMA RODADA.'
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-CANDIDATOS
           MOVE REG-NUM-CONTRATO
                         TO WS-CAN-NUM-CONTRATO(WS-QTD-CANDIDATOS)
           MOVE REG-ID-CONTATO
                         TO WS-CAN-ID-CONTATO(WS-QTD-CANDIDATOS)
           MOVE REG-OBJETO
                         TO WS-CAN-OBJETO(WS-QTD-CANDIDATOS)
           MOVE REG-TAXA-JUROS
                         TO WS-CAN-TAXA(WS-QTD-CANDIDATOS)
           MOVE REG-NUM-PARCELAS
                         TO WS-CAN-NUM-PARCELAS(WS-QTD-CANDIDATOS)
           MOVE WS-QTD-RESTANTES
                         TO WS-CAN-RESTANTES(WS-QTD-CANDIDATOS)
           MOVE WS-AVL-VR-PARCELA(WS-PRIMEIRA-ABERTA)
                         TO WS-CAN-VR-PARCELA(WS-QTD-CANDIDATOS)
           .
       P380-FIM.

       P390-PROCURA-BLOQUEADO.
           SET ID-ENCONTRADO        TO FALSE
           PERFORM P395-CONFERE-BLOQUEADO
               VARYING WS-IND-ID FROM 1 BY 1
               UNTIL WS-IND-ID GREATER THAN WS-QTD-BLOQUEADOS
                  OR ID-ENCONTRADO
           .
       P390-FIM.

       P395-CONFERE-BLOQUEADO.
           IF WS-ID-BLOQUEADO(WS-IND-ID) EQUAL WS-ID-PROCURADO
               SET ID-ENCONTRADO    TO TRUE
           END-IF
           .
       P395-FIM.

      ******************************************************************
      * PROPOSTAS JA GRAVADAS: A MAIOR NUMERACAO E OS CONTATOS COM
      * OFERTA PRE-APROVADA AINDA ABERTA E DENTRO DA VALIDADE
      ******************************************************************
       P400-LE-PROPOSTAS.
           MOVE ZEROS               TO WS-MAX-PROPOSTA
           MOVE ZEROS               TO PRO-NUMERO
           SET EOF-PRO-OK           TO FALSE

           START PROPOSTAS KEY IS NOT LESS THAN PRO-NUMERO
               INVALID KEY
                   SET EOF-PRO-OK   TO TRUE
           END-START

           PERFORM P410-LE-PROPOSTA UNTIL EOF-PRO-OK

           MOVE WS-MAX-PROPOSTA     TO WS-NOVA-PROPOSTA
           .
       P400-FIM.

       P410-LE-PROPOSTA.
           READ PROPOSTAS NEXT RECORD
               AT END
                   SET EOF-PRO-OK  TO TRUE
               NOT AT END
                   MOVE PRO-NUMERO  TO WS-MAX-PROPOSTA
                   IF PRO-OFERTA-PRE-APROVADA AND
                      PRO-ABERTA AND
                      PRO-DT-VALIDADE NOT LESS THAN WS-DATA-HOJE
                       ADD 1        TO WS-QTD-VIGENTES
                       MOVE PRO-ID-CONTATO TO WS-ID-PROCURADO
                       PERFORM P420-INCLUI-OFERTADO
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-INCLUI-OFERTADO.
           PERFORM P430-PROCURA-OFERTADO

           IF NOT ID-ENCONTRADO AND
              WS-QTD-OFERTADOS LESS THAN 2000
               ADD 1                TO WS-QTD-OFERTADOS
               MOVE WS-ID-PROCURADO TO WS-ID-OFERTADO(WS-QTD-OFERTADOS)
           END-IF
           .
       P420-FIM.

       P430-PROCURA-OFERTADO.
           SET ID-ENCONTRADO        TO FALSE
           PERFORM P435-CONFERE-OFERTADO
               VARYING WS-IND-ID FROM 1 BY 1
               UNTIL WS-IND-ID GREATER THAN WS-QTD-OFERTADOS
                  OR ID-ENCONTRADO
           .
       P430-FIM.

       P435-CONFERE-OFERTADO.
           IF WS-ID-OFERTADO(WS-IND-ID) EQUAL WS-ID-PROCURADO
               SET ID-ENCONTRADO    TO TRUE
           END-IF
           .
       P435-FIM.

      ******************************************************************
      * CANDIDATO: UMA OFERTA POR CONTATO, SEM ATRASO EM NENHUM
      * CONTRATO VIVO, ATIVO, COM CONSENTIMENTO DE MARKETING, FORA DAS
      * FAIXAS D E E DO ESCORE E COM CPF/CNPJ REGULAR
      ******************************************************************
       P500-AVALIA-CANDIDATO.
           MOVE WS-CAN-ID-CONTATO(WS-IND-CAND) TO WS-ID-PROCURADO

           PERFORM P430-PROCURA-OFERTADO
           IF ID-ENCONTRADO
               EXIT PARAGRAPH
           END-IF

           PERFORM P390-PROCURA-BLOQUEADO
           IF ID-ENCONTRADO
               MOVE 'PARCELA EM ATRASO EM OUTRO CONTRATO'
                                    TO WS-MOTIVO
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-PROCURADO     TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO CADASTRADO' TO WS-MOTIVO
                   PERFORM P570-LISTA-EXCLUSAO
                   EXIT PARAGRAPH
           END-READ

           IF NOT WS-ST-ATIVO
               MOVE 'CONTATO INATIVO'   TO WS-MOTIVO
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-CONS-MKT-SIM
               MOVE 'SEM CONSENTIMENTO DE MARKETING' TO WS-MOTIVO
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-PROCURADO     TO WS-SCO-ID-CONTATO
           CALL 'SCOUTIL' USING WS-AREA-SCO
           IF SCO-ACHADO AND SCO-FAIXA-RESTRITA
               MOVE SPACES          TO WS-MOTIVO
               STRING 'ESCORE NA FAIXA ' WS-SCO-FAIXA
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-PROCURADO     TO WS-RFB-ID-CONTATO
           MOVE WS-DOC-CONTATO      TO WS-RFB-DOCUMENTO
           CALL 'RFBUTIL' USING WS-AREA-RFB
           IF RFB-IRREGULAR
               MOVE SPACES          TO WS-MOTIVO
               STRING 'CPF/CNPJ ' WS-RFB-DESCRICAO
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           PERFORM P530-BUSCA-OBJETO
           PERFORM P540-CALCULA-VALOR
           IF NOT CALCULO-OK
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           PERFORM P550-CALCULA-CONDICOES
           IF NOT CALCULO-OK
               PERFORM P570-LISTA-EXCLUSAO
               EXIT PARAGRAPH
           END-IF

           PERFORM P560-GRAVA-PROPOSTA
           .
       P500-FIM.

      ******************************************************************
      * POLITICA DE CREDITO DO OBJETO DO CONTRATO NO CATALOGO; FORA
      * DELE (OU SEM TAXA/PRAZO NO CATALOGO) VALEM OS DO CONTRATO
      ******************************************************************
       P530-BUSCA-OBJETO.
           MOVE ZEROS               TO WS-POS-OBJETO
           PERFORM P535-CONFERE-OBJETO
               VARYING WS-IND-OBJ FROM 1 BY 1
               UNTIL WS-IND-OBJ GREATER THAN WS-QTD-OBJETOS
                  OR WS-POS-OBJETO GREATER THAN ZEROS

           MOVE WS-CAN-TAXA(WS-IND-CAND)         TO WS-TAXA-OFERTA
           MOVE WS-CAN-NUM-PARCELAS(WS-IND-CAND) TO WS-PRAZO-OFERTA

           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF WS-OBJ-TAXA(WS-POS-OBJETO) GREATER THAN ZEROS
                   MOVE WS-OBJ-TAXA(WS-POS-OBJETO) TO WS-TAXA-OFERTA
               END-IF
               IF WS-OBJ-PRAZO-MAX(WS-POS-OBJETO) GREATER THAN ZEROS
                   MOVE WS-OBJ-PRAZO-MAX(WS-POS-OBJETO)
                                    TO WS-PRAZO-OFERTA
               END-IF
           END-IF

           IF WS-PRAZO-OFERTA GREATER THAN 420
               MOVE 420             TO WS-PRAZO-OFERTA
           END-IF
           .
       P530-FIM.

       P535-CONFERE-OBJETO.
           IF WS-OBJ-NOME(WS-IND-OBJ) EQUAL
              WS-CAN-OBJETO(WS-IND-CAND)
               MOVE WS-IND-OBJ      TO WS-POS-OBJETO
           END-IF
           .
       P535-FIM.

      ******************************************************************
      * VALOR PRE-APROVADO: O QUE A PARCELA ATUAL DO CLIENTE FINANCIA
      * NA TAXA E NO PRAZO DA OFERTA (VALOR PRESENTE PELA TABELA PRICE),
      * ARREDONDADO PARA BAIXO EM CENTENAS, ATE O PRECO MAXIMO DO
      * OBJETO; ABAIXO DO PRECO MINIMO NAO HA OFERTA
      ******************************************************************
       P540-CALCULA-VALOR.
           SET CALCULO-OK           TO TRUE
           MOVE ZEROS               TO WS-VALOR-CALCULADO

           IF WS-PRAZO-OFERTA EQUAL ZEROS
               MOVE 'SEM PRAZO PARA A OFERTA' TO WS-MOTIVO
               SET CALCULO-OK       TO FALSE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TAXA-DECIMAL = WS-TAXA-OFERTA / 100

           IF WS-TAXA-DECIMAL EQUAL ZEROS
               COMPUTE WS-VALOR-CALCULADO =
                       WS-CAN-VR-PARCELA(WS-IND-CAND) * WS-PRAZO-OFERTA
           ELSE
               COMPUTE WS-FATOR-DESCONTO ROUNDED =
                       1 / ((1 + WS-TAXA-DECIMAL) ** WS-PRAZO-OFERTA)
                   ON SIZE ERROR
                       MOVE ZEROS   TO WS-FATOR-DESCONTO
               END-COMPUTE
               COMPUTE WS-VALOR-CALCULADO =
                       WS-CAN-VR-PARCELA(WS-IND-CAND)
                       * (1 - WS-FATOR-DESCONTO) / WS-TAXA-DECIMAL
           END-IF

           COMPUTE WS-CENTENAS = WS-VALOR-CALCULADO / 100
           COMPUTE WS-VALOR-CALCULADO = WS-CENTENAS * 100

           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF WS-OBJ-PRECO-MAX(WS-POS-OBJETO) GREATER THAN ZEROS
                  AND WS-VALOR-CALCULADO GREATER THAN
                      WS-OBJ-PRECO-MAX(WS-POS-OBJETO)
                   MOVE WS-OBJ-PRECO-MAX(WS-POS-OBJETO)
                                    TO WS-VALOR-CALCULADO
               END-IF
           END-IF

           IF WS-VALOR-CALCULADO GREATER THAN 999900
               MOVE 999900          TO WS-VALOR-CALCULADO
           END-IF
           MOVE WS-VALOR-CALCULADO  TO WS-VALOR-OFERTA

           IF WS-VALOR-OFERTA EQUAL ZEROS
               MOVE 'VALOR PRE-APROVADO ABAIXO DE 100,00'
                                    TO WS-MOTIVO
               SET CALCULO-OK       TO FALSE
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF WS-VALOR-OFERTA LESS THAN
                  WS-OBJ-PRECO-MIN(WS-POS-OBJETO)
                   MOVE 'VALOR ABAIXO DO MINIMO DO OBJETO'
                                    TO WS-MOTIVO
                   SET CALCULO-OK   TO FALSE
               END-IF
           END-IF
           .
       P540-FIM.

      ******************************************************************
      * CONDICOES DA OFERTA COMO NA SIMULACAO DE PROG-OCCURS: IOF E
      * TARIFA DE CADASTRO SOMADOS AO VALOR FINANCIADO, PARCELA PELA
      * TABELA PRICE E CET SOBRE O VALOR LIBERADO, SEM CARENCIA
      ******************************************************************
       P550-CALCULA-CONDICOES.
           SET CALCULO-OK           TO TRUE

           MOVE 'T'                 TO WS-CET-FUNCAO
           MOVE WS-VALOR-OFERTA     TO WS-CET-VR-BASE
           MOVE WS-PRAZO-OFERTA     TO WS-CET-PRAZO
           MOVE ZEROS               TO WS-CET-CARENCIA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF NOT CET-OK
               MOVE WS-CET-MOTIVO   TO WS-MOTIVO
               SET CALCULO-OK       TO FALSE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALOR-FINANCIADO = WS-VALOR-OFERTA
                   + WS-CET-VR-IOF + WS-CET-VR-TAC

           MOVE WS-VALOR-FINANCIADO TO WS-AMORT-VR-FINANCIADO
           MOVE WS-TAXA-OFERTA      TO WS-AMORT-TAXA
           MOVE WS-PRAZO-OFERTA     TO WS-AMORT-PRAZO
           MOVE 1                   TO WS-AMORT-PARCELA
           MOVE 'P'                 TO WS-AMORT-SISTEMA
           CALL 'AMORUTIL' USING WS-AREA-AMORT
           IF WS-AMORT-VR-PRESTACAO EQUAL ZEROS
               MOVE 'PARCELA DA OFERTA NAO CALCULADA' TO WS-MOTIVO
               SET CALCULO-OK       TO FALSE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'                 TO WS-CET-FUNCAO
           MOVE WS-VALOR-OFERTA     TO WS-CET-VR-LIBERADO
           MOVE WS-VALOR-FINANCIADO TO WS-CET-VR-FINANCIADO
           MOVE WS-TAXA-OFERTA      TO WS-CET-TAXA
           MOVE 'P'                 TO WS-CET-SISTEMA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF NOT CET-OK
               MOVE 999,99          TO WS-CET-MENSAL
               MOVE 99999,99        TO WS-CET-ANUAL
           END-IF
           .
       P550-FIM.

      ******************************************************************
      * A OFERTA E UMA PROPOSTA ABERTA COMUM (PROPFIN CONVERTE), COM
      * ORIGEM O E O LOTE COMO OPERADOR
      ******************************************************************
       P560-GRAVA-PROPOSTA.
           INITIALIZE REG-PROPOSTA
           ADD 1                    TO WS-NOVA-PROPOSTA
           MOVE WS-NOVA-PROPOSTA    TO PRO-NUMERO
           MOVE WS-ID-PROCURADO     TO PRO-ID-CONTATO
           MOVE WS-NM-CONTATO       TO PRO-NOME-CLIENTE
           MOVE WS-CAN-OBJETO(WS-IND-CAND) TO PRO-OBJETO
           MOVE WS-VALOR-OFERTA     TO PRO-VALOR
           MOVE ZEROS               TO PRO-VR-ENTRADA
           MOVE WS-TAXA-OFERTA      TO PRO-TAXA-JUROS
           MOVE WS-PRAZO-OFERTA     TO PRO-NUM-PARCELAS
           MOVE WS-AMORT-VR-PRESTACAO TO PRO-VR-PARCELA
           MOVE WS-DATA-HOJE        TO PRO-DT-EMISSAO
           COMPUTE PRO-DT-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-VALIDADE)
           SET PRO-ABERTA           TO TRUE
           MOVE ZEROS               TO PRO-NUM-CONTRATO
           MOVE 'OFEFIN'            TO PRO-OPERADOR
           MOVE ZEROS               TO PRO-CARENCIA
           MOVE ZEROS               TO PRO-VR-JUROS-CARENCIA
           MOVE 'P'                 TO PRO-SISTEMA-AMORT
           MOVE WS-CET-VR-IOF       TO PRO-VR-IOF
           MOVE WS-CET-VR-TAC       TO PRO-VR-TAC
           MOVE WS-CET-MENSAL       TO PRO-CET-MENSAL
           MOVE WS-CET-ANUAL        TO PRO-CET-ANUAL
           MOVE 'N'                 TO PRO-ALIENACAO
           IF WS-POS-OBJETO GREATER THAN ZEROS
               MOVE WS-OBJ-ALIENACAO(WS-POS-OBJETO) TO PRO-ALIENACAO
           END-IF
           SET PRO-OFERTA-PRE-APROVADA TO TRUE

           WRITE REG-PROPOSTA
               INVALID KEY
                   MOVE SPACES      TO WS-MOTIVO
                   STRING 'ERRO AO GRAVAR A PROPOSTA (FS '
                          WS-FS-PRO ')'
                          DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM P570-LISTA-EXCLUSAO
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-OFERTAS
                   PERFORM P420-INCLUI-OFERTADO
                   PERFORM P580-LISTA-OFERTA
           END-WRITE
           .
       P560-FIM.

      ******************************************************************
      * UMA LINHA POR CANDIDATO AVALIADO NO SPOOL: A OFERTA GRAVADA OU
      * O MOTIVO DA EXCLUSAO
      ******************************************************************
       P570-LISTA-EXCLUSAO.
           MOVE SPACES              TO WS-LIN-RESULTADO
           STRING 'EXCLUIDO - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LIN-RESULTADO
           PERFORM P590-IMPRIME-LINHA
           ADD 1                    TO WS-QTD-EXCLUIDOS
           .
       P570-FIM.

       P580-LISTA-OFERTA.
           MOVE PRO-VALOR           TO WS-VALOR-MSK
           MOVE PRO-NUM-PARCELAS    TO WS-PRAZO-MSK
           MOVE PRO-VR-PARCELA      TO WS-PARCELA-MSK
           MOVE SPACES              TO WS-LIN-RESULTADO
           STRING 'PROPOSTA ' PRO-NUMERO ' DE ' WS-VALOR-MSK
                  ' EM ' WS-PRAZO-MSK ' X ' WS-PARCELA-MSK
                  DELIMITED BY SIZE INTO WS-LIN-RESULTADO
           PERFORM P590-IMPRIME-LINHA
           .
       P580-FIM.

       P590-IMPRIME-LINHA.
           MOVE WS-ID-PROCURADO     TO WS-LIN-CONTATO
           MOVE WS-CAN-NUM-CONTRATO(WS-IND-CAND) TO WS-LIN-CONTRATO
           MOVE WS-LINHA-CANDIDATO  TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P590-FIM.

      ******************************************************************
      * RELACAO DOS CANDIDATOS NO SPOOL, COM OS TOTAIS NO FECHAMENTO
      ******************************************************************
       P600-ABRE-RELATORIO.
           MOVE 'OFEFIN'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'OFERTAS PRE-APROVADAS  DATA: '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ATE ' WS-MAX-RESTANTES ' PARCELAS EM ABERTO, '
                  'VALIDADE DE ' WS-DIAS-VALIDADE ' DIAS'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTAT  CONTRA  RESULTADO' TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P600-FIM.

       P690-FECHA-RELATORIO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTRATOS CANDIDATOS..: ' WS-QTD-CANDIDATOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'OFERTAS AINDA VALIDAS.: ' WS-QTD-VIGENTES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'OFERTAS GRAVADAS......: ' WS-QTD-OFERTAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CANDIDATOS EXCLUIDOS..: ' WS-QTD-EXCLUIDOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO
           .
       P690-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM OFEFIN.
