      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 11/12/2024
      * Purpose: POSICAO DA CARTEIRA DE FINANCIAMENTOS NO FECHAMENTO
      *          DO MES - <F> FECHA O PERIODO AAAAMM (NO PLANO NOTURNO
      *          DO DIA 01, O MES QUE ACABOU) CONGELANDO POR CONTRATO
      *          EM POSICAO_CARTEIRA.dat (FD_POSIC) A FACE, O PAGO ATE
      *          A DATA-BASE, O SALDO EM ABERTO SEPARADO EM PRINCIPAL E
      *          JUROS A APROPRIAR (PLANO DO AMORUTIL, JUROS PRIMEIRO,
      *          COMO EM JRNFIN), O SALDO VENCIDO, O MAIOR ATRASO E O
      *          STATUS; <P> IMPRIME A POSICAO DE UM MES JA FECHADO,
      *          LENDO SO O ARQUIVO CONGELADO, COM O QUADRO POR FAIXA
      *          DE ATRASO; <M> IMPRIME A MOVIMENTACAO DO MES, QUE
      *          CONCILIA O SALDO DO FECHAMENTO ANTERIOR COM AS
      *          EMISSOES, OS PAGAMENTOS, AS QUITACOES, OS
      *          CANCELAMENTOS, AS BAIXAS, OS REFINANCIAMENTOS E OS
      *          REAJUSTES ATE O SALDO DO FECHAMENTO DO MES; TODOS OS
      *          VALORES DA CARTEIRA SAO DE FACE (SOMA DAS PARCELAS
      *          MENOS O PAGO, CADA PARCELA LIMITADA A SUA FACE)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT POSICAO ASSIGN TO
               'POSICAO_CARTEIRA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS POS-CHAVE
               FILE STATUS IS WS-FS-POS.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD POSICAO.
          COPY FD_POSIC.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-POS                       PIC 99.
          88 FS-POS-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-POS                      PIC X.
          88 EOF-POS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-PERIODO-FECHADO              PIC X VALUE 'N'.
          88 PERIODO-FECHADO              VALUE 'S' FALSE 'N'.
       77 WS-ANTERIOR-FECHADO             PIC X VALUE 'N'.
          88 ANTERIOR-FECHADO             VALUE 'S' FALSE 'N'.
       77 WS-ENTRA-POSICAO                PIC X VALUE 'N'.
          88 ENTRA-POSICAO                VALUE 'S' FALSE 'N'.
       77 WS-TEM-ANTERIOR                 PIC X VALUE 'N'.
          88 TEM-ANTERIOR                 VALUE 'S' FALSE 'N'.
       77 WS-CONTINUA-CARTEIRA            PIC X VALUE 'N'.
          88 CONTINUA-CARTEIRA            VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-FAIXA                    PIC 9(02) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-PERIODO                      PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-ANTERIOR             PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-VERIFICA             PIC 9(06) VALUE ZEROS.
       77 WS-CONTRATO-SALVO               PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-BASE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(07) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAGO-APLICADO                PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-CAPITAL-PLANO             PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-FACE-CTR                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PAGO-CTR                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-SALDO-CTR                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PRINCIPAL-CTR             PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-VENCIDO-CTR               PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APAGADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATIVOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS               PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SALDO                    PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-PRINCIPAL                PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-JUROS                    PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-PRINC-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-JUROS-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-VENC-MSK                     PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-MOV-MSK                      PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-TITULO                       PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-BASE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAA                  PIC 9(04).
          03 WS-AUX-MM                    PIC 9(02).
          03 WS-AUX-DD                    PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
      ******************************************************************
      * QUADRO DA POSICAO POR FAIXA DE ATRASO: DESCRICAO E ATRASO
      * MAXIMO EM DIAS DA FAIXA
      ******************************************************************
       01 WS-FAIXAS-VALORES.
          03 FILLER PIC X(16) VALUE 'EM DIA     00000'.
          03 FILLER PIC X(16) VALUE 'ATE 30 DIAS00030'.
          03 FILLER PIC X(16) VALUE '31 A 60    00060'.
          03 FILLER PIC X(16) VALUE '61 A 90    00090'.
          03 FILLER PIC X(16) VALUE 'MAIS DE 90 99999'.
       01 FILLER REDEFINES WS-FAIXAS-VALORES.
          03 WS-FAIXA OCCURS 5 TIMES.
             05 WS-FXA-DESCRICAO          PIC X(11).
             05 WS-FXA-DIAS-MAX           PIC 9(05).
       01 WS-QUADRO.
          03 WS-QDR OCCURS 5 TIMES.
             05 WS-QDR-QTD                PIC 9(05).
             05 WS-QDR-SALDO              PIC 9(10)V99.
             05 WS-QDR-VENCIDO            PIC 9(10)V99.
      ******************************************************************
      * MOVIMENTACAO DO MES: SALDO DE ABERTURA, ENTRADAS, SAIDAS E
      * SALDO DE FECHAMENTO, COM A QUANTIDADE DE CONTRATOS DE CADA
      * LINHA
      ******************************************************************
       01 WS-MOVIMENTO.
          03 WS-MV-ABERTURA               PIC S9(10)V99.
          03 WS-MV-EMISSOES               PIC S9(10)V99.
          03 WS-MV-REAJUSTES              PIC S9(10)V99.
          03 WS-MV-PAGAMENTOS             PIC S9(10)V99.
          03 WS-MV-QUITACOES              PIC S9(10)V99.
          03 WS-MV-CANCELAMENTOS          PIC S9(10)V99.
          03 WS-MV-BAIXAS                 PIC S9(10)V99.
          03 WS-MV-REFINANCIAMENTOS       PIC S9(10)V99.
          03 WS-MV-OUTROS                 PIC S9(10)V99.
          03 WS-MV-FECHAMENTO             PIC S9(10)V99.
          03 WS-MV-DIFERENCA              PIC S9(10)V99.
          03 WS-MV-QTD-ABERTURA           PIC 9(05).
          03 WS-MV-QTD-EMISSOES           PIC 9(05).
          03 WS-MV-QTD-REAJUSTES          PIC 9(05).
          03 WS-MV-QTD-PAGAMENTOS         PIC 9(05).
          03 WS-MV-QTD-QUITACOES          PIC 9(05).
          03 WS-MV-QTD-CANCELAMENTOS      PIC 9(05).
          03 WS-MV-QTD-BAIXAS             PIC 9(05).
          03 WS-MV-QTD-REFINANCIAMENTOS   PIC 9(05).
          03 WS-MV-QTD-OUTROS             PIC 9(05).
          03 WS-MV-QTD-FECHAMENTO         PIC 9(05).
       01 WS-CONTRATO-MOV.
          03 WS-ATU-NUM-CONTRATO          PIC 9(06).
          03 WS-ATU-ST-CONTRATO           PIC X(01).
          03 WS-ATU-DT-CONTRATO           PIC 9(08).
          03 WS-ATU-VR-FACE               PIC 9(08)V99.
          03 WS-ATU-VR-PAGO               PIC 9(08)V99.
          03 WS-ATU-VR-SALDO              PIC 9(08)V99.
          03 WS-ANT-ST-CONTRATO           PIC X(01).
          03 WS-ANT-VR-FACE               PIC 9(08)V99.
          03 WS-ANT-VR-PAGO               PIC 9(08)V99.
          03 WS-ANT-VR-SALDO              PIC 9(08)V99.
          03 WS-CTR-ABERTURA              PIC S9(08)V99.
          03 WS-CTR-EMISSAO               PIC S9(08)V99.
          03 WS-CTR-REAJUSTE              PIC S9(08)V99.
          03 WS-CTR-PAGAMENTOS            PIC S9(08)V99.
          03 WS-CTR-SAIDA                 PIC S9(08)V99.
          03 WS-CTR-MOTIVO                PIC X(20).
       01 WS-LINHA-CONCILIACAO.
          03 WS-LIN-DESCRICAO             PIC X(38).
          03 WS-LIN-QTD                   PIC 9(05).
          03 WS-LIN-VALOR                 PIC S9(10)V99.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
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
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** POSICAO DA CARTEIRA NO FECHAMENTO DO MES ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'F'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <F> FECHAR O MES, <P> POSICAO DE MES '
                       'FECHADO OU <M> MOVIMENTACAO DO MES: '
               ACCEPT WS-OPCAO
               INSPECT WS-OPCAO CONVERTING 'fpm' TO 'FPM'
           END-IF

           IF WS-OPCAO NOT EQUAL 'F' AND 'P' AND 'M'
               DISPLAY 'OPCAO INVALIDA!'
               PERFORM P900-FIM
           END-IF

           MOVE 'POSFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           PERFORM P100-DEFINE-PERIODO
           IF WS-PERIODO NOT EQUAL ZEROS
               EVALUATE WS-OPCAO
                   WHEN 'F'
                       PERFORM P300-FECHA-MES
                   WHEN 'P'
                       PERFORM P500-POSICAO-FECHADA
                   WHEN 'M'
                       PERFORM P600-MOVIMENTACAO
               END-EVALUATE
           END-IF

           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS    TO WS-LOG-QTD-GRAVADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * PERIODO AAAAMM: SO MES JA ENCERRADO PODE SER FECHADO OU
      * CONSULTADO; A DATA-BASE E O ULTIMO DIA DO MES
      ******************************************************************
       P100-DEFINE-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-MODO-BATCH
      *        NO PLANO NOTURNO (DIA 01) FECHA O MES QUE ACABOU
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               PERFORM P110-MES-ANTERIOR
               MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
           ELSE
               DISPLAY 'PERIODO (AAAAMM, ZEROS = MES ANTERIOR): '
               ACCEPT WS-PERIODO
               IF WS-PERIODO EQUAL ZEROS
                   MOVE WS-DATA-HOJE TO WS-DATA-AUX
                   PERFORM P110-MES-ANTERIOR
                   MOVE WS-DATA-AUX(1:6) TO WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE 01                  TO WS-AUX-DD
           IF WS-AUX-MM LESS THAN 1 OR WS-AUX-MM GREATER THAN 12
               DISPLAY 'PERIODO INVALIDO!'
               SET LK-ERRO          TO TRUE
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO NOT LESS THAN WS-HOJE-AAAAMM
               DISPLAY 'O MES AINDA NAO TERMINOU - SO MES ENCERRADO '
                       'TEM POSICAO DE FECHAMENTO!'
               SET LK-ERRO          TO TRUE
               MOVE ZEROS           TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF

      *    DATA-BASE: ULTIMO DIA DO MES (PRIMEIRO DIA DO SEGUINTE - 1)
           IF WS-AUX-MM EQUAL 12
               ADD 1                TO WS-AUX-AAAA
               MOVE 1               TO WS-AUX-MM
           ELSE
               ADD 1                TO WS-AUX-MM
           END-IF
           COMPUTE WS-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-BASE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-BASE)

           MOVE WS-PERIODO          TO WS-DATA-AUX(1:6)
           MOVE 01                  TO WS-AUX-DD
           PERFORM P110-MES-ANTERIOR
           MOVE WS-DATA-AUX(1:6)    TO WS-PERIODO-ANTERIOR

           DISPLAY 'PERIODO ' WS-PERIODO ' - DATA-BASE ' WS-DATA-BASE
           .
       P100-FIM.

       P110-MES-ANTERIOR.
           IF WS-AUX-MM EQUAL 1
               SUBTRACT 1           FROM WS-AUX-AAAA
               MOVE 12              TO WS-AUX-MM
           ELSE
               SUBTRACT 1           FROM WS-AUX-MM
           END-IF
           .
       P110-FIM.

      ******************************************************************
      * VERIFICA SE O PERIODO WS-PERIODO-VERIFICA JA TEM POSICAO
      * CONGELADA (PRIMEIRO REGISTRO DA CHAVE PERIODO + 000000)
      ******************************************************************
       P200-VERIFICA-FECHAMENTO.
           SET PERIODO-FECHADO      TO FALSE
           MOVE WS-PERIODO-VERIFICA TO POS-PERIODO
           MOVE ZEROS               TO POS-NUM-CONTRATO
           START POSICAO KEY IS NOT LESS THAN POS-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ POSICAO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF POS-PERIODO EQUAL WS-PERIODO-VERIFICA
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ
           .
       P200-FIM.

      ******************************************************************
      * FECHAMENTO: CONGELA A POSICAO DE CADA CONTRATO NA DATA-BASE;
      * MES JA FECHADO NAO E REFEITO PELO PLANO NOTURNO, E PELO MENU
      * SO COM CONFIRMACAO (A POSICAO ANTERIOR DO MES E APAGADA)
      ******************************************************************
       P300-FECHA-MES.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-POS-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-APAGADOS
           PERFORM P460-ZERA-TOTAIS

           OPEN I-O POSICAO
           IF WS-FS-POS EQUAL 35
               OPEN OUTPUT POSICAO
               CLOSE POSICAO
               OPEN I-O POSICAO
           END-IF
           IF NOT FS-POS-OK
               DISPLAY 'ERRO AO ABRIR POSICAO_CARTEIRA.dat '
                       '(FILE STATUS: ' WS-FS-POS ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIODO          TO WS-PERIODO-VERIFICA
           PERFORM P200-VERIFICA-FECHAMENTO
           IF PERIODO-FECHADO
               IF LK-MODO-BATCH
                   DISPLAY 'PERIODO ' WS-PERIODO ' JA FECHADO - '
                           'POSICAO MANTIDA.'
                   CLOSE POSICAO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'PERIODO ' WS-PERIODO ' JA FECHADO. REFAZER '
                       'O FECHAMENTO (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                   DISPLAY 'FECHAMENTO MANTIDO.'
                   CLOSE POSICAO
                   EXIT PARAGRAPH
               END-IF
               PERFORM P310-APAGA-PERIODO
           END-IF

           MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-VERIFICA
           PERFORM P200-VERIFICA-FECHAMENTO
           IF NOT PERIODO-FECHADO
               DISPLAY 'ATENCAO: ' WS-PERIODO-ANTERIOR ' NAO FOI '
                       'FECHADO - A MOVIMENTACAO DE ' WS-PERIODO
                       ' NAO PODERA SER CONCILIADA.'
           END-IF

           OPEN INPUT CONTRATOS
           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
               IF FS-OK
                   MOVE 'POSFIN  ' TO WS-SPL-PROGRAMA
                   CALL 'SPOOLUTL' USING WS-AREA-SPOOL
                   MOVE WS-SPL-NOME TO WS-NOME-SPOOL
                   OPEN OUTPUT ARQ-IMPRESSAO
                   MOVE 'FECHAMENTO DA POSICAO DA CARTEIRA'
                                    TO REG-IMPRESSAO
                   PERFORM P400-IMPRIME-CABECALHO

                   PERFORM P320-LE-CONTRATO UNTIL EOF-OK

                   PERFORM P470-IMPRIME-QUADRO
                   CLOSE ARQ-IMPRESSAO

                   MOVE WS-TOT-SALDO TO WS-TOTAL-MSK
                   DISPLAY 'CONTRATOS NA POSICAO...: ' WS-QTD-GRAVADOS
                   DISPLAY 'SALDO DA CARTEIRA......: ' WS-TOTAL-MSK
                   DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
               END-IF
           END-IF

           CLOSE CONTRATOS
           CLOSE POSICAO
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           .
       P300-FIM.

       P310-APAGA-PERIODO.
           SET EOF-POS-OK           TO FALSE
           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE ZEROS               TO POS-NUM-CONTRATO
           START POSICAO KEY IS NOT LESS THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START

           PERFORM P315-APAGA-REGISTRO UNTIL EOF-POS-OK
           DISPLAY 'POSICAO ANTERIOR APAGADA: ' WS-QTD-APAGADOS
                   ' CONTRATOS.'
           .
       P310-FIM.

       P315-APAGA-REGISTRO.
           READ POSICAO NEXT RECORD
               AT END
                   SET EOF-POS-OK   TO TRUE
               NOT AT END
                   IF POS-PERIODO NOT EQUAL WS-PERIODO
                       SET EOF-POS-OK TO TRUE
                   ELSE
                       DELETE POSICAO RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO APAGAR A POSICAO DO '
                                       'CONTRATO ' POS-NUM-CONTRATO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-APAGADOS
                       END-DELETE
                   END-IF
           END-READ
           .
       P315-FIM.

       P320-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF REG-DT-CONTRATO NOT GREATER THAN WS-DATA-BASE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P330-AVALIA-CONTRATO
                   END-IF
           END-READ
           .
       P320-FIM.

      ******************************************************************
      * ENTRA NA POSICAO O CONTRATO ATIVO, O EMITIDO NO PROPRIO MES E
      * O QUE ESTAVA ATIVO NO FECHAMENTO ANTERIOR (SAIU NESTE MES);
      * CONTRATO ENCERRADO HA MAIS TEMPO NAO E REPETIDO TODO MES
      ******************************************************************
       P330-AVALIA-CONTRATO.
           SET ENTRA-POSICAO        TO FALSE
           IF REG-CONTRATO-ATIVO OR
              REG-DT-CONTRATO(1:6) EQUAL WS-PERIODO
               SET ENTRA-POSICAO    TO TRUE
           ELSE
               MOVE WS-PERIODO-ANTERIOR TO POS-PERIODO
               MOVE REG-NUM-CONTRATO TO POS-NUM-CONTRATO
               READ POSICAO
                   KEY IS POS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POS-CONTRATO-ATIVO
                           SET ENTRA-POSICAO TO TRUE
                       END-IF
               END-READ
           END-IF

           IF NOT ENTRA-POSICAO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-MAIOR-ATRASO
           MOVE ZEROS               TO WS-QTD-ABERTAS
           MOVE ZEROS               TO WS-VR-FACE-CTR
           MOVE ZEROS               TO WS-VR-PAGO-CTR
           MOVE ZEROS               TO WS-VR-SALDO-CTR
           MOVE ZEROS               TO WS-VR-PRINCIPAL-CTR
           MOVE ZEROS               TO WS-VR-VENCIDO-CTR
           COMPUTE WS-VR-FINANCIADO = REG-VALOR - REG-VR-ENTRADA
                                    + REG-VR-JUROS-CARENCIA
                                    + REG-VR-IOF + REG-VR-TAC
                                    + REG-VR-PREMIO

           PERFORM P340-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           PERFORM P380-GRAVA-POSICAO
           .
       P330-FIM.

       P340-AVALIA-PARCELA.
           PERFORM P350-SALDO-PARCELA
           ADD WS-VR-PARCELA-NUM    TO WS-VR-FACE-CTR
           ADD WS-PAGO-APLICADO     TO WS-VR-PAGO-CTR

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD 1                TO WS-QTD-ABERTAS
               ADD WS-SALDO-PARCELA TO WS-VR-SALDO-CTR
               PERFORM P360-PRINCIPAL-PARCELA

               MOVE REG-DT-CONTRATO    TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA     TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA       TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-BASE
                   ADD WS-SALDO-PARCELA TO WS-VR-VENCIDO-CTR
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-BASE -
                           FUNCTION INTEGER-OF-DATE
                           (WS-DATA-VENCIMENTO)
                   IF WS-DIAS-ATRASO GREATER THAN WS-MAIOR-ATRASO
                       IF WS-DIAS-ATRASO GREATER THAN 99999
                           MOVE 99999 TO WS-MAIOR-ATRASO
                       ELSE
                           MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * SALDO DA PARCELA NA DATA-BASE: SO ENTRAM OS PAGAMENTOS NAO
      * ESTORNADOS FEITOS ATE A DATA-BASE, E O PAGO ALEM DA FACE
      * (MULTA/MORA) NAO ABATE A CARTEIRA
      ******************************************************************
       P350-SALDO-PARCELA.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-IND-PARCELA)
                                    TO WS-VR-PARCELA-NUM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND-PARCELA   TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P355-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           IF WS-TOTAL-PAGO-PARC GREATER THAN WS-VR-PARCELA-NUM
               MOVE WS-VR-PARCELA-NUM TO WS-PAGO-APLICADO
           ELSE
               MOVE WS-TOTAL-PAGO-PARC TO WS-PAGO-APLICADO
           END-IF
           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-PAGO-APLICADO
           .
       P350-FIM.

       P355-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARCELA
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO NOT GREATER THAN
                          WS-DATA-BASE
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P355-FIM.

      ******************************************************************
      * PRINCIPAL EM ABERTO DA PARCELA: O PAGAMENTO QUITA PRIMEIRO OS
      * JUROS DO PLANO (AMORUTIL), ENTAO O QUE RESTA EM ABERTO E
      * PRINCIPAL ATE O CAPITAL DA PARCELA (FACE MENOS JUROS DO PLANO)
      ******************************************************************
       P360-PRINCIPAL-PARCELA.
           MOVE WS-VR-FINANCIADO    TO WS-AMORT-VR-FINANCIADO
           MOVE REG-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE REG-SISTEMA-AMORT   TO WS-AMORT-SISTEMA
           MOVE WS-IND-PARCELA      TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT

           COMPUTE WS-VR-CAPITAL-PLANO =
                   WS-VR-PARCELA-NUM - WS-AMORT-VR-JUROS
           IF WS-VR-CAPITAL-PLANO LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-CAPITAL-PLANO
           END-IF

           IF WS-SALDO-PARCELA LESS THAN WS-VR-CAPITAL-PLANO
               ADD WS-SALDO-PARCELA TO WS-VR-PRINCIPAL-CTR
           ELSE
               ADD WS-VR-CAPITAL-PLANO TO WS-VR-PRINCIPAL-CTR
           END-IF
           .
       P360-FIM.

       P380-GRAVA-POSICAO.
           INITIALIZE REG-POSICAO
           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE REG-NUM-CONTRATO    TO POS-NUM-CONTRATO
           MOVE REG-ID-CONTATO      TO POS-ID-CONTATO
           MOVE REG-ST-CONTRATO     TO POS-ST-CONTRATO
           MOVE REG-DT-CONTRATO     TO POS-DT-CONTRATO
           MOVE REG-NUM-PARCELAS    TO POS-NUM-PARCELAS
           MOVE WS-VR-FACE-CTR      TO POS-VR-FACE
           MOVE WS-VR-PAGO-CTR      TO POS-VR-PAGO
           MOVE WS-DATA-BASE        TO POS-DT-BASE
           MOVE WS-DATA-HOJE        TO POS-DT-FECHAMENTO
           MOVE LK-OPERADOR         TO POS-OPERADOR

      *    CONTRATO ENCERRADO SAI DA CARTEIRA: SALDO ZERO NA POSICAO
           IF REG-CONTRATO-ATIVO
               MOVE WS-QTD-ABERTAS  TO POS-QTD-ABERTAS
               MOVE WS-VR-SALDO-CTR TO POS-VR-SALDO
               MOVE WS-VR-PRINCIPAL-CTR TO POS-VR-PRINCIPAL
               COMPUTE POS-VR-JUROS-APROPRIAR =
                       WS-VR-SALDO-CTR - WS-VR-PRINCIPAL-CTR
               MOVE WS-VR-VENCIDO-CTR TO POS-VR-VENCIDO
               MOVE WS-MAIOR-ATRASO TO POS-DIAS-ATRASO
           END-IF

           WRITE REG-POSICAO
               INVALID KEY
                   REWRITE REG-POSICAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR POSICAO_CARTEIRA.dat'
                                   ' PARA O CONTRATO '
                                   REG-NUM-CONTRATO '.'
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1        TO WS-QTD-GRAVADOS
           END-WRITE

           PERFORM P450-ACUMULA-POSICAO
           .
       P380-FIM.

      ******************************************************************
      * CABECALHO COMUM DOS RELATORIOS: O TITULO VEM EM REG-IMPRESSAO
      ******************************************************************
       P400-IMPRIME-CABECALHO.
           MOVE REG-IMPRESSAO(1:40) TO WS-TITULO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO(41:40)
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-TITULO DELIMITED BY '  '
                  ' - PERIODO ' WS-PERIODO
                  ' - DATA-BASE ' WS-DATA-BASE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO(41:40)
           WRITE REG-IMPRESSAO
           IF WS-OPCAO NOT EQUAL 'M'
               MOVE 'CONTR. S PAR        SALDO    PRINCIPAL'
                                    TO REG-IMPRESSAO
               MOVE '  JUROS APROP      VENCIDO  DIAS'
                                    TO REG-IMPRESSAO(39:32)
               WRITE REG-IMPRESSAO
           END-IF
           .
       P400-FIM.

       P410-IMPRIME-CONTRATO.
           MOVE POS-VR-SALDO        TO WS-VALOR-MSK
           MOVE POS-VR-PRINCIPAL    TO WS-PRINC-MSK
           MOVE POS-VR-JUROS-APROPRIAR TO WS-JUROS-MSK
           MOVE POS-VR-VENCIDO      TO WS-VENC-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING POS-NUM-CONTRATO ' ' POS-ST-CONTRATO ' '
                  POS-QTD-ABERTAS ' ' WS-VALOR-MSK ' '
                  WS-PRINC-MSK ' ' WS-JUROS-MSK ' '
                  WS-VENC-MSK ' ' POS-DIAS-ATRASO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P410-FIM.

      ******************************************************************
      * SOMA O REGISTRO DE POSICAO NOS TOTAIS E NO QUADRO POR FAIXA DE
      * ATRASO; CONTRATO ENCERRADO SO E CONTADO
      ******************************************************************
       P450-ACUMULA-POSICAO.
           IF NOT POS-CONTRATO-ATIVO
               ADD 1                TO WS-QTD-ENCERRADOS
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-ATIVOS
           ADD POS-VR-SALDO         TO WS-TOT-SALDO
           ADD POS-VR-PRINCIPAL     TO WS-TOT-PRINCIPAL
           ADD POS-VR-JUROS-APROPRIAR TO WS-TOT-JUROS
           ADD POS-VR-VENCIDO       TO WS-TOT-VENCIDO

           MOVE ZEROS               TO WS-IND-FAIXA
           PERFORM P455-BUSCA-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 5 OR WS-IND-FAIXA GREATER
                     THAN ZEROS
           ADD 1                    TO WS-QDR-QTD(WS-IND-FAIXA)
           ADD POS-VR-SALDO         TO WS-QDR-SALDO(WS-IND-FAIXA)
           ADD POS-VR-VENCIDO       TO WS-QDR-VENCIDO(WS-IND-FAIXA)

           IF POS-VR-SALDO GREATER THAN ZEROS
               PERFORM P410-IMPRIME-CONTRATO
           END-IF
           .
       P450-FIM.

       P455-BUSCA-FAIXA.
           IF POS-DIAS-ATRASO NOT GREATER THAN WS-FXA-DIAS-MAX(WS-IND)
               MOVE WS-IND          TO WS-IND-FAIXA
           END-IF
           .
       P455-FIM.

       P460-ZERA-TOTAIS.
           MOVE ZEROS               TO WS-QTD-ATIVOS
           MOVE ZEROS               TO WS-QTD-ENCERRADOS
           MOVE ZEROS               TO WS-TOT-SALDO
           MOVE ZEROS               TO WS-TOT-PRINCIPAL
           MOVE ZEROS               TO WS-TOT-JUROS
           MOVE ZEROS               TO WS-TOT-VENCIDO
           INITIALIZE WS-QUADRO
           .
       P460-FIM.

       P470-IMPRIME-QUADRO.
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'FAIXA         QTD            SALDO          VENCIDO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P475-IMPRIME-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 5

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTRATOS ATIVOS.....: ' WS-QTD-ATIVOS
                  '   ENCERRADOS NO MES: ' WS-QTD-ENCERRADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOT-SALDO        TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SALDO DA CARTEIRA....: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOT-PRINCIPAL    TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PRINCIPAL EM ABERTO..: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOT-JUROS        TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'JUROS A APROPRIAR....: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOT-VENCIDO      TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SALDO VENCIDO........: ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P470-FIM.

       P475-IMPRIME-FAIXA.
           MOVE WS-QDR-SALDO(WS-IND)   TO WS-TOTAL-MSK
           MOVE WS-QDR-VENCIDO(WS-IND) TO WS-MOV-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-FXA-DESCRICAO(WS-IND) ' '
                  WS-QDR-QTD(WS-IND) ' ' WS-TOTAL-MSK
                  WS-MOV-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P475-FIM.

      ******************************************************************
      * POSICAO DE UM MES FECHADO: LE SO POSICAO_CARTEIRA.dat, ENTAO O
      * RELATORIO DE UM MES ANTIGO NAO MUDA COM O QUE FOI PAGO OU
      * ALTERADO DEPOIS DO FECHAMENTO
      ******************************************************************
       P500-POSICAO-FECHADA.
           PERFORM P460-ZERA-TOTAIS
           MOVE ZEROS               TO WS-QTD-LIDOS

           OPEN INPUT POSICAO
           IF WS-FS-POS EQUAL 35
               DISPLAY 'NENHUM MES FECHADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIODO          TO WS-PERIODO-VERIFICA
           PERFORM P200-VERIFICA-FECHAMENTO
           IF NOT PERIODO-FECHADO
               DISPLAY 'PERIODO ' WS-PERIODO ' NAO FOI FECHADO.'
               CLOSE POSICAO
               EXIT PARAGRAPH
           END-IF

           MOVE 'POSFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE 'POSICAO DA CARTEIRA NO FECHAMENTO'
                                    TO REG-IMPRESSAO
           PERFORM P400-IMPRIME-CABECALHO

           SET EOF-POS-OK           TO FALSE
           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE ZEROS               TO POS-NUM-CONTRATO
           START POSICAO KEY IS NOT LESS THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START
           PERFORM P510-LE-POSICAO UNTIL EOF-POS-OK

           PERFORM P470-IMPRIME-QUADRO
           CLOSE ARQ-IMPRESSAO
           CLOSE POSICAO

           MOVE WS-TOT-SALDO        TO WS-TOTAL-MSK
           DISPLAY 'SALDO DA CARTEIRA EM ' WS-PERIODO ': '
                   WS-TOTAL-MSK
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-LE-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET EOF-POS-OK   TO TRUE
               NOT AT END
                   IF POS-PERIODO NOT EQUAL WS-PERIODO
                       SET EOF-POS-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P450-ACUMULA-POSICAO
                   END-IF
           END-READ
           .
       P510-FIM.

      ******************************************************************
      * MOVIMENTACAO DO MES: CADA CONTRATO DA POSICAO DO MES E
      * COMPARADO COM O FECHAMENTO ANTERIOR - A DIFERENCA DE FACE E
      * REAJUSTE/RENEGOCIACAO, A DIFERENCA DO PAGO E PAGAMENTO LIQUIDO
      * DE ESTORNOS, E O SALDO QUE SOBRA NUM CONTRATO QUE SAIU DA
      * CARTEIRA E CLASSIFICADO PELO STATUS DE SAIDA (O DESCONTO DA
      * QUITACAO ANTECIPADA, O CANCELADO, O BAIXADO, O REFINANCIADO)
      ******************************************************************
       P600-MOVIMENTACAO.
           INITIALIZE WS-MOVIMENTO
           MOVE ZEROS               TO WS-QTD-LIDOS

           OPEN INPUT POSICAO
           IF WS-FS-POS EQUAL 35
               DISPLAY 'NENHUM MES FECHADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIODO          TO WS-PERIODO-VERIFICA
           PERFORM P200-VERIFICA-FECHAMENTO
           IF NOT PERIODO-FECHADO
               DISPLAY 'PERIODO ' WS-PERIODO ' NAO FOI FECHADO.'
               CLOSE POSICAO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-VERIFICA
           PERFORM P200-VERIFICA-FECHAMENTO
           IF NOT PERIODO-FECHADO
               DISPLAY 'PERIODO ANTERIOR ' WS-PERIODO-ANTERIOR
                       ' NAO FOI FECHADO - SEM SALDO DE ABERTURA.'
               CLOSE POSICAO
               EXIT PARAGRAPH
           END-IF

           MOVE 'POSFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE 'MOVIMENTACAO DA CARTEIRA NO MES'
                                    TO REG-IMPRESSAO
           PERFORM P400-IMPRIME-CABECALHO
           MOVE 'ENTRADAS E SAIDAS DA CARTEIRA NO MES:'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. MOTIVO                      VALOR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           SET EOF-POS-OK           TO FALSE
           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE ZEROS               TO POS-NUM-CONTRATO
           START POSICAO KEY IS NOT LESS THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START
           PERFORM P610-LE-ATUAL UNTIL EOF-POS-OK

           SET EOF-POS-OK           TO FALSE
           MOVE WS-PERIODO-ANTERIOR TO POS-PERIODO
           MOVE ZEROS               TO POS-NUM-CONTRATO
           START POSICAO KEY IS NOT LESS THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START
           PERFORM P650-LE-ANTERIOR UNTIL EOF-POS-OK

           PERFORM P680-IMPRIME-CONCILIACAO
           CLOSE ARQ-IMPRESSAO
           CLOSE POSICAO

           IF WS-MV-DIFERENCA NOT EQUAL ZEROS
               DISPLAY 'ATENCAO: A MOVIMENTACAO NAO FECHA COM O '
                       'SALDO - VER O RELATORIO.'
               SET LK-ERRO          TO TRUE
           END-IF
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P600-FIM.

       P610-LE-ATUAL.
           READ POSICAO NEXT RECORD
               AT END
                   SET EOF-POS-OK   TO TRUE
               NOT AT END
                   IF POS-PERIODO NOT EQUAL WS-PERIODO
                       SET EOF-POS-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P620-CLASSIFICA-CONTRATO
                   END-IF
           END-READ
           .
       P610-FIM.

       P620-CLASSIFICA-CONTRATO.
           MOVE POS-NUM-CONTRATO    TO WS-ATU-NUM-CONTRATO
           MOVE POS-ST-CONTRATO     TO WS-ATU-ST-CONTRATO
           MOVE POS-DT-CONTRATO     TO WS-ATU-DT-CONTRATO
           MOVE POS-VR-FACE         TO WS-ATU-VR-FACE
           MOVE POS-VR-PAGO         TO WS-ATU-VR-PAGO
           MOVE POS-VR-SALDO        TO WS-ATU-VR-SALDO
           MOVE ZEROS               TO WS-CTR-ABERTURA
           MOVE ZEROS               TO WS-CTR-EMISSAO
           MOVE ZEROS               TO WS-CTR-REAJUSTE
           MOVE ZEROS               TO WS-CTR-PAGAMENTOS
           MOVE ZEROS               TO WS-CTR-SAIDA
           ADD WS-ATU-VR-SALDO      TO WS-MV-FECHAMENTO
           IF POS-CONTRATO-ATIVO
               ADD 1                TO WS-MV-QTD-FECHAMENTO
           END-IF

      *    POSICAO DO MESMO CONTRATO NO FECHAMENTO ANTERIOR
           SET TEM-ANTERIOR         TO FALSE
           MOVE WS-PERIODO-ANTERIOR TO POS-PERIODO
           MOVE WS-ATU-NUM-CONTRATO TO POS-NUM-CONTRATO
           READ POSICAO
               KEY IS POS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POS-CONTRATO-ATIVO
                       SET TEM-ANTERIOR TO TRUE
                       MOVE POS-VR-FACE  TO WS-ANT-VR-FACE
                       MOVE POS-VR-PAGO  TO WS-ANT-VR-PAGO
                       MOVE POS-VR-SALDO TO WS-ANT-VR-SALDO
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN TEM-ANTERIOR
                   MOVE WS-ANT-VR-SALDO TO WS-CTR-ABERTURA
                   COMPUTE WS-CTR-REAJUSTE =
                           WS-ATU-VR-FACE - WS-ANT-VR-FACE
                   COMPUTE WS-CTR-PAGAMENTOS =
                           WS-ATU-VR-PAGO - WS-ANT-VR-PAGO
               WHEN WS-ATU-DT-CONTRATO(1:6) EQUAL WS-PERIODO
                   MOVE WS-ATU-VR-FACE TO WS-CTR-EMISSAO
                   MOVE WS-ATU-VR-PAGO TO WS-CTR-PAGAMENTOS
                   ADD 1            TO WS-MV-QTD-EMISSOES
                   ADD WS-CTR-EMISSAO TO WS-MV-EMISSOES
                   MOVE 'EMISSAO'   TO WS-CTR-MOTIVO
                   MOVE WS-CTR-EMISSAO TO WS-MOV-MSK
                   PERFORM P640-IMPRIME-MOVIMENTO
               WHEN OTHER
      *            ATIVO SEM POSICAO ANTERIOR E EMITIDO ANTES DO MES
                   MOVE WS-ATU-VR-SALDO TO WS-CTR-ABERTURA
                   ADD 1            TO WS-MV-QTD-OUTROS
                   ADD WS-ATU-VR-SALDO TO WS-MV-OUTROS
                   MOVE 'ENTRADA SEM POSICAO' TO WS-CTR-MOTIVO
                   MOVE WS-ATU-VR-SALDO TO WS-MOV-MSK
                   PERFORM P640-IMPRIME-MOVIMENTO
           END-EVALUATE

           IF WS-CTR-REAJUSTE NOT EQUAL ZEROS
               ADD 1                TO WS-MV-QTD-REAJUSTES
               ADD WS-CTR-REAJUSTE  TO WS-MV-REAJUSTES
           END-IF
           IF WS-CTR-PAGAMENTOS NOT EQUAL ZEROS
               ADD 1                TO WS-MV-QTD-PAGAMENTOS
               ADD WS-CTR-PAGAMENTOS TO WS-MV-PAGAMENTOS
           END-IF

      *    O QUE SOBRA ENTRE A ABERTURA E O FECHAMENTO E A SAIDA
           COMPUTE WS-CTR-SAIDA = WS-CTR-ABERTURA + WS-CTR-EMISSAO
                                + WS-CTR-REAJUSTE - WS-CTR-PAGAMENTOS
                                - WS-ATU-VR-SALDO
           IF WS-CTR-SAIDA NOT EQUAL ZEROS OR
              WS-ATU-ST-CONTRATO NOT EQUAL 'A'
               PERFORM P630-CLASSIFICA-SAIDA
           END-IF

           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE WS-ATU-NUM-CONTRATO TO POS-NUM-CONTRATO
           START POSICAO KEY IS GREATER THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START
           .
       P620-FIM.

       P630-CLASSIFICA-SAIDA.
           EVALUATE WS-ATU-ST-CONTRATO
               WHEN 'Q'
                   ADD 1            TO WS-MV-QTD-QUITACOES
                   ADD WS-CTR-SAIDA TO WS-MV-QUITACOES
                   MOVE 'QUITACAO ANTECIPADA' TO WS-CTR-MOTIVO
               WHEN 'C'
                   ADD 1            TO WS-MV-QTD-CANCELAMENTOS
                   ADD WS-CTR-SAIDA TO WS-MV-CANCELAMENTOS
                   MOVE 'CANCELAMENTO' TO WS-CTR-MOTIVO
               WHEN 'P'
                   ADD 1            TO WS-MV-QTD-BAIXAS
                   ADD WS-CTR-SAIDA TO WS-MV-BAIXAS
                   MOVE 'BAIXA PREJUIZO' TO WS-CTR-MOTIVO
               WHEN 'R'
                   ADD 1            TO WS-MV-QTD-REFINANCIAMENTOS
                   ADD WS-CTR-SAIDA TO WS-MV-REFINANCIAMENTOS
                   MOVE 'REFINANCIAMENTO' TO WS-CTR-MOTIVO
               WHEN OTHER
                   ADD 1            TO WS-MV-QTD-OUTROS
                   SUBTRACT WS-CTR-SAIDA FROM WS-MV-OUTROS
                   MOVE 'AJUSTE' TO WS-CTR-MOTIVO
           END-EVALUATE
           COMPUTE WS-MOV-MSK = 0 - WS-CTR-SAIDA
           PERFORM P640-IMPRIME-MOVIMENTO
           .
       P630-FIM.

       P640-IMPRIME-MOVIMENTO.
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-ATU-NUM-CONTRATO ' ' WS-CTR-MOTIVO ' '
                  WS-MOV-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P640-FIM.

      ******************************************************************
      * VARRE O FECHAMENTO ANTERIOR: SOMA O SALDO DE ABERTURA E ACHA
      * CONTRATO ATIVO QUE NAO ESTA NA POSICAO DO MES - A LEITURA DO
      * PERIODO CORRENTE DESPOSICIONA A VARREDURA, QUE E RETOMADA PELA
      * CHAVE SALVA
      ******************************************************************
       P650-LE-ANTERIOR.
           READ POSICAO NEXT RECORD
               AT END
                   SET EOF-POS-OK   TO TRUE
               NOT AT END
                   IF POS-PERIODO NOT EQUAL WS-PERIODO-ANTERIOR
                       SET EOF-POS-OK TO TRUE
                   ELSE
                       PERFORM P660-CONFERE-ANTERIOR
                   END-IF
           END-READ
           .
       P650-FIM.

       P660-CONFERE-ANTERIOR.
           IF NOT POS-CONTRATO-ATIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-MV-QTD-ABERTURA
           ADD POS-VR-SALDO         TO WS-MV-ABERTURA
           MOVE POS-NUM-CONTRATO    TO WS-CONTRATO-SALVO
           MOVE POS-VR-SALDO        TO WS-ANT-VR-SALDO

           MOVE WS-PERIODO          TO POS-PERIODO
           MOVE WS-CONTRATO-SALVO   TO POS-NUM-CONTRATO
           READ POSICAO
               KEY IS POS-CHAVE
               INVALID KEY
                   SET CONTINUA-CARTEIRA TO FALSE
               NOT INVALID KEY
                   SET CONTINUA-CARTEIRA TO TRUE
           END-READ

           IF NOT CONTINUA-CARTEIRA
               ADD 1                TO WS-MV-QTD-OUTROS
               SUBTRACT WS-ANT-VR-SALDO FROM WS-MV-OUTROS
               MOVE WS-CONTRATO-SALVO TO WS-ATU-NUM-CONTRATO
               MOVE 'SAIDA SEM POSICAO' TO WS-CTR-MOTIVO
               COMPUTE WS-MOV-MSK = 0 - WS-ANT-VR-SALDO
               PERFORM P640-IMPRIME-MOVIMENTO
           END-IF

           MOVE WS-PERIODO-ANTERIOR TO POS-PERIODO
           MOVE WS-CONTRATO-SALVO   TO POS-NUM-CONTRATO
           START POSICAO KEY IS GREATER THAN POS-CHAVE
               INVALID KEY
                   SET EOF-POS-OK   TO TRUE
           END-START
           .
       P660-FIM.

       P680-IMPRIME-CONCILIACAO.
           COMPUTE WS-MV-DIFERENCA = WS-MV-ABERTURA + WS-MV-EMISSOES
                   + WS-MV-REAJUSTES - WS-MV-PAGAMENTOS
                   - WS-MV-QUITACOES - WS-MV-CANCELAMENTOS
                   - WS-MV-BAIXAS - WS-MV-REFINANCIAMENTOS
                   + WS-MV-OUTROS - WS-MV-FECHAMENTO

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONCILIACAO DO SALDO DA CARTEIRA'
                                    TO REG-IMPRESSAO
           MOVE 'QTD'               TO REG-IMPRESSAO(42:3)
           MOVE 'VALOR'             TO REG-IMPRESSAO(58:5)
           WRITE REG-IMPRESSAO

           MOVE 'SALDO DO FECHAMENTO ANTERIOR' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-ABERTURA  TO WS-LIN-QTD
           MOVE WS-MV-ABERTURA      TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           MOVE '(+) EMISSOES DO MES' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-EMISSOES  TO WS-LIN-QTD
           MOVE WS-MV-EMISSOES      TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           MOVE '(+/-) REAJUSTES E RENEGOCIACOES' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-REAJUSTES TO WS-LIN-QTD
           MOVE WS-MV-REAJUSTES     TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           MOVE '(-) PAGAMENTOS (LIQUIDOS DE ESTORNO)'
                                    TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-PAGAMENTOS TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR = 0 - WS-MV-PAGAMENTOS
           PERFORM P690-IMPRIME-LINHA
           MOVE '(-) DESCONTOS DE QUITACAO ANTECIPADA'
                                    TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-QUITACOES TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR = 0 - WS-MV-QUITACOES
           PERFORM P690-IMPRIME-LINHA
           MOVE '(-) CANCELAMENTOS' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-CANCELAMENTOS TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR = 0 - WS-MV-CANCELAMENTOS
           PERFORM P690-IMPRIME-LINHA
           MOVE '(-) BAIXAS PARA PREJUIZO' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-BAIXAS    TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR = 0 - WS-MV-BAIXAS
           PERFORM P690-IMPRIME-LINHA
           MOVE '(-) REFINANCIAMENTOS' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-REFINANCIAMENTOS TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR = 0 - WS-MV-REFINANCIAMENTOS
           PERFORM P690-IMPRIME-LINHA
           MOVE '(+/-) OUTROS AJUSTES' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-OUTROS    TO WS-LIN-QTD
           MOVE WS-MV-OUTROS        TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'SALDO DO FECHAMENTO DO MES' TO WS-LIN-DESCRICAO
           MOVE WS-MV-QTD-FECHAMENTO TO WS-LIN-QTD
           MOVE WS-MV-FECHAMENTO    TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           MOVE 'DIFERENCA NAO CONCILIADA' TO WS-LIN-DESCRICAO
           MOVE ZEROS               TO WS-LIN-QTD
           MOVE WS-MV-DIFERENCA     TO WS-LIN-VALOR
           PERFORM P690-IMPRIME-LINHA
           .
       P680-FIM.

       P690-IMPRIME-LINHA.
           MOVE WS-LIN-VALOR        TO WS-MOV-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-LIN-DESCRICAO ' ' WS-LIN-QTD ' ' WS-MOV-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P690-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM POSFIN.
