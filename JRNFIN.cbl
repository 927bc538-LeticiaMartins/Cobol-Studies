      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 05/11/2024
      * Purpose: EXPORTACAO CONTABIL MENSAL DOS FINANCIAMENTOS - PARA O
      *          PERIODO AAAAMM INFORMADO, LE A AUDITORIA
      *          CONTRATOS_AUD.dat (EMISSAO I, CANCELAMENTO C, REAJUSTE
      *          J, QUITACAO Q E ESTORNO E) E OS PAGAMENTOS DE
      *          PAGAMENTOS.dat E MONTA AS PARTIDAS DOBRADAS DO MES:
      *          CADA RECEBIMENTO E SEPARADO EM JUROS, PRINCIPAL E
      *          ENCARGOS PELA MESMA TABELA PRICE QUE EXTFIN IMPRIME
      *          (MODULO AMORUTIL), JUROS PRIMEIRO, E O ESTORNO DESFAZ A
      *          MESMA SEPARACAO; AS CONTAS DE DEBITO E CREDITO DE CADA
      *          EVENTO VEM DA TABELA PLANO_CONTAS.TXT, MANTIDA PELO
      *          PROPRIO PROGRAMA (<L> LISTAR, <A> ALTERAR), SEM MEXER
      *          NO FONTE QUANDO O CONTADOR TROCAR UMA CONTA; AS
      *          PARTIDAS SAO GRAVADAS PRIMEIRO EM CONTABIL_TRABALHO.TMP
      *          E SO SAO LIBERADAS EM CONTABIL_AAAAMM.TXT (COM
      *          REGISTRO DE CABECALHO E DE TOTAIS) QUANDO OS TOTAIS DE
      *          CONTROLE FECHAM: DEBITOS = CREDITOS, NENHUM EVENTO SEM
      *          CONTA E RECEBIMENTOS LANCADOS = RECEBIMENTOS DO
      *          ARQUIVO; O QUADRO DE CONTROLE VAI PARA O SPOOL E A
      *          RODADA PARA O LOG CENTRAL (LOGEXEC); AS MENSALIDADES DA
      *          FAIXA 900000 (MENSESC) FICAM FORA, SAO DA ESCOLA
      * Tectonics: cobc -I copybooks
      * Update: 07/11/2024 - NOVOS EVENTOS BX (BAIXA PARA PREJUIZO,
      *         OPERACAO B DA AUDITORIA, PELO SALDO PRINCIPAL NA DATA DA
      *         BAIXA) E RC (RECUPERACAO DE PREJUIZO: PAGAMENTO DE
      *         CONTRATO BAIXADO DATADO A PARTIR DA BAIXA EM BAIXAS.dat,
      *         LANCADO INTEIRO, SEM SEPARAR JUROS E PRINCIPAL); EVENTO
      *         PADRAO AUSENTE DO PLANO_CONTAS.TXT JA GRAVADO ENTRA NA
      *         TABELA COM AS CONTAS PADRAO
      * Update: 20/11/2024 - NOVOS EVENTOS JC (JUROS DA CARENCIA
      *         CAPITALIZADOS, LANCADOS NA EMISSAO) E RF
      *         (REFINANCIAMENTO, OPERACAO R DA AUDITORIA, PELO SALDO
      *         PRINCIPAL DO CONTRATO CONSOLIDADO); O PLANO DA PARCELA
      *         PARTE DO VALOR FINANCIADO COM OS JUROS DA CARENCIA
      * Update: 21/11/2024 - JUROS E PRINCIPAL DE CADA PARCELA PELO
      *         SISTEMA DE AMORTIZACAO DO CONTRATO (PRICE OU SAC)
      * Update: 22/11/2024 - NOVOS EVENTOS IO (IOF FINANCIADO, A
      *         RECOLHER) E TC (TARIFA DE CADASTRO), LANCADOS NA
      *         EMISSAO; O PLANO DA PARCELA PARTE DO VALOR FINANCIADO
      *         COM O IOF E A TARIFA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO REFEITO A PARTIR DO
      *         CONTRATO INCLUI O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO), COMO NO CALCULO DAS PARCELAS NA EMISSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNFIN.

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

               SELECT AUDITORIA-FIN ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.

               SELECT BAIXAS ASSIGN TO
               'BAIXAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS BXA-NUM-CONTRATO
               FILE STATUS IS WS-FS-BXA.

               SELECT PLANO-CONTAS ASSIGN TO
               'PLANO_CONTAS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTB.

               SELECT TRABALHO ASSIGN TO
               'CONTABIL_TRABALHO.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT DIARIO ASSIGN TO WS-NOME-DIARIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIA.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       FD BAIXAS.
          COPY FD_BAIXA.

       FD PLANO-CONTAS.
       01 REG-CONTA.
          03 CTB-EVENTO                   PIC X(02).
          03 CTB-CONTA-DEBITO             PIC X(12).
          03 CTB-CONTA-CREDITO            PIC X(12).
          03 CTB-DESCRICAO                PIC X(30).

       FD TRABALHO.
       01 REG-TRABALHO                    PIC X(086).

       FD DIARIO.
       01 REG-LANCAMENTO.
          03 LAN-TIPO                     PIC X(01).
             88 LAN-CABECALHO             VALUE 'H'.
             88 LAN-PARTIDA               VALUE 'L'.
             88 LAN-TOTAIS                VALUE 'T'.
          03 LAN-PERIODO                  PIC 9(06).
          03 LAN-SEQUENCIA                PIC 9(06).
          03 LAN-DATA                     PIC 9(08).
          03 LAN-EVENTO                   PIC X(02).
          03 LAN-NATUREZA                 PIC X(01).
             88 LAN-DEBITO                VALUE 'D'.
             88 LAN-CREDITO               VALUE 'C'.
          03 LAN-CONTA                    PIC X(12).
          03 LAN-VALOR                    PIC 9(09)V99.
          03 LAN-NUM-CONTRATO             PIC 9(06).
          03 LAN-NUM-PARCELA              PIC 9(03).
          03 LAN-HISTORICO                PIC X(30).
       01 REG-LANCAMENTO-CAB.
          03 CAB-TIPO                     PIC X(01).
          03 CAB-PERIODO                  PIC 9(06).
          03 CAB-DT-GERACAO               PIC 9(08).
          03 CAB-HORA-GERACAO             PIC 9(08).
          03 CAB-OPERADOR                 PIC X(06).
          03 FILLER                       PIC X(57).
       01 REG-LANCAMENTO-TOT.
          03 TOT-TIPO                     PIC X(01).
          03 TOT-PERIODO                  PIC 9(06).
          03 TOT-QTD-LINHAS               PIC 9(07).
          03 TOT-VR-DEBITOS               PIC 9(11)V99.
          03 TOT-VR-CREDITOS              PIC 9(11)V99.
          03 FILLER                       PIC X(46).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-FS-BXA                       PIC 99.
          88 FS-BXA-OK                    VALUE 0.
       77 WS-FS-CTB                       PIC 99.
          88 FS-CTB-OK                    VALUE 0.
       77 WS-FS-TRB                       PIC 99.
          88 FS-TRB-OK                    VALUE 0.
       77 WS-FS-DIA                       PIC 99.
          88 FS-DIA-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FAU                      PIC X.
          88 EOF-FAU-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTB                      PIC X.
          88 EOF-CTB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRB                      PIC X.
          88 EOF-TRB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-BAIXAS                   PIC X VALUE 'N'.
          88 TEM-BAIXAS                   VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-LIDO                PIC X VALUE 'N'.
          88 CONTRATO-LIDO                VALUE 'S' FALSE 'N'.
       77 WS-EVENTO-ACHADO                PIC X VALUE 'N'.
          88 EVENTO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-INVERTE                      PIC X VALUE 'N'.
          88 PARTIDA-INVERTIDA            VALUE 'S' FALSE 'N'.
       77 WS-CONTROLE                     PIC X VALUE 'N'.
          88 CONTROLE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-PERIODO                      PIC 9(06) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-EVT                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-PAD                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-PARC                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-ULT-CONTRATO                 PIC 9(06) VALUE ZEROS.
       77 WS-ULT-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-DT-BAIXA                     PIC 9(08) VALUE ZEROS.
       77 WS-DT-CORTE                     PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA                    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS                   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS-CONF              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ESTORNOS-AUD             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTORNOS-PAG             PIC 9(05) VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-FACE                      PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-JUROS-PLANO               PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-CAPITAL-PLANO             PIC S9(07)V99 VALUE ZEROS.
       77 WS-VR-ACUMULADO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-DISPONIVEL                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-RESTO                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-JUROS               PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-PRINCIPAL           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTE-ENCARGOS            PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-SALDO-PRINCIPAL           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-PARTIDA                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-REJEITADO                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-DEBITOS                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CREDITOS                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-DEBITOS-CONF              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CREDITOS-CONF             PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-ARQ              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-LAN              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-ESTORNADO-ARQ             PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-ESTORNADO-LAN             PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-NOME-DIARIO                  PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAAMM                PIC 9(06).
          03 WS-AUX-DD                    PIC 9(02).
       01 WS-PARTIDA.
          03 WS-PTD-EVENTO                PIC X(02).
          03 WS-PTD-DATA                  PIC 9(08).
          03 WS-PTD-CONTRATO              PIC 9(06).
          03 WS-PTD-PARCELA               PIC 9(03).
       01 WS-NOVA-CONTA.
          03 WS-NOVO-EVENTO               PIC X(02).
          03 WS-NOVO-DEBITO               PIC X(12).
          03 WS-NOVO-CREDITO              PIC X(12).
          03 WS-NOVA-DESCRICAO            PIC X(30).
      ******************************************************************
      * TABELA DE EVENTOS CONTABEIS (CARREGADA DE PLANO_CONTAS.TXT OU,
      * NA PRIMEIRA VEZ, DOS VALORES PADRAO ABAIXO):
      *   EM EMISSAO (VALOR FINANCIADO)    PR PRINCIPAL RECEBIDO
      *   JR JUROS RECEBIDOS               EN ENCARGOS ACIMA DA PARCELA
      *   RJ REAJUSTE POR INDICE           DQ DESCONTO DE QUITACAO
      *   CA CANCELAMENTO (SALDO PRINCIPAL)
      *   BX BAIXA PARA PREJUIZO (SALDO PRINCIPAL)
      *   RC RECUPERACAO DE PREJUIZO (PAGAMENTO APOS A BAIXA, INTEIRO)
      *   JC JUROS DA CARENCIA CAPITALIZADOS NA EMISSAO
      *   RF REFINANCIAMENTO (SALDO PRINCIPAL DO CONTRATO CONSOLIDADO)
      *   IO IOF FINANCIADO NA EMISSAO (A RECOLHER)
      *   TC TARIFA DE CADASTRO FINANCIADA NA EMISSAO
      * O ESTORNO DE PAGAMENTO USA AS CONTAS DE PR/JR/EN/RC INVERTIDAS
      ******************************************************************
       01 WS-CONTAS-PADRAO.
          03 FILLER PIC X(56) VALUE
          'EM1.1.2.01    1.1.1.02    EMISSAO DE CONTRATO           '.
          03 FILLER PIC X(56) VALUE
          'PR1.1.1.01    1.1.2.01    PRINCIPAL RECEBIDO            '.
          03 FILLER PIC X(56) VALUE
          'JR1.1.1.01    3.1.1.01    JUROS RECEBIDOS               '.
          03 FILLER PIC X(56) VALUE
          'EN1.1.1.01    3.1.1.02    ENCARGOS RECEBIDOS            '.
          03 FILLER PIC X(56) VALUE
          'RJ1.1.2.01    3.1.1.03    REAJUSTE POR INDICE           '.
          03 FILLER PIC X(56) VALUE
          'DQ3.1.9.01    1.1.2.01    DESCONTO DE QUITACAO          '.
          03 FILLER PIC X(56) VALUE
          'CA1.1.1.02    1.1.2.01    CANCELAMENTO DE CONTRATO      '.
          03 FILLER PIC X(56) VALUE
          'BX1.1.2.99    1.1.2.01    BAIXA PARA PREJUIZO           '.
          03 FILLER PIC X(56) VALUE
          'RC1.1.1.01    3.1.1.04    RECUPERACAO DE PREJUIZO       '.
          03 FILLER PIC X(56) VALUE
          'JC1.1.2.01    3.1.1.05    JUROS DE CARENCIA             '.
          03 FILLER PIC X(56) VALUE
          'RF1.1.1.02    1.1.2.01    REFINANCIAMENTO DE CONTRATO   '.
          03 FILLER PIC X(56) VALUE
          'IO1.1.2.01    2.1.3.01    IOF A RECOLHER                '.
          03 FILLER PIC X(56) VALUE
          'TC1.1.2.01    3.1.1.06    TARIFA DE CADASTRO            '.
       01 FILLER REDEFINES WS-CONTAS-PADRAO.
          03 WS-PADRAO OCCURS 13 TIMES    PIC X(56).
       01 WS-TAB-CONTAS.
          03 WS-CTB OCCURS 20 TIMES.
             05 WS-CTB-EVENTO             PIC X(02).
             05 WS-CTB-DEBITO             PIC X(12).
             05 WS-CTB-CREDITO            PIC X(12).
             05 WS-CTB-DESCRICAO          PIC X(30).
             05 WS-CTB-QTD                PIC 9(05).
             05 WS-CTB-VALOR              PIC 9(11)V99.
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

           DISPLAY '*** EXPORTACAO CONTABIL MENSAL ***'
           SET LK-SUCESSO          TO TRUE

           PERFORM P200-CARREGA-CONTAS

           IF LK-MODO-BATCH
               MOVE 'G'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <G> GERAR OS LANCAMENTOS DE UM '
                       'PERIODO, <L> LISTAR OU <A> ALTERAR AS CONTAS '
                       'DOS EVENTOS: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P100-LISTA-CONTAS
               WHEN 'A'
               WHEN 'a'
                   PERFORM P150-ALTERA-CONTA
               WHEN 'G'
               WHEN 'g'
                   PERFORM P300-GERA-LANCAMENTOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
       P100-LISTA-CONTAS.
           DISPLAY 'EVENTO  DEBITO        CREDITO       DESCRICAO'
           PERFORM P110-MOSTRA-CONTA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CONTAS
           .
       P100-FIM.

       P110-MOSTRA-CONTA.
           DISPLAY '  ' WS-CTB-EVENTO(WS-IND) '    '
                   WS-CTB-DEBITO(WS-IND) '  '
                   WS-CTB-CREDITO(WS-IND) '  '
                   WS-CTB-DESCRICAO(WS-IND)
           .
       P110-FIM.

       P150-ALTERA-CONTA.
           DISPLAY 'CODIGO DO EVENTO (EM, PR, JR, EN, RJ, DQ, CA, '
                   'BX, RC, JC, RF): '
           ACCEPT WS-NOVO-EVENTO
           MOVE WS-NOVO-EVENTO      TO WS-PTD-EVENTO
           PERFORM P250-BUSCA-EVENTO

           IF NOT EVENTO-ACHADO
               IF WS-QTD-CONTAS NOT LESS THAN 20
                   DISPLAY 'TABELA DE EVENTOS CHEIA (20)!'
                   EXIT PARAGRAPH
               END-IF
               ADD 1                TO WS-QTD-CONTAS
               MOVE WS-QTD-CONTAS   TO WS-IND-EVT
               MOVE WS-NOVO-EVENTO  TO WS-CTB-EVENTO(WS-IND-EVT)
               DISPLAY 'EVENTO NOVO - INFORME A DESCRICAO: '
               ACCEPT WS-NOVA-DESCRICAO
               MOVE WS-NOVA-DESCRICAO TO WS-CTB-DESCRICAO(WS-IND-EVT)
           ELSE
               DISPLAY 'ATUAL: DEBITO ' WS-CTB-DEBITO(WS-IND-EVT)
                       ' CREDITO ' WS-CTB-CREDITO(WS-IND-EVT)
           END-IF

           DISPLAY 'CONTA DE DEBITO: '
           ACCEPT WS-NOVO-DEBITO
           DISPLAY 'CONTA DE CREDITO: '
           ACCEPT WS-NOVO-CREDITO

           IF WS-NOVO-DEBITO EQUAL SPACES OR
              WS-NOVO-CREDITO EQUAL SPACES
               DISPLAY 'AS DUAS CONTAS SAO OBRIGATORIAS! NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOVO-DEBITO      TO WS-CTB-DEBITO(WS-IND-EVT)
           MOVE WS-NOVO-CREDITO     TO WS-CTB-CREDITO(WS-IND-EVT)

           PERFORM P170-GRAVA-CONTAS
           .
       P150-FIM.

       P170-GRAVA-CONTAS.
           SET FS-CTB-OK            TO TRUE

           OPEN OUTPUT PLANO-CONTAS

           IF FS-CTB-OK
               PERFORM P175-GRAVA-CONTA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-CONTAS
               CLOSE PLANO-CONTAS
               DISPLAY 'TABELA PLANO_CONTAS.TXT ATUALIZADA!'
           ELSE
               DISPLAY 'ERRO AO GRAVAR PLANO_CONTAS.TXT '
                       '(FILE STATUS: ' WS-FS-CTB ').'
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P170-FIM.

       P175-GRAVA-CONTA.
           MOVE WS-CTB-EVENTO(WS-IND)    TO CTB-EVENTO
           MOVE WS-CTB-DEBITO(WS-IND)    TO CTB-CONTA-DEBITO
           MOVE WS-CTB-CREDITO(WS-IND)   TO CTB-CONTA-CREDITO
           MOVE WS-CTB-DESCRICAO(WS-IND) TO CTB-DESCRICAO
           WRITE REG-CONTA
           .
       P175-FIM.

       P200-CARREGA-CONTAS.
           MOVE ZEROS               TO WS-QTD-CONTAS
           SET FS-CTB-OK            TO TRUE
           SET EOF-CTB-OK           TO FALSE

           OPEN INPUT PLANO-CONTAS

           IF WS-FS-CTB EQUAL 35
               DISPLAY 'PLANO_CONTAS.TXT AINDA NAO EXISTE - USANDO AS '
                       'CONTAS PADRAO.'
               PERFORM P220-CARREGA-PADRAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 13
           ELSE
               IF FS-CTB-OK
                   PERFORM P210-LE-CONTA UNTIL EOF-CTB-OK
                   CLOSE PLANO-CONTAS
                   PERFORM P225-COMPLETA-PADRAO
                       VARYING WS-IND-PAD FROM 1 BY 1
                       UNTIL WS-IND-PAD GREATER THAN 13
               ELSE
                   DISPLAY 'ERRO AO LER PLANO_CONTAS.TXT '
                           '(FILE STATUS: ' WS-FS-CTB ').'
               END-IF
           END-IF
           .
       P200-FIM.

       P210-LE-CONTA.
           READ PLANO-CONTAS
               AT END
                   SET EOF-CTB-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-CONTAS LESS THAN 20
                       ADD 1        TO WS-QTD-CONTAS
                       MOVE CTB-EVENTO
                                TO WS-CTB-EVENTO(WS-QTD-CONTAS)
                       MOVE CTB-CONTA-DEBITO
                                TO WS-CTB-DEBITO(WS-QTD-CONTAS)
                       MOVE CTB-CONTA-CREDITO
                                TO WS-CTB-CREDITO(WS-QTD-CONTAS)
                       MOVE CTB-DESCRICAO
                                TO WS-CTB-DESCRICAO(WS-QTD-CONTAS)
                   END-IF
           END-READ
           .
       P210-FIM.

       P220-CARREGA-PADRAO.
           MOVE WS-PADRAO(WS-IND)   TO REG-CONTA
           ADD 1                    TO WS-QTD-CONTAS
           MOVE CTB-EVENTO          TO WS-CTB-EVENTO(WS-QTD-CONTAS)
           MOVE CTB-CONTA-DEBITO    TO WS-CTB-DEBITO(WS-QTD-CONTAS)
           MOVE CTB-CONTA-CREDITO   TO WS-CTB-CREDITO(WS-QTD-CONTAS)
           MOVE CTB-DESCRICAO       TO WS-CTB-DESCRICAO(WS-QTD-CONTAS)
           .
       P220-FIM.

      ******************************************************************
      * EVENTO PADRAO QUE AINDA NAO EXISTE NO PLANO_CONTAS.TXT GRAVADO
      * (PLANO DE ANTES DO EVENTO) ENTRA NA TABELA COM AS CONTAS PADRAO
      ******************************************************************
       P225-COMPLETA-PADRAO.
           MOVE WS-PADRAO(WS-IND-PAD) TO REG-CONTA
           MOVE CTB-EVENTO          TO WS-PTD-EVENTO
           PERFORM P250-BUSCA-EVENTO

           IF NOT EVENTO-ACHADO AND WS-QTD-CONTAS LESS THAN 20
               MOVE WS-IND-PAD      TO WS-IND
               PERFORM P220-CARREGA-PADRAO
               DISPLAY 'EVENTO ' CTB-EVENTO ' AUSENTE DE '
                       'PLANO_CONTAS.TXT - USANDO AS CONTAS PADRAO.'
           END-IF
           .
       P225-FIM.

       P250-BUSCA-EVENTO.
           SET EVENTO-ACHADO        TO FALSE
           MOVE ZEROS               TO WS-IND-EVT

           PERFORM P255-COMPARA-EVENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CONTAS
                  OR EVENTO-ACHADO
           .
       P250-FIM.

       P255-COMPARA-EVENTO.
           IF WS-CTB-EVENTO(WS-IND) EQUAL WS-PTD-EVENTO
               SET EVENTO-ACHADO    TO TRUE
               MOVE WS-IND          TO WS-IND-EVT
           END-IF
           .
       P255-FIM.

       P300-GERA-LANCAMENTOS.
           IF LK-MODO-BATCH
      *        NO PLANO NOTURNO (DIA 01) O PERIODO E O MES ANTERIOR
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               IF WS-HOJE-MM EQUAL 1
                   SUBTRACT 1       FROM WS-HOJE-AAAA
                   MOVE 12          TO WS-HOJE-MM
               ELSE
                   SUBTRACT 1       FROM WS-HOJE-MM
               END-IF
               MOVE WS-DATA-HOJE    TO WS-DATA-AUX
               MOVE WS-AUX-AAAAMM   TO WS-PERIODO
           ELSE
               DISPLAY 'PERIODO DOS LANCAMENTOS (AAAAMM): '
               ACCEPT WS-PERIODO
           END-IF

           IF WS-PERIODO EQUAL ZEROS
               DISPLAY 'PERIODO INVALIDO!'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'JRNFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-LINHAS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           MOVE ZEROS               TO WS-SEQUENCIA
           MOVE ZEROS               TO WS-VR-DEBITOS
           MOVE ZEROS               TO WS-VR-CREDITOS
           MOVE ZEROS               TO WS-VR-REJEITADO
           MOVE ZEROS               TO WS-VR-RECEBIDO-ARQ
           MOVE ZEROS               TO WS-VR-RECEBIDO-LAN
           MOVE ZEROS               TO WS-VR-ESTORNADO-ARQ
           MOVE ZEROS               TO WS-VR-ESTORNADO-LAN
           MOVE ZEROS               TO WS-QTD-ESTORNOS-AUD
           MOVE ZEROS               TO WS-QTD-ESTORNOS-PAG
           PERFORM P305-ZERA-EVENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CONTAS

           SET FS-OK                TO TRUE
           SET FS-TRB-OK            TO TRUE

           OPEN INPUT CONTRATOS
           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS  TO FALSE
           ELSE
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           OPEN INPUT BAIXAS
           IF FS-BXA-OK
               SET TEM-BAIXAS       TO TRUE
           ELSE
               SET TEM-BAIXAS       TO FALSE
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           ELSE
               OPEN OUTPUT TRABALHO

               PERFORM P310-VARRE-AUDITORIA
               IF TEM-PAGAMENTOS
                   PERFORM P400-VARRE-PAGAMENTOS
               END-IF

               CLOSE TRABALHO

               PERFORM P700-CONFERE-TOTAIS
               PERFORM P750-IMPRIME-CONTROLE

               IF CONTROLE-OK
                   PERFORM P760-LIBERA-DIARIO
               ELSE
                   DISPLAY 'TOTAIS DE CONTROLE NAO FECHARAM - '
                           'LANCAMENTOS RETIDOS (VER O QUADRO DE '
                           'CONTROLE NO SPOOL).'
                   SET LK-ERRO      TO TRUE
               END-IF

               CLOSE CONTRATOS
           END-IF

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-BAIXAS
               CLOSE BAIXAS
           END-IF

           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           IF CONTROLE-OK
               MOVE WS-QTD-LINHAS  TO WS-LOG-QTD-GRAVADOS
           END-IF
           MOVE WS-QTD-REJEITADOS  TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           .
       P300-FIM.

       P305-ZERA-EVENTO.
           MOVE ZEROS               TO WS-CTB-QTD(WS-IND)
           MOVE ZEROS               TO WS-CTB-VALOR(WS-IND)
           .
       P305-FIM.

      ******************************************************************
      * PRIMEIRA PASSADA: AUDITORIA DOS CONTRATOS NO PERIODO
      ******************************************************************
       P310-VARRE-AUDITORIA.
           SET FS-FAU-OK            TO TRUE
           SET EOF-FAU-OK           TO FALSE

           OPEN INPUT AUDITORIA-FIN

           IF WS-FS-FAU EQUAL 35
               DISPLAY 'NENHUMA OPERACAO REGISTRADA EM '
                       'CONTRATOS_AUD.dat.'
           ELSE
               IF FS-FAU-OK
                   PERFORM P320-LE-AUDITORIA UNTIL EOF-FAU-OK
                   CLOSE AUDITORIA-FIN
               ELSE
                   DISPLAY 'ERRO AO ABRIR CONTRATOS_AUD.dat '
                           '(FILE STATUS: ' WS-FS-FAU ').'
                   SET LK-ERRO      TO TRUE
               END-IF
           END-IF
           .
       P310-FIM.

       P320-LE-AUDITORIA.
           READ AUDITORIA-FIN
               AT END
                   SET EOF-FAU-OK   TO TRUE
               NOT AT END
                   MOVE FAU-DATA    TO WS-DATA-AUX
                   IF WS-AUX-AAAAMM EQUAL WS-PERIODO AND
                      FAU-NUM-CONTRATO LESS THAN 900000
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P330-TRATA-OPERACAO
                   END-IF
           END-READ
           .
       P320-FIM.

       P330-TRATA-OPERACAO.
           MOVE FAU-DATA            TO WS-PTD-DATA
           MOVE FAU-NUM-CONTRATO    TO WS-PTD-CONTRATO
           MOVE ZEROS               TO WS-PTD-PARCELA
           SET PARTIDA-INVERTIDA    TO FALSE

           EVALUATE TRUE
               WHEN FAU-EMISSAO
                   PERFORM P340-LE-CONTRATO
                   IF CONTRATO-LIDO
                       COMPUTE WS-VR-PARTIDA =
                               FAU-VALOR-ATUAL - REG-VR-ENTRADA
                   ELSE
                       MOVE FAU-VALOR-ATUAL TO WS-VR-PARTIDA
                   END-IF
                   MOVE 'EM'        TO WS-PTD-EVENTO
                   PERFORM P600-GRAVA-PARTIDA
                   IF CONTRATO-LIDO AND
                      REG-VR-JUROS-CARENCIA GREATER THAN ZEROS
                       MOVE REG-VR-JUROS-CARENCIA TO WS-VR-PARTIDA
                       MOVE 'JC'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   END-IF
                   IF CONTRATO-LIDO AND
                      REG-VR-IOF GREATER THAN ZEROS
                       MOVE REG-VR-IOF TO WS-VR-PARTIDA
                       MOVE 'IO'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   END-IF
                   IF CONTRATO-LIDO AND
                      REG-VR-TAC GREATER THAN ZEROS
                       MOVE REG-VR-TAC TO WS-VR-PARTIDA
                       MOVE 'TC'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   END-IF
               WHEN FAU-REAJUSTE
      *            REGISTROS ANTERIORES A SOMA DAS PARCELAS NA
      *            AUDITORIA TRAZEM VALORES IGUAIS E NAO GERAM PARTIDA
                   IF FAU-VALOR-ATUAL GREATER THAN FAU-VALOR-ANTERIOR
                       COMPUTE WS-VR-PARTIDA =
                               FAU-VALOR-ATUAL - FAU-VALOR-ANTERIOR
                       MOVE 'RJ'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   END-IF
               WHEN FAU-QUITACAO
                   IF FAU-VALOR-ANTERIOR GREATER THAN FAU-VALOR-ATUAL
                       COMPUTE WS-VR-PARTIDA =
                               FAU-VALOR-ANTERIOR - FAU-VALOR-ATUAL
                       MOVE 'DQ'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   END-IF
               WHEN FAU-CANCELAMENTO
                   PERFORM P340-LE-CONTRATO
                   IF CONTRATO-LIDO
                       MOVE 99999999 TO WS-DT-CORTE
                       PERFORM P350-SALDO-PRINCIPAL
                       MOVE WS-VR-SALDO-PRINCIPAL TO WS-VR-PARTIDA
                       MOVE 'CA'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   ELSE
                       ADD 1        TO WS-QTD-REJEITADOS
                       DISPLAY 'CONTRATO ' FAU-NUM-CONTRATO
                               ' CANCELADO NAO ENCONTRADO!'
                   END-IF
               WHEN FAU-REFINANCIAMENTO
      *            O SALDO PRINCIPAL DO CONTRATO CONSOLIDADO SAI DA
      *            CARTEIRA; O NOVO CONTRATO ENTRA PELA SUA EMISSAO
                   PERFORM P340-LE-CONTRATO
                   IF CONTRATO-LIDO
                       MOVE 99999999 TO WS-DT-CORTE
                       PERFORM P350-SALDO-PRINCIPAL
                       MOVE WS-VR-SALDO-PRINCIPAL TO WS-VR-PARTIDA
                       MOVE 'RF'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   ELSE
                       ADD 1        TO WS-QTD-REJEITADOS
                       DISPLAY 'CONTRATO ' FAU-NUM-CONTRATO
                               ' REFINANCIADO NAO ENCONTRADO!'
                   END-IF
               WHEN FAU-BAIXA-PREJUIZO
      *            SO OS PAGAMENTOS ANTERIORES A BAIXA ABATEM O SALDO;
      *            OS POSTERIORES SAO RECUPERACAO (EVENTO RC)
                   PERFORM P340-LE-CONTRATO
                   IF CONTRATO-LIDO
                       MOVE FAU-DATA TO WS-DT-CORTE
                       PERFORM P350-SALDO-PRINCIPAL
                       MOVE WS-VR-SALDO-PRINCIPAL TO WS-VR-PARTIDA
                       MOVE 'BX'    TO WS-PTD-EVENTO
                       PERFORM P600-GRAVA-PARTIDA
                   ELSE
                       ADD 1        TO WS-QTD-REJEITADOS
                       DISPLAY 'CONTRATO ' FAU-NUM-CONTRATO
                               ' BAIXADO NAO ENCONTRADO!'
                   END-IF
               WHEN FAU-ESTORNO
      *            O ESTORNO E LANCADO PELO PROPRIO PAGAMENTO (SEGUNDA
      *            PASSADA); AQUI SO ENTRA NA CONFERENCIA DE QUANTIDADE
                   ADD 1            TO WS-QTD-ESTORNOS-AUD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P330-FIM.

       P340-LE-CONTRATO.
           SET CONTRATO-LIDO        TO FALSE
           MOVE WS-PTD-CONTRATO     TO REG-NUM-CONTRATO

           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTRATO-LIDO TO TRUE
           END-READ
           .
       P340-FIM.

      ******************************************************************
      * SALDO DE PRINCIPAL DO CONTRATO CANCELADO OU BAIXADO: POR
      * PARCELA, O PRINCIPAL DO PLANO (FACE MENOS JUROS DA TABELA) MENOS
      * O QUE OS PAGAMENTOS NAO ESTORNADOS DATADOS ANTES DE WS-DT-CORTE
      * JA AMORTIZARAM DELE
      ******************************************************************
       P350-SALDO-PRINCIPAL.
           MOVE ZEROS               TO WS-VR-SALDO-PRINCIPAL

           PERFORM P355-SALDO-PARCELA
               VARYING WS-IND-PARC FROM 1 BY 1
               UNTIL WS-IND-PARC GREATER THAN REG-NUM-PARCELAS
           .
       P350-FIM.

       P355-SALDO-PARCELA.
           MOVE WS-IND-PARC         TO WS-PTD-PARCELA
           PERFORM P500-PLANO-PARCELA
           MOVE ZEROS               TO WS-VR-ACUMULADO

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND-PARC      TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P357-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-ACUMULADO - WS-VR-JUROS-PLANO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-CAPITAL-PLANO - WS-VR-DISPONIVEL
           IF WS-VR-DISPONIVEL GREATER THAN ZEROS
               ADD WS-VR-DISPONIVEL TO WS-VR-SALDO-PRINCIPAL
           END-IF
           .
       P355-FIM.

       P357-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARC
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO LESS THAN WS-DT-CORTE
                           ADD PAG-VALOR-PAGO TO WS-VR-ACUMULADO
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P357-FIM.

      ******************************************************************
      * SEGUNDA PASSADA: PAGAMENTOS NA ORDEM DA CHAVE, PARA OS PARCIAIS
      * DA MESMA PARCELA SEREM SEPARADOS NA ORDEM EM QUE ENTRARAM
      ******************************************************************
       P400-VARRE-PAGAMENTOS.
           SET EOF-PAG-OK           TO FALSE
           MOVE ZEROS               TO WS-ULT-CONTRATO
           MOVE ZEROS               TO WS-ULT-PARCELA
           MOVE 99999999            TO WS-DT-BAIXA
           SET CONTRATO-LIDO        TO FALSE

           MOVE ZEROS               TO PAG-NUM-CONTRATO
           MOVE ZEROS               TO PAG-NUM-PARCELA
           MOVE ZEROS               TO PAG-SEQUENCIA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET EOF-PAG-OK   TO TRUE
           END-START

           PERFORM P410-LE-PAGAMENTO UNTIL EOF-PAG-OK
           .
       P400-FIM.

       P410-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK   TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO NOT LESS THAN 900000
                       SET EOF-PAG-OK TO TRUE
                   ELSE
                       PERFORM P420-TRATA-PAGAMENTO
                   END-IF
           END-READ
           .
       P410-FIM.

       P415-DATA-BAIXA.
           MOVE 99999999            TO WS-DT-BAIXA

           IF CONTRATO-LIDO AND REG-CONTRATO-BAIXADO AND TEM-BAIXAS
               MOVE REG-NUM-CONTRATO TO BXA-NUM-CONTRATO
               READ BAIXAS
                   KEY IS BXA-NUM-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BXA-DT-BAIXA TO WS-DT-BAIXA
               END-READ
           END-IF
           .
       P415-FIM.

       P420-TRATA-PAGAMENTO.
           IF PAG-NUM-CONTRATO NOT EQUAL WS-ULT-CONTRATO
               MOVE PAG-NUM-CONTRATO TO WS-ULT-CONTRATO
               MOVE ZEROS            TO WS-ULT-PARCELA
               MOVE PAG-NUM-CONTRATO TO WS-PTD-CONTRATO
               PERFORM P340-LE-CONTRATO
               PERFORM P415-DATA-BAIXA
           END-IF

           IF PAG-NUM-PARCELA NOT EQUAL WS-ULT-PARCELA
               MOVE PAG-NUM-PARCELA  TO WS-ULT-PARCELA
               MOVE ZEROS            TO WS-VR-ACUMULADO
               MOVE PAG-NUM-PARCELA  TO WS-PTD-PARCELA
               IF CONTRATO-LIDO
                   PERFORM P500-PLANO-PARCELA
               END-IF
           END-IF

           MOVE PAG-DT-PAGAMENTO    TO WS-DATA-AUX
           IF WS-AUX-AAAAMM EQUAL WS-PERIODO
               ADD 1                TO WS-QTD-LIDOS
               ADD PAG-VALOR-PAGO   TO WS-VR-RECEBIDO-ARQ
           END-IF
           MOVE PAG-DT-ESTORNO      TO WS-DATA-AUX
           IF PAG-ESTORNADO AND WS-AUX-AAAAMM EQUAL WS-PERIODO
               ADD 1                TO WS-QTD-ESTORNOS-PAG
               ADD PAG-VALOR-PAGO   TO WS-VR-ESTORNADO-ARQ
           END-IF

           IF NOT CONTRATO-LIDO
               DISPLAY 'PAGAMENTO DO CONTRATO ' PAG-NUM-CONTRATO
                       ' SEM CONTRATO - NAO LANCADO!'
               ADD 1                TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           IF PAG-DT-PAGAMENTO NOT LESS THAN WS-DT-BAIXA
      *        PAGAMENTO DEPOIS DA BAIXA: RECUPERACAO, SEM SEPARACAO
               MOVE ZEROS           TO WS-VR-PARTE-JUROS
               MOVE ZEROS           TO WS-VR-PARTE-PRINCIPAL
               MOVE ZEROS           TO WS-VR-PARTE-ENCARGOS
           ELSE
               PERFORM P510-SEPARA-PAGAMENTO
           END-IF
           MOVE PAG-NUM-CONTRATO    TO WS-PTD-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-PTD-PARCELA

           MOVE PAG-DT-PAGAMENTO    TO WS-DATA-AUX
           IF WS-AUX-AAAAMM EQUAL WS-PERIODO
               MOVE PAG-DT-PAGAMENTO TO WS-PTD-DATA
               SET PARTIDA-INVERTIDA TO FALSE
               PERFORM P430-LANCA-PARTES
               ADD PAG-VALOR-PAGO    TO WS-VR-RECEBIDO-LAN
           END-IF

           MOVE PAG-DT-ESTORNO      TO WS-DATA-AUX
           IF PAG-ESTORNADO AND WS-AUX-AAAAMM EQUAL WS-PERIODO
               MOVE PAG-DT-ESTORNO   TO WS-PTD-DATA
               SET PARTIDA-INVERTIDA TO TRUE
               PERFORM P430-LANCA-PARTES
               ADD PAG-VALOR-PAGO    TO WS-VR-ESTORNADO-LAN
           END-IF

           IF NOT PAG-ESTORNADO
               ADD PAG-VALOR-PAGO    TO WS-VR-ACUMULADO
           END-IF
           .
       P420-FIM.

       P430-LANCA-PARTES.
           IF PAG-DT-PAGAMENTO NOT LESS THAN WS-DT-BAIXA
               MOVE PAG-VALOR-PAGO  TO WS-VR-PARTIDA
               MOVE 'RC'            TO WS-PTD-EVENTO
               PERFORM P600-GRAVA-PARTIDA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VR-PARTE-JUROS   TO WS-VR-PARTIDA
           MOVE 'JR'                TO WS-PTD-EVENTO
           PERFORM P600-GRAVA-PARTIDA
           MOVE WS-VR-PARTE-PRINCIPAL TO WS-VR-PARTIDA
           MOVE 'PR'                TO WS-PTD-EVENTO
           PERFORM P600-GRAVA-PARTIDA
           MOVE WS-VR-PARTE-ENCARGOS TO WS-VR-PARTIDA
           MOVE 'EN'                TO WS-PTD-EVENTO
           PERFORM P600-GRAVA-PARTIDA
           .
       P430-FIM.

      ******************************************************************
      * JUROS E PRINCIPAL DA PARCELA PELO PLANO DO CONTRATO (AMORUTIL,
      * PRICE OU SAC); O PRINCIPAL DA PARCELA E A FACE ATUAL MENOS OS
      * JUROS DO PLANO, ENTAO O ACRESCIMO DE REAJUSTE TAMBEM BAIXA A
      * CARTEIRA
      ******************************************************************
       P500-PLANO-PARCELA.
           COMPUTE WS-VR-FINANCIADO = REG-VALOR - REG-VR-ENTRADA
                                    + REG-VR-JUROS-CARENCIA
                                    + REG-VR-IOF + REG-VR-TAC
                                    + REG-VR-PREMIO
           MOVE WS-VR-FINANCIADO    TO WS-AMORT-VR-FINANCIADO
           MOVE REG-TAXA-JUROS      TO WS-AMORT-TAXA
           MOVE REG-NUM-PARCELAS    TO WS-AMORT-PRAZO
           MOVE REG-SISTEMA-AMORT   TO WS-AMORT-SISTEMA
           MOVE WS-PTD-PARCELA      TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT
           MOVE WS-AMORT-VR-JUROS   TO WS-VR-JUROS-PLANO

           MOVE ZEROS               TO WS-VR-FACE
           IF WS-PTD-PARCELA NOT GREATER THAN REG-NUM-PARCELAS
               MOVE REG-PARCELAS(WS-PTD-PARCELA) TO WS-VR-FACE
           END-IF

           COMPUTE WS-VR-CAPITAL-PLANO =
                   WS-VR-FACE - WS-VR-JUROS-PLANO
           IF WS-VR-CAPITAL-PLANO LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-CAPITAL-PLANO
           END-IF
           .
       P500-FIM.

      ******************************************************************
      * SEPARA O PAGAMENTO CORRENTE: JUROS PRIMEIRO, DEPOIS PRINCIPAL
      * ATE A FACE DA PARCELA; O QUE PASSAR DA FACE (MULTA/MORA) E
      * ENCARGO. WS-VR-ACUMULADO = O QUE JA ENTROU ANTES NA PARCELA
      ******************************************************************
       P510-SEPARA-PAGAMENTO.
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-JUROS-PLANO - WS-VR-ACUMULADO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           IF PAG-VALOR-PAGO LESS THAN WS-VR-DISPONIVEL
               MOVE PAG-VALOR-PAGO  TO WS-VR-PARTE-JUROS
           ELSE
               MOVE WS-VR-DISPONIVEL TO WS-VR-PARTE-JUROS
           END-IF
           COMPUTE WS-VR-RESTO = PAG-VALOR-PAGO - WS-VR-PARTE-JUROS

           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-ACUMULADO - WS-VR-JUROS-PLANO
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-CAPITAL-PLANO - WS-VR-DISPONIVEL
           IF WS-VR-DISPONIVEL LESS THAN ZEROS
               MOVE ZEROS           TO WS-VR-DISPONIVEL
           END-IF
           IF WS-VR-RESTO LESS THAN WS-VR-DISPONIVEL
               MOVE WS-VR-RESTO     TO WS-VR-PARTE-PRINCIPAL
           ELSE
               MOVE WS-VR-DISPONIVEL TO WS-VR-PARTE-PRINCIPAL
           END-IF

           COMPUTE WS-VR-PARTE-ENCARGOS =
                   WS-VR-RESTO - WS-VR-PARTE-PRINCIPAL
           .
       P510-FIM.

      ******************************************************************
      * GRAVA A PARTIDA DOBRADA (DEBITO + CREDITO, MESMA SEQUENCIA) DO
      * EVENTO WS-PTD-EVENTO; NO ESTORNO AS CONTAS SAO INVERTIDAS
      ******************************************************************
       P600-GRAVA-PARTIDA.
           IF WS-VR-PARTIDA EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P250-BUSCA-EVENTO

           IF NOT EVENTO-ACHADO
               DISPLAY 'EVENTO ' WS-PTD-EVENTO ' SEM CONTAS EM '
                       'PLANO_CONTAS.TXT - CONTRATO '
                       WS-PTD-CONTRATO '!'
               ADD 1                TO WS-QTD-REJEITADOS
               ADD WS-VR-PARTIDA    TO WS-VR-REJEITADO
               EXIT PARAGRAPH
           END-IF

           IF WS-CTB-DEBITO(WS-IND-EVT) EQUAL SPACES OR
              WS-CTB-CREDITO(WS-IND-EVT) EQUAL SPACES
               DISPLAY 'EVENTO ' WS-PTD-EVENTO ' COM CONTA EM BRANCO '
                       'EM PLANO_CONTAS.TXT - CONTRATO '
                       WS-PTD-CONTRATO '!'
               ADD 1                TO WS-QTD-REJEITADOS
               ADD WS-VR-PARTIDA    TO WS-VR-REJEITADO
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-SEQUENCIA
           ADD 1                    TO WS-CTB-QTD(WS-IND-EVT)
           ADD WS-VR-PARTIDA        TO WS-CTB-VALOR(WS-IND-EVT)

           INITIALIZE REG-LANCAMENTO
           SET LAN-PARTIDA          TO TRUE
           MOVE WS-PERIODO          TO LAN-PERIODO
           MOVE WS-SEQUENCIA        TO LAN-SEQUENCIA
           MOVE WS-PTD-DATA         TO LAN-DATA
           MOVE WS-PTD-EVENTO       TO LAN-EVENTO
           MOVE WS-VR-PARTIDA       TO LAN-VALOR
           MOVE WS-PTD-CONTRATO     TO LAN-NUM-CONTRATO
           MOVE WS-PTD-PARCELA      TO LAN-NUM-PARCELA
           IF PARTIDA-INVERTIDA
               MOVE SPACES          TO LAN-HISTORICO
               STRING 'ESTORNO ' WS-CTB-DESCRICAO(WS-IND-EVT)
                      DELIMITED BY SIZE INTO LAN-HISTORICO
           ELSE
               MOVE WS-CTB-DESCRICAO(WS-IND-EVT) TO LAN-HISTORICO
           END-IF

           SET LAN-DEBITO           TO TRUE
           IF PARTIDA-INVERTIDA
               MOVE WS-CTB-CREDITO(WS-IND-EVT) TO LAN-CONTA
           ELSE
               MOVE WS-CTB-DEBITO(WS-IND-EVT)  TO LAN-CONTA
           END-IF
           MOVE REG-LANCAMENTO      TO REG-TRABALHO
           WRITE REG-TRABALHO
           ADD 1                    TO WS-QTD-LINHAS
           ADD WS-VR-PARTIDA        TO WS-VR-DEBITOS

           SET LAN-CREDITO          TO TRUE
           IF PARTIDA-INVERTIDA
               MOVE WS-CTB-DEBITO(WS-IND-EVT)  TO LAN-CONTA
           ELSE
               MOVE WS-CTB-CREDITO(WS-IND-EVT) TO LAN-CONTA
           END-IF
           MOVE REG-LANCAMENTO      TO REG-TRABALHO
           WRITE REG-TRABALHO
           ADD 1                    TO WS-QTD-LINHAS
           ADD WS-VR-PARTIDA        TO WS-VR-CREDITOS
           .
       P600-FIM.

      ******************************************************************
      * TOTAIS DE CONTROLE: RELE O ARQUIVO DE TRABALHO E CONFERE
      * DEBITOS X CREDITOS, LINHAS LIDAS X GRAVADAS, REJEITADOS E
      * RECEBIMENTOS LANCADOS X RECEBIMENTOS DO ARQUIVO
      ******************************************************************
       P700-CONFERE-TOTAIS.
           SET CONTROLE-OK          TO TRUE
           MOVE ZEROS               TO WS-QTD-LINHAS-CONF
           MOVE ZEROS               TO WS-VR-DEBITOS-CONF
           MOVE ZEROS               TO WS-VR-CREDITOS-CONF
           SET FS-TRB-OK            TO TRUE
           SET EOF-TRB-OK           TO FALSE

           OPEN INPUT TRABALHO

           IF FS-TRB-OK
               PERFORM P710-SOMA-TRABALHO UNTIL EOF-TRB-OK
               CLOSE TRABALHO
           ELSE
               SET CONTROLE-OK      TO FALSE
           END-IF

           IF WS-VR-DEBITOS-CONF NOT EQUAL WS-VR-CREDITOS-CONF OR
              WS-VR-DEBITOS-CONF NOT EQUAL WS-VR-DEBITOS OR
              WS-VR-CREDITOS-CONF NOT EQUAL WS-VR-CREDITOS OR
              WS-QTD-LINHAS-CONF NOT EQUAL WS-QTD-LINHAS OR
              WS-QTD-REJEITADOS GREATER THAN ZEROS OR
              WS-VR-RECEBIDO-LAN NOT EQUAL WS-VR-RECEBIDO-ARQ OR
              WS-VR-ESTORNADO-LAN NOT EQUAL WS-VR-ESTORNADO-ARQ
               SET CONTROLE-OK      TO FALSE
           END-IF
           .
       P700-FIM.

       P710-SOMA-TRABALHO.
           READ TRABALHO
               AT END
                   SET EOF-TRB-OK   TO TRUE
               NOT AT END
                   MOVE REG-TRABALHO TO REG-LANCAMENTO
                   ADD 1            TO WS-QTD-LINHAS-CONF
                   IF LAN-DEBITO
                       ADD LAN-VALOR TO WS-VR-DEBITOS-CONF
                   ELSE
                       ADD LAN-VALOR TO WS-VR-CREDITOS-CONF
                   END-IF
           END-READ
           .
       P710-FIM.

       P750-IMPRIME-CONTROLE.
           MOVE 'JRNFIN  '         TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'EXPORTACAO CONTABIL - PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'EV DESCRICAO                      QTD          VALOR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P755-IMPRIME-EVENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CONTAS

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-DEBITOS-CONF  TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL DE DEBITOS......: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-CREDITOS-CONF TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL DE CREDITOS.....: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LINHAS GRAVADAS/RELIDAS: ' WS-QTD-LINHAS
                  ' / ' WS-QTD-LINHAS-CONF
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-RECEBIDO-ARQ  TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECEBIDO NO ARQUIVO...: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-RECEBIDO-LAN  TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECEBIDO LANCADO......: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-ESTORNADO-ARQ TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESTORNADO NO ARQUIVO..: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-ESTORNADO-LAN TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESTORNADO LANCADO.....: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESTORNOS PAGTO/AUDITORIA: ' WS-QTD-ESTORNOS-PAG
                  ' / ' WS-QTD-ESTORNOS-AUD
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-REJEITADO     TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'REJEITADOS............: ' WS-QTD-REJEITADOS
                  ' ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           IF CONTROLE-OK
               STRING 'TOTAIS CONFEREM - LANCAMENTOS LIBERADOS EM '
                      'CONTABIL_' WS-PERIODO '.TXT'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           ELSE
               MOVE 'TOTAIS NAO CONFEREM - LANCAMENTOS RETIDOS'
                                    TO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           DISPLAY 'QUADRO DE CONTROLE GRAVADO EM ' WS-NOME-SPOOL
           .
       P750-FIM.

       P755-IMPRIME-EVENTO.
           MOVE WS-CTB-VALOR(WS-IND) TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-CTB-EVENTO(WS-IND) ' '
                  WS-CTB-DESCRICAO(WS-IND) ' '
                  WS-CTB-QTD(WS-IND) ' ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P755-FIM.

      ******************************************************************
      * LIBERACAO: COPIA AS PARTIDAS CONFERIDAS PARA CONTABIL_AAAAMM.TXT
      * ENTRE O REGISTRO DE CABECALHO (H) E O DE TOTAIS (T)
      ******************************************************************
       P760-LIBERA-DIARIO.
           MOVE SPACES              TO WS-NOME-DIARIO
           STRING 'CONTABIL_' WS-PERIODO '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-DIARIO
           SET FS-DIA-OK            TO TRUE
           SET FS-TRB-OK            TO TRUE
           SET EOF-TRB-OK           TO FALSE

           OPEN OUTPUT DIARIO
           OPEN INPUT TRABALHO

           IF FS-DIA-OK AND FS-TRB-OK
               MOVE SPACES          TO REG-LANCAMENTO-CAB
               MOVE 'H'             TO CAB-TIPO
               MOVE WS-PERIODO      TO CAB-PERIODO
               ACCEPT CAB-DT-GERACAO FROM DATE YYYYMMDD
               ACCEPT CAB-HORA-GERACAO FROM TIME
               MOVE LK-OPERADOR     TO CAB-OPERADOR
               WRITE REG-LANCAMENTO-CAB

               PERFORM P765-COPIA-PARTIDA UNTIL EOF-TRB-OK

               MOVE SPACES          TO REG-LANCAMENTO-TOT
               MOVE 'T'             TO TOT-TIPO
               MOVE WS-PERIODO      TO TOT-PERIODO
               MOVE WS-QTD-LINHAS   TO TOT-QTD-LINHAS
               MOVE WS-VR-DEBITOS-CONF  TO TOT-VR-DEBITOS
               MOVE WS-VR-CREDITOS-CONF TO TOT-VR-CREDITOS
               WRITE REG-LANCAMENTO-TOT

               DISPLAY 'PARTIDAS LIBERADAS: ' WS-SEQUENCIA
                       ' (' WS-QTD-LINHAS ' LINHAS) EM '
                       WS-NOME-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR ' WS-NOME-DIARIO
                       ' (FILE STATUS: ' WS-FS-DIA ').'
               SET LK-ERRO          TO TRUE
           END-IF

           CLOSE DIARIO
           CLOSE TRABALHO
           .
       P760-FIM.

       P765-COPIA-PARTIDA.
           READ TRABALHO
               AT END
                   SET EOF-TRB-OK   TO TRUE
               NOT AT END
                   MOVE REG-TRABALHO TO REG-LANCAMENTO
                   WRITE REG-LANCAMENTO
           END-READ
           .
       P765-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM JRNFIN.
