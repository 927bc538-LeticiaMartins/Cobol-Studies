      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 19/11/2024
      * Purpose: CONSOLIDACAO DE DIVIDAS (REFINANCIAMENTO) - LISTA OS
      *          CONTRATOS ATIVOS DE UM CONTATO (REG-ID-CONTATO) COM A
      *          COTACAO DE QUITACAO DE CADA UM NO MESMO CALCULO DE
      *          QUIFIN (PARCELA VENCIDA PELO SALDO DE FACE, PARCELA A
      *          VENCER DESCONTADA PELA TAXA DO CONTRATO); O OPERADOR
      *          ESCOLHE OS CONTRATOS (DOIS OU MAIS - PARA UM SO USE A
      *          RENEGOCIACAO DE MANFIN) E A SOMA DAS QUITACOES VIRA O
      *          VALOR DE UM NOVO CONTRATO, EMITIDO COM AS REGRAS DE
      *          PROG-OCCURS: POLITICA DE CREDITO DO CATALOGO
      *          (TABELA.TXT - FAIXA DE PRECO, TAXA PADRAO E PRAZO
      *          MAXIMO DO OBJETO), ANALISE DE CREDITO (PARCELAS
      *          VENCIDAS NOS CONTRATOS QUE FICAM DE FORA OU EXPOSICAO
      *          ACIMA DE LIMITE_EXPOSICAO.TXT EXIGEM SUPERVISOR) E
      *          AVALISTA; O NOVO CONTRATO SAI COM A CCB. OS CONTRATOS
      *          CONSOLIDADOS TEM AS CONDICOES GUARDADAS EM
      *          CONTRATOS_HIST.dat, FICAM COM O STATUS REFINANCIADO
      *          ('R') APONTANDO O NOVO CONTRATO (REG-NUM-CONTRATO-NOVO)
      *          E SAO REGISTRADOS EM CONTRATOS_AUD.dat (OPERACAO R),
      *          COM A NEGATIVACAO ENCERRADA (NEGUTIL) E A COMISSAO DO
      *          VENDEDOR ESTORNADA QUANDO DENTRO DO PRAZO (COMUTIL)
      * Tectonics: cobc -I copybooks
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 21/11/2024 - O CONTRATO CONSOLIDADO E GRAVADO NA TABELA
      *         PRICE (REG-SISTEMA-AMORT = P), A MESMA USADA NO CALCULO
      *         DA PARCELA
      * Update: 22/11/2024 - O NOVO CONTRATO FINANCIA O IOF E A TARIFA
      *         DE CADASTRO E GUARDA O CET (CETUTIL), MOSTRADOS NA
      *         CONFIRMACAO
      * Update: 23/11/2024 - OBJETO DO CATALOGO ALIENADO EM GARANTIA
      *         EXIGE OS DADOS DO BEM ANTES DA CONFIRMACAO; A GARANTIA
      *         DO NOVO CONTRATO E GRAVADA PELO MODULO GARUTIL
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFNFIN.

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

               SELECT TABELA ASSIGN TO
               'TABELA.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT LIMITE ASSIGN TO
               'LIMITE_EXPOSICAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

               SELECT HISTORICO ASSIGN TO
               'CONTRATOS_HIST.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

               SELECT AUDITORIA-FIN ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAU.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD TABELA.
       01 REG-TABELA.
          03 TAB-CHAVE                    PIC 99.
          03 TAB-NOME                     PIC X(20).
          03 TAB-PRECO                    PIC 9(06)V99.
          03 TAB-TAXA-PADRAO              PIC 9(02)V99.
          03 TAB-PRAZO-MAX                PIC 999.
          03 TAB-PRECO-MIN                PIC 9(06)V99.
          03 TAB-PRECO-MAX                PIC 9(06)V99.
          03 TAB-ALIENACAO                PIC X(01).

       FD LIMITE.
       01 REG-LIMITE.
          03 LIM-VALOR                    PIC 9(08)V99.

       FD HISTORICO.
       01 REG-HISTORICO.
          03 HST-DATA                     PIC 9(08).
          03 HST-HORA                     PIC 9(08).
          03 HST-OPERADOR                 PIC X(06).
          03 HST-MOTIVO                   PIC X(12).
          03 HST-IMAGEM                   PIC X(200).

       FD AUDITORIA-FIN.
          COPY FD_CAUD.

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-TAB                       PIC 99.
          88 FS-TAB-OK                    VALUE 0.
       77 WS-FS-LIM                       PIC 99.
          88 FS-LIM-OK                    VALUE 0.
       77 WS-FS-HST                       PIC 99.
          88 FS-HST-OK                    VALUE 0.
       77 WS-FS-FAU                       PIC 99.
          88 FS-FAU-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-TAB                      PIC X.
          88 EOF-TAB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-VALIDO               PIC X VALUE 'N'.
          88 CONTATO-VALIDO               VALUE 'S' FALSE 'N'.
       77 WS-AVALISTA-VALIDO              PIC X VALUE 'N'.
          88 AVALISTA-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-CONDICOES-VALIDAS            PIC X VALUE 'N'.
          88 CONDICOES-OK                 VALUE 'S' FALSE 'N'.
       77 WS-DIA-VENC-VALIDO              PIC X VALUE 'N'.
          88 DIA-VENC-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OBJ-ACHADO                   PIC X VALUE 'N'.
          88 OBJ-ACHADO                   VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-GRAVADO             PIC X VALUE 'N'.
          88 CONTRATO-GRAVADO             VALUE 'S' FALSE 'N'.
       77 WS-ID-TITULAR                   PIC 9(06) VALUE ZEROS.
       77 WS-NM-TITULAR                   PIC X(20) VALUE SPACES.
       77 WS-ID-AVALISTA                  PIC 9(06) VALUE ZEROS.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-REAJUSTAVEL                  PIC X VALUE SPACES.
       77 WS-DIA-VENCIMENTO               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-MAX-NUMERO                   PIC 9(06) VALUE ZEROS.
       77 WS-NOVO-NUMERO                  PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO                       PIC X(12) VALUE SPACES.
      *
      * CONTRATOS ATIVOS DO CONTATO COM A COTACAO DE QUITACAO
      *
       77 WS-QTD-CONTRATOS                PIC 9(02) VALUE ZEROS.
       77 WS-MAX-CONTRATOS                PIC 9(02) VALUE 20.
       77 WS-QTD-ESCOLHIDOS               PIC 9(02) VALUE ZEROS.
       77 WS-IND-CTR                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-CONTRATOS.
          03 WS-CTR-ITEM                  OCCURS 20 TIMES.
             05 WS-CTR-NUMERO             PIC 9(06).
             05 WS-CTR-OBJETO             PIC X(20).
             05 WS-CTR-QTD-ABERTAS        PIC 9(03).
             05 WS-CTR-QTD-VENCIDAS       PIC 9(03).
             05 WS-CTR-FACE               PIC 9(08)V99.
             05 WS-CTR-QUITACAO           PIC 9(08)V99.
             05 WS-CTR-ESCOLHIDO          PIC X(01).
                88 CTR-ESCOLHIDO          VALUE 'S'.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-TAXA-DECIMAL                 PIC 9(01)V9(06) VALUE ZEROS.
       77 WS-FATOR-DESCONTO               PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-MESES-A-VENCER               PIC S9(05) VALUE ZEROS.
       77 WS-VR-DESCONTADO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-CT-ABERTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-CT-VENCIDAS                  PIC 9(03) VALUE ZEROS.
       77 WS-CT-FACE                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-CT-QUITACAO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-FACE                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-QUITACAO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-MAX-VALOR                    PIC 9(08)V99 VALUE 999999,99.
       77 WS-FACE-MSK                     PIC ZZ.ZZZ.ZZ9,99.
       77 WS-QUIT-MSK                     PIC ZZ.ZZZ.ZZ9,99.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENC-AAAA                 PIC 9(04).
          03 WS-VENC-MM                   PIC 9(02).
          03 WS-VENC-DD                   PIC 9(02).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
      *
      * POLITICA DE CREDITO DO CATALOGO (TABELA.TXT)
      *
       77 WS-QTD-OBJETOS                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-OBJ                      PIC 9(02) VALUE ZEROS.
       77 WS-POS-OBJETO                   PIC 9(02) VALUE ZEROS.
       77 WS-COD-OBJETO                   PIC 99 VALUE ZEROS.
       01 WS-CATALOGO.
          03 WS-CAT-OBJ-ITEM              OCCURS 50 TIMES.
             05 WS-OBJ-CHAVE              PIC 99.
             05 WS-OBJ-NOME               PIC X(20).
             05 WS-OBJ-PRECO              PIC 9(06)V99.
             05 WS-OBJ-TAXA-PADRAO        PIC 9(02)V99.
             05 WS-OBJ-PRAZO-MAX          PIC 999.
             05 WS-OBJ-PRECO-MIN          PIC 9(06)V99.
             05 WS-OBJ-PRECO-MAX          PIC 9(06)V99.
             05 WS-OBJ-ALIENACAO          PIC X(01).
       77 WS-NOVO-OBJETO                  PIC X(20) VALUE SPACES.
       77 WS-NOVO-VALOR                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-NOVA-ENTRADA                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-NOVA-TAXA                    PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOVO-PRAZO                   PIC 9(03) VALUE ZEROS.
       77 WS-NOVA-PARCELA                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-PARCELA-MSK                  PIC Z.ZZZ.ZZ9,99.
      *
      * ANALISE DE CREDITO (CONTRATOS QUE FICAM FORA DA CONSOLIDACAO)
      *
       77 WS-EXPOSICAO                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-PARC-VENCIDAS            PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-EXPOSICAO             PIC 9(08)V99 VALUE ZEROS.
       77 WS-EXPOSICAO-MSK                PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CONSOLIDADO                  PIC X VALUE 'N'.
          88 CONSOLIDADO                  VALUE 'S' FALSE 'N'.
       77 WS-NOVO-IOF                     PIC 9(06)V99 VALUE ZEROS.
       77 WS-NOVA-TAC                     PIC 9(06)V99 VALUE ZEROS.
       77 WS-NOVO-CET-MENSAL              PIC 9(03)V99 VALUE ZEROS.
       77 WS-NOVO-CET-ANUAL               PIC 9(05)V99 VALUE ZEROS.
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
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
       01 WS-AREA-CCB.
          03 WS-CCB-NUM-CONTRATO          PIC 9(06).
          03 WS-CCB-OPERADOR              PIC X(06).
          03 WS-CCB-TIPO                  PIC X(01).
          03 WS-CCB-RESULTADO             PIC X(01).
             88 CCB-GERADA                VALUE 'S'.
          03 WS-CCB-QTD-REIMPRESSOES      PIC 9(03).
          03 WS-CCB-NOME-SPOOL            PIC X(40).
       01 WS-AREA-NEG.
          03 WS-NEG-NUM-CONTRATO          PIC 9(06).
          03 WS-NEG-NUM-PARCELA           PIC 9(03).
          03 WS-NEG-SALDO-PARCELA         PIC S9(08)V99.
          03 WS-NEG-OPERADOR              PIC X(06).
          03 WS-NEG-ORIGEM                PIC X(08).
          03 WS-NEG-RESULTADO             PIC X(01).
             88 NEG-ENCERRADA             VALUE 'S'.
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

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CONSOLIDACAO DE DIVIDAS (REFINANCIAMENTO) ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA    TO WS-DATA-HOJE
           PERFORM P300-CONSOLIDACAO
           PERFORM P900-FIM
           .
       P300-CONSOLIDACAO.
           PERFORM P310-VALIDA-CONTATO
           IF NOT CONTATO-VALIDO
               EXIT PARAGRAPH
           END-IF

           SET FS-OK               TO TRUE
           OPEN I-O CONTRATOS
           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-PAG-OK           TO TRUE
           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF

           PERFORM P320-LISTA-CONTRATOS

           IF WS-QTD-CONTRATOS LESS THAN 2
               DISPLAY 'O CONTATO NAO TEM DOIS OU MAIS CONTRATOS '
                       'ATIVOS EM ABERTO - PARA UM SO CONTRATO USE A '
                       'RENEGOCIACAO (MANFIN).'
           ELSE
               PERFORM P350-ESCOLHE-CONTRATOS
               IF WS-QTD-ESCOLHIDOS LESS THAN 2
                   DISPLAY 'ESCOLHA PELO MENOS DOIS CONTRATOS - '
                           'NADA FOI GRAVADO.'
               ELSE
                   PERFORM P400-NOVO-CONTRATO
               END-IF
           END-IF

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE CONTRATOS

           IF CONTRATO-GRAVADO
               PERFORM P560-EMITE-CCB
           END-IF
           .
       P300-FIM.

       P310-VALIDA-CONTATO.
           SET CONTATO-VALIDO       TO FALSE
           SET FS-CTT-OK            TO TRUE

           OPEN INPUT CONTATOS
           IF NOT FS-CTT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS '
                       '(FILE STATUS: ' WS-FS-CTT ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'INFORME O ID DO CONTATO (TITULAR DOS CONTRATOS): '
           ACCEPT WS-ID-TITULAR
           MOVE WS-ID-TITULAR       TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO NAO EXISTE!'
               NOT INVALID KEY
                   IF WS-ST-ATIVO
                       SET CONTATO-VALIDO TO TRUE
                       MOVE WS-NM-CONTATO TO WS-NM-TITULAR
                       DISPLAY 'CONTATO: ' WS-NM-CONTATO
                   ELSE
                       DISPLAY 'CONTATO ESTA EXCLUIDO (INATIVO)!'
                   END-IF
           END-READ

           CLOSE CONTATOS
           .
       P310-FIM.

      ******************************************************************
      * CONTRATOS ATIVOS DO CONTATO, COM A COTACAO DE QUITACAO DE HOJE
      ******************************************************************
       P320-LISTA-CONTRATOS.
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           INITIALIZE WS-TAB-CONTRATOS
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           DISPLAY 'CONTRATO OBJETO               ABERTAS VENCIDAS'
                   '  SALDO DE FACE     QUITACAO'
           PERFORM P322-LE-CONTRATO UNTIL EOF-OK
           .
       P320-FIM.

       P322-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF REG-ID-CONTATO EQUAL WS-ID-TITULAR AND
                      REG-CONTRATO-ATIVO
                       PERFORM P325-COTA-CONTRATO
                   END-IF
           END-READ
           .
       P322-FIM.

       P325-COTA-CONTRATO.
           MOVE ZEROS               TO WS-CT-ABERTAS
           MOVE ZEROS               TO WS-CT-VENCIDAS
           MOVE ZEROS               TO WS-CT-FACE
           MOVE ZEROS               TO WS-CT-QUITACAO
           COMPUTE WS-TAXA-DECIMAL = REG-TAXA-JUROS / 100

           PERFORM P330-AVALIA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           IF WS-CT-ABERTAS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CONTRATOS NOT LESS THAN WS-MAX-CONTRATOS
               DISPLAY 'CONTRATO ' REG-NUM-CONTRATO ' FORA DA LISTA '
                       '(MAXIMO DE ' WS-MAX-CONTRATOS ' CONTRATOS).'
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-CONTRATOS
           MOVE REG-NUM-CONTRATO    TO WS-CTR-NUMERO(WS-QTD-CONTRATOS)
           MOVE REG-OBJETO          TO WS-CTR-OBJETO(WS-QTD-CONTRATOS)
           MOVE WS-CT-ABERTAS
             TO WS-CTR-QTD-ABERTAS(WS-QTD-CONTRATOS)
           MOVE WS-CT-VENCIDAS
             TO WS-CTR-QTD-VENCIDAS(WS-QTD-CONTRATOS)
           MOVE WS-CT-FACE          TO WS-CTR-FACE(WS-QTD-CONTRATOS)
           MOVE WS-CT-QUITACAO
             TO WS-CTR-QUITACAO(WS-QTD-CONTRATOS)
           MOVE 'N'
             TO WS-CTR-ESCOLHIDO(WS-QTD-CONTRATOS)

           MOVE WS-CT-FACE          TO WS-FACE-MSK
           MOVE WS-CT-QUITACAO      TO WS-QUIT-MSK
           DISPLAY REG-NUM-CONTRATO '   ' REG-OBJETO ' '
                   WS-CT-ABERTAS '     ' WS-CT-VENCIDAS '   '
                   WS-FACE-MSK ' ' WS-QUIT-MSK
           .
       P325-FIM.

      ******************************************************************
      * MESMA COTACAO DE QUIFIN: PARCELA VENCIDA PELO SALDO DE FACE,
      * PARCELA A VENCER TRAZIDA A VALOR PRESENTE PELA TAXA DO CONTRATO
      ******************************************************************
       P330-AVALIA-PARCELA.
           PERFORM P335-CALCULA-SALDO
           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-CT-ABERTAS
           ADD WS-SALDO-PARCELA     TO WS-CT-FACE

           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

           IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-SISTEMA
               ADD 1                TO WS-CT-VENCIDAS
           END-IF

           IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-SISTEMA
              OR WS-TAXA-DECIMAL EQUAL ZEROS
               MOVE WS-SALDO-PARCELA TO WS-VR-DESCONTADO
           ELSE
               COMPUTE WS-MESES-A-VENCER =
                       ((WS-VENC-AAAA * 12) + WS-VENC-MM) -
                       ((WS-HOJE-AAAA * 12) + WS-HOJE-MM)
               IF WS-MESES-A-VENCER LESS THAN 1
                   MOVE 1           TO WS-MESES-A-VENCER
               END-IF
               COMPUTE WS-FATOR-DESCONTO =
                       (1 + WS-TAXA-DECIMAL) ** WS-MESES-A-VENCER
               COMPUTE WS-VR-DESCONTADO ROUNDED =
                       WS-SALDO-PARCELA / WS-FATOR-DESCONTO
           END-IF

           ADD WS-VR-DESCONTADO     TO WS-CT-QUITACAO
           .
       P330-FIM.

       P335-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-IND) TO WS-VR-PARCELA-NUM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND           TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P336-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P335-FIM.

       P336-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P336-FIM.

       P350-ESCOLHE-CONTRATOS.
           MOVE ZEROS               TO WS-QTD-ESCOLHIDOS
           MOVE ZEROS               TO WS-TOTAL-FACE
           MOVE ZEROS               TO WS-TOTAL-QUITACAO

           PERFORM P355-PERGUNTA-CONTRATO
               VARYING WS-IND-CTR FROM 1 BY 1
               UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS

           MOVE WS-TOTAL-FACE       TO WS-FACE-MSK
           MOVE WS-TOTAL-QUITACAO   TO WS-QUIT-MSK
           DISPLAY 'CONTRATOS ESCOLHIDOS.....: ' WS-QTD-ESCOLHIDOS
           DISPLAY 'SALDO DE FACE SOMADO.....: ' WS-FACE-MSK
           DISPLAY 'VALOR A REFINANCIAR......: ' WS-QUIT-MSK
           .
       P350-FIM.

       P355-PERGUNTA-CONTRATO.
           DISPLAY 'INCLUIR O CONTRATO ' WS-CTR-NUMERO(WS-IND-CTR)
                   ' NA CONSOLIDACAO? <S/N>: '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
               MOVE 'S'             TO WS-CTR-ESCOLHIDO(WS-IND-CTR)
               ADD 1                TO WS-QTD-ESCOLHIDOS
               ADD WS-CTR-FACE(WS-IND-CTR)     TO WS-TOTAL-FACE
               ADD WS-CTR-QUITACAO(WS-IND-CTR) TO WS-TOTAL-QUITACAO
           END-IF
           .
       P355-FIM.

      ******************************************************************
      * NOVO CONTRATO PELAS REGRAS DE EMISSAO DE PROG-OCCURS
      ******************************************************************
       P400-NOVO-CONTRATO.
           IF WS-TOTAL-QUITACAO GREATER THAN WS-MAX-VALOR
               DISPLAY 'VALOR A REFINANCIAR ACIMA DO LIMITE DO '
                       'CONTRATO (999.999,99) - CONSOLIDE MENOS '
                       'CONTRATOS.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOTAL-QUITACAO   TO WS-NOVO-VALOR

           PERFORM P410-ESCOLHE-OBJETO
           PERFORM P420-CAPTURA-CONDICOES
           IF NOT CONDICOES-OK
               DISPLAY 'CONSOLIDACAO NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P440-ANALISE-CREDITO
           IF NOT CONTATO-VALIDO
               DISPLAY 'EMISSAO NAO AUTORIZADA PELA ANALISE DE '
                       'CREDITO.'
               EXIT PARAGRAPH
           END-IF

           SET AVALISTA-VALIDO      TO FALSE
           PERFORM P450-VINCULA-AVALISTA UNTIL AVALISTA-VALIDO

           SET DIA-VENC-OK          TO FALSE
           PERFORM P455-DIA-VENCIMENTO UNTIL DIA-VENC-OK

           DISPLAY 'CONTRATO REAJUSTAVEL POR INDICE? <S/N>: '
           ACCEPT WS-REAJUSTAVEL

      *    OBJETO ALIENADO EM GARANTIA: SEM OS DADOS DO BEM NAO HA
      *    CONSOLIDACAO
           SET GARANTIA-OK          TO FALSE
           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF WS-OBJ-ALIENACAO(WS-POS-OBJETO) EQUAL 'S'
                   SET GARANTIA-CANCELADA TO FALSE
                   PERFORM P460-INFORMA-GARANTIA
                       UNTIL GARANTIA-OK OR GARANTIA-CANCELADA
                   IF GARANTIA-CANCELADA
                       DISPLAY 'BEM NAO INFORMADO - CONSOLIDACAO NAO '
                               'GRAVADA.'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE WS-NOVA-PARCELA     TO WS-PARCELA-MSK
           MOVE WS-NOVO-VALOR       TO WS-QUIT-MSK
           DISPLAY 'NOVO CONTRATO: ' WS-NOVO-OBJETO ' VALOR '
                   WS-QUIT-MSK
           DISPLAY '               ' WS-NOVO-PRAZO ' PARCELAS DE '
                   WS-PARCELA-MSK ' A ' WS-NOVA-TAXA ' % A.M.'
           MOVE WS-NOVO-CET-MENSAL  TO WS-CET-MENSAL-MSK
           MOVE WS-NOVO-CET-ANUAL   TO WS-CET-ANUAL-MSK
           DISPLAY '               IOF ' WS-NOVO-IOF ' TARIFA '
                   WS-NOVA-TAC ' CET ' WS-CET-MENSAL-MSK
                   ' % A.M. / ' WS-CET-ANUAL-MSK ' % A.A.'
           DISPLAY 'TECLE: '
                   '<S> para confirmar a CONSOLIDACAO ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Consolidacao nao confirmada - nada foi '
                       'gravado.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-GRAVA-CONTRATO
           IF CONTRATO-GRAVADO
               IF GARANTIA-OK
                   PERFORM P520-GRAVA-GARANTIA
               END-IF
               PERFORM P600-ENCERRA-CONSOLIDADO
                   VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
           END-IF
           .
       P400-FIM.

       P410-ESCOLHE-OBJETO.
           PERFORM P412-CARREGA-CATALOGO
           MOVE ZEROS               TO WS-POS-OBJETO

           IF WS-QTD-OBJETOS EQUAL ZEROS
               DISPLAY 'CATALOGO DE OBJETOS VAZIO - O OBJETO SERA '
                       'ACEITO COMO TEXTO LIVRE (ENTER = '
                       'CONSOLIDACAO).'
               DISPLAY 'INFORME O OBJETO DO NOVO CONTRATO: '
               ACCEPT WS-NOVO-OBJETO
               IF WS-NOVO-OBJETO EQUAL SPACES
                   MOVE 'CONSOLIDACAO'  TO WS-NOVO-OBJETO
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'OBJETOS DO CATALOGO:'
           PERFORM P416-LISTA-OBJETO
               VARYING WS-IND-OBJ FROM 1 BY 1
               UNTIL WS-IND-OBJ GREATER THAN WS-QTD-OBJETOS

           SET OBJ-ACHADO           TO FALSE
           PERFORM P417-INFORMA-OBJETO UNTIL OBJ-ACHADO
           MOVE WS-OBJ-NOME(WS-POS-OBJETO) TO WS-NOVO-OBJETO
           .
       P410-FIM.

       P412-CARREGA-CATALOGO.
           MOVE ZEROS               TO WS-QTD-OBJETOS
           SET FS-TAB-OK            TO TRUE
           SET EOF-TAB-OK           TO FALSE

           OPEN INPUT TABELA
           IF NOT FS-TAB-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P414-LE-OBJETO UNTIL EOF-TAB-OK
           CLOSE TABELA
           .
       P412-FIM.

       P414-LE-OBJETO.
           READ TABELA
               AT END
                   SET EOF-TAB-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-OBJETOS LESS THAN 50
                       ADD 1        TO WS-QTD-OBJETOS
                       MOVE TAB-CHAVE
                         TO WS-OBJ-CHAVE(WS-QTD-OBJETOS)
                       MOVE TAB-NOME
                         TO WS-OBJ-NOME(WS-QTD-OBJETOS)
                       MOVE TAB-PRECO
                         TO WS-OBJ-PRECO(WS-QTD-OBJETOS)
                       MOVE TAB-TAXA-PADRAO
                         TO WS-OBJ-TAXA-PADRAO(WS-QTD-OBJETOS)
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
       P414-FIM.

       P416-LISTA-OBJETO.
           DISPLAY '  ' WS-OBJ-CHAVE(WS-IND-OBJ) ' - '
                   WS-OBJ-NOME(WS-IND-OBJ)
           .
       P416-FIM.

       P417-INFORMA-OBJETO.
           DISPLAY 'INFORME O CODIGO DO OBJETO DO NOVO CONTRATO: '
           ACCEPT WS-COD-OBJETO
           PERFORM P418-COMPARA-OBJETO
               VARYING WS-IND-OBJ FROM 1 BY 1
               UNTIL WS-IND-OBJ GREATER THAN WS-QTD-OBJETOS OR
                     OBJ-ACHADO
           IF NOT OBJ-ACHADO
               DISPLAY 'CODIGO NAO CONSTA DO CATALOGO!'
           END-IF
           .
       P417-FIM.

       P418-COMPARA-OBJETO.
           IF WS-OBJ-CHAVE(WS-IND-OBJ) EQUAL WS-COD-OBJETO
               SET OBJ-ACHADO       TO TRUE
               MOVE WS-IND-OBJ      TO WS-POS-OBJETO
           END-IF
           .
       P418-FIM.

      ******************************************************************
      * POLITICA DE CREDITO: O VALOR CONSOLIDADO PRECISA CABER NA FAIXA
      * DE PRECO DO OBJETO E O PRAZO NO MAXIMO DELE; A TAXA PADRAO DO
      * OBJETO E SUGERIDA; A PARCELA SAI DA TABELA PRICE (AMORUTIL)
      * SOBRE O VALOR COM O IOF E A TARIFA DE CADASTRO, E O CET DO NOVO
      * CONTRATO E CALCULADO (CETUTIL)
      ******************************************************************
       P420-CAPTURA-CONDICOES.
           SET CONDICOES-OK         TO TRUE

           IF WS-POS-OBJETO GREATER THAN ZEROS
               IF (WS-OBJ-PRECO-MIN(WS-POS-OBJETO) GREATER THAN ZEROS
                  AND WS-NOVO-VALOR LESS THAN
                      WS-OBJ-PRECO-MIN(WS-POS-OBJETO)) OR
                  (WS-OBJ-PRECO-MAX(WS-POS-OBJETO) GREATER THAN ZEROS
                  AND WS-NOVO-VALOR GREATER THAN
                      WS-OBJ-PRECO-MAX(WS-POS-OBJETO))
                   DISPLAY 'VALOR CONSOLIDADO FORA DA FAIXA DE PRECO '
                           'DO OBJETO (' WS-OBJ-PRECO-MIN(WS-POS-OBJETO)
                           ' A ' WS-OBJ-PRECO-MAX(WS-POS-OBJETO) ')!'
                   SET CONDICOES-OK TO FALSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'VALOR DE ENTRADA NA CONSOLIDACAO (0 = SEM '
                   'ENTRADA): '
           ACCEPT WS-NOVA-ENTRADA
           IF WS-NOVA-ENTRADA NOT LESS THAN WS-NOVO-VALOR
               DISPLAY 'ENTRADA INVALIDA! DEVE SER MENOR QUE O VALOR '
                       'CONSOLIDADO.'
               SET CONDICOES-OK     TO FALSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NUMERO DE PARCELAS DO NOVO CONTRATO (1 A 420): '
           ACCEPT WS-NOVO-PRAZO
           IF WS-NOVO-PRAZO LESS THAN 1 OR
              WS-NOVO-PRAZO GREATER THAN 420
               DISPLAY 'QUANTIDADE INVALIDA! INFORME UM VALOR ENTRE '
                       '1 E 420.'
               SET CONDICOES-OK     TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-POS-OBJETO GREATER THAN ZEROS
              AND WS-OBJ-PRAZO-MAX(WS-POS-OBJETO) GREATER THAN ZEROS
              AND WS-NOVO-PRAZO GREATER THAN
                  WS-OBJ-PRAZO-MAX(WS-POS-OBJETO)
               DISPLAY 'PRAZO ACIMA DO MAXIMO DO OBJETO ('
                       WS-OBJ-PRAZO-MAX(WS-POS-OBJETO) ' PARCELAS)!'
               SET CONDICOES-OK     TO FALSE
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-OBJETO GREATER THAN ZEROS AND
              WS-OBJ-TAXA-PADRAO(WS-POS-OBJETO) GREATER THAN ZEROS
               DISPLAY 'TAXA PADRAO DO OBJETO: '
                       WS-OBJ-TAXA-PADRAO(WS-POS-OBJETO) ' % A.M.'
           END-IF
           DISPLAY 'TAXA DE JUROS AO MES (EM %, 0 PARA SEM JUROS, '
                   '99,99 = USAR A TAXA PADRAO): '
           ACCEPT WS-NOVA-TAXA
           IF WS-NOVA-TAXA EQUAL 99,99 AND
              WS-POS-OBJETO GREATER THAN ZEROS
               MOVE WS-OBJ-TAXA-PADRAO(WS-POS-OBJETO) TO WS-NOVA-TAXA
           END-IF

           MOVE 'T'                 TO WS-CET-FUNCAO
           COMPUTE WS-CET-VR-BASE = WS-NOVO-VALOR - WS-NOVA-ENTRADA
           MOVE WS-NOVO-PRAZO       TO WS-CET-PRAZO
           MOVE ZEROS               TO WS-CET-CARENCIA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF NOT CET-OK
               DISPLAY 'NAO FOI POSSIVEL CALCULAR O IOF E A TARIFA: '
                       WS-CET-MOTIVO
               SET CONDICOES-OK     TO FALSE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMORT-VR-FINANCIADO = WS-CET-VR-BASE
                   + WS-CET-VR-IOF + WS-CET-VR-TAC
               ON SIZE ERROR
                   DISPLAY 'VALOR COM IOF E TARIFA FORA DE FAIXA!'
                   SET CONDICOES-OK TO FALSE
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-NOVA-TAXA        TO WS-AMORT-TAXA
           MOVE WS-NOVO-PRAZO       TO WS-AMORT-PRAZO
           MOVE 'P'                 TO WS-AMORT-SISTEMA
           MOVE 1                   TO WS-AMORT-PARCELA
           CALL 'AMORUTIL' USING WS-AREA-AMORT

           IF WS-AMORT-VR-PRESTACAO EQUAL ZEROS
               DISPLAY 'NAO FOI POSSIVEL CALCULAR AS PARCELAS (VALOR '
                       'FORA DE FAIXA PARA A TAXA/PRAZO INFORMADOS).'
               SET CONDICOES-OK     TO FALSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMORT-VR-PRESTACAO TO WS-NOVA-PARCELA
           MOVE WS-CET-VR-IOF       TO WS-NOVO-IOF
           MOVE WS-CET-VR-TAC       TO WS-NOVA-TAC

           MOVE 'C'                 TO WS-CET-FUNCAO
           MOVE WS-CET-VR-BASE      TO WS-CET-VR-LIBERADO
           MOVE WS-AMORT-VR-FINANCIADO TO WS-CET-VR-FINANCIADO
           MOVE WS-NOVA-TAXA        TO WS-CET-TAXA
           MOVE 'P'                 TO WS-CET-SISTEMA
           CALL 'CETUTIL' USING WS-AREA-CET
           IF CET-OK
               MOVE WS-CET-MENSAL   TO WS-NOVO-CET-MENSAL
               MOVE WS-CET-ANUAL    TO WS-NOVO-CET-ANUAL
           ELSE
               MOVE 999,99          TO WS-NOVO-CET-MENSAL
               MOVE 99999,99        TO WS-NOVO-CET-ANUAL
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * ANALISE DE CREDITO DE PROG-OCCURS SOBRE O QUE FICA FORA DA
      * CONSOLIDACAO: PARCELA VENCIDA NOS DEMAIS CONTRATOS DO CONTATO,
      * OU EXPOSICAO (DEMAIS CONTRATOS + VALOR FINANCIADO NOVO) ACIMA
      * DO TETO, SO SEGUE COM AUTORIZACAO DE SUPERVISOR (SUPVUTIL)
      ******************************************************************
       P440-ANALISE-CREDITO.
           COMPUTE WS-EXPOSICAO = WS-NOVO-VALOR - WS-NOVA-ENTRADA
           MOVE ZEROS               TO WS-QTD-PARC-VENCIDAS

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P442-LE-CONTRATO-ANALISE UNTIL EOF-OK

           PERFORM P448-LE-LIMITE

           IF WS-QTD-PARC-VENCIDAS EQUAL ZEROS AND
              (WS-LIMITE-EXPOSICAO EQUAL ZEROS OR
               WS-EXPOSICAO NOT GREATER THAN WS-LIMITE-EXPOSICAO)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EXPOSICAO        TO WS-EXPOSICAO-MSK
           DISPLAY '*** ALERTA DE CREDITO DO CONTATO ***'
           DISPLAY 'PARCELAS VENCIDAS FORA DA CONSOLIDACAO: '
                   WS-QTD-PARC-VENCIDAS
           DISPLAY 'EXPOSICAO APOS A CONSOLIDACAO..........: '
                   WS-EXPOSICAO-MSK
           IF WS-LIMITE-EXPOSICAO GREATER THAN ZEROS
               DISPLAY 'TETO CONFIGURADO.......................: '
                       WS-LIMITE-EXPOSICAO
           END-IF

           MOVE ZEROS               TO WS-SUPV-NIVEL-MIN
           MOVE LK-OPERADOR         TO WS-SUPV-SOLICITANTE
           CALL 'SUPVUTIL' USING WS-AREA-SUPV
           IF NOT SUPV-AUTORIZADO
               SET CONTATO-VALIDO   TO FALSE
           END-IF
           .
       P440-FIM.

       P442-LE-CONTRATO-ANALISE.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF REG-ID-CONTATO EQUAL WS-ID-TITULAR AND
                      NOT REG-CONTRATO-CANCELADO AND
                      NOT REG-CONTRATO-QUITADO AND
                      NOT REG-CONTRATO-REFINANCIADO
                       PERFORM P444-CONFERE-CONSOLIDADO
                       IF NOT CONSOLIDADO
                           PERFORM P446-AVALIA-PARCELA-ANALISE
                               VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND GREATER THAN
                                     REG-NUM-PARCELAS
                       END-IF
                   END-IF
           END-READ
           .
       P442-FIM.

       P444-CONFERE-CONSOLIDADO.
           SET CONSOLIDADO          TO FALSE
           PERFORM P445-COMPARA-CONSOLIDADO
               VARYING WS-IND-CTR FROM 1 BY 1
               UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS OR
                     CONSOLIDADO
           .
       P444-FIM.

       P445-COMPARA-CONSOLIDADO.
           IF WS-CTR-NUMERO(WS-IND-CTR) EQUAL REG-NUM-CONTRATO AND
              CTR-ESCOLHIDO(WS-IND-CTR)
               SET CONSOLIDADO      TO TRUE
           END-IF
           .
       P445-FIM.

       P446-AVALIA-PARCELA-ANALISE.
           PERFORM P335-CALCULA-SALDO
           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD WS-SALDO-PARCELA     TO WS-EXPOSICAO
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           IF WS-VENC-DATA LESS THAN WS-DATA-SISTEMA
               ADD 1                TO WS-QTD-PARC-VENCIDAS
           END-IF
           .
       P446-FIM.

       P448-LE-LIMITE.
           MOVE ZEROS               TO WS-LIMITE-EXPOSICAO
           SET FS-LIM-OK            TO TRUE

           OPEN INPUT LIMITE
           IF FS-LIM-OK
               READ LIMITE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIM-VALOR TO WS-LIMITE-EXPOSICAO
               END-READ
               CLOSE LIMITE
           END-IF
           .
       P448-FIM.

      ******************************************************************
      * AVALISTA DO NOVO CONTRATO: CONTATO ATIVO DIFERENTE DO TITULAR;
      * ZEROS GRAVA O CONTRATO SEM AVALISTA
      ******************************************************************
       P450-VINCULA-AVALISTA.
           MOVE ZEROS               TO WS-ID-AVALISTA
           DISPLAY 'INFORME O ID DO CONTATO AVALISTA '
                   '(0 = SEM AVALISTA): '
           ACCEPT WS-ID-AVALISTA

           IF WS-ID-AVALISTA EQUAL ZEROS
               SET AVALISTA-VALIDO  TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-AVALISTA EQUAL WS-ID-TITULAR
               DISPLAY 'O AVALISTA NAO PODE SER O PROPRIO TITULAR!'
               EXIT PARAGRAPH
           END-IF

           SET FS-CTT-OK            TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CTT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS '
                       '(FILE STATUS: ' WS-FS-CTT ').'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-AVALISTA      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'AVALISTA NAO EXISTE! CADASTRE-O EM '
                           'CADCONTT ANTES.'
               NOT INVALID KEY
                   IF WS-ST-ATIVO
                       SET AVALISTA-VALIDO TO TRUE
                       DISPLAY 'AVALISTA: ' WS-NM-CONTATO
                   ELSE
                       DISPLAY 'AVALISTA ESTA EXCLUIDO (INATIVO)!'
                   END-IF
           END-READ
           CLOSE CONTATOS
           .
       P450-FIM.

       P455-DIA-VENCIMENTO.
           DISPLAY 'DIA DE VENCIMENTO DAS PARCELAS (1 A 28, '
                   '0 = DIA DA EMISSAO): '
           ACCEPT WS-DIA-VENCIMENTO
           IF WS-DIA-VENCIMENTO NOT GREATER THAN 28
               SET DIA-VENC-OK      TO TRUE
           ELSE
               DISPLAY 'DIA INVALIDO! INFORME DE 1 A 28.'
           END-IF
           .
       P455-FIM.

      ******************************************************************
      * DADOS DO BEM ALIENADO (VEICULO OU MAQUINA), CONFERIDOS PELO
      * MODULO GARUTIL; <ENTER> NO TIPO DESISTE DA CONSOLIDACAO
      ******************************************************************
       P460-INFORMA-GARANTIA.
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
       P460-FIM.

       P500-GRAVA-CONTRATO.
           SET CONTRATO-GRAVADO     TO FALSE
           PERFORM P510-PROXIMO-NUMERO

           INITIALIZE REG-FINANCIAMENTO
           MOVE WS-NOVO-NUMERO      TO REG-NUM-CONTRATO
           MOVE WS-ID-TITULAR       TO REG-ID-CONTATO
           MOVE WS-ID-AVALISTA      TO REG-ID-AVALISTA
           MOVE WS-NM-TITULAR       TO REG-CLIENTE
           MOVE WS-NOVO-OBJETO      TO REG-OBJETO
           MOVE WS-NOVO-VALOR       TO REG-VALOR
           MOVE WS-NOVA-ENTRADA     TO REG-VR-ENTRADA
           MOVE WS-NOVA-TAXA        TO REG-TAXA-JUROS
           MOVE WS-DATA-HOJE        TO REG-DT-CONTRATO
           SET REG-CONTRATO-ATIVO   TO TRUE
           MOVE ZEROS               TO REG-NUM-CONTRATO-NOVO
           MOVE WS-DIA-VENCIMENTO   TO REG-DIA-VENCIMENTO
           IF WS-REAJUSTAVEL EQUAL 'S' OR WS-REAJUSTAVEL EQUAL 's'
               SET REG-REAJUSTA-SIM TO TRUE
           ELSE
               SET REG-REAJUSTA-NAO TO TRUE
           END-IF
           SET REG-AMORT-PRICE      TO TRUE
           MOVE WS-NOVO-IOF         TO REG-VR-IOF
           MOVE WS-NOVA-TAC         TO REG-VR-TAC
           MOVE WS-NOVO-CET-MENSAL  TO REG-CET-MENSAL
           MOVE WS-NOVO-CET-ANUAL   TO REG-CET-ANUAL
           MOVE WS-NOVO-PRAZO       TO REG-NUM-PARCELAS
           PERFORM P515-PREENCHE-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           WRITE REG-FINANCIAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O NOVO CONTRATO (FILE '
                           'STATUS: ' WS-FS ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'NOVO CONTRATO GRAVADO COM SUCESSO! NUMERO: '
                           REG-NUM-CONTRATO
                   SET CONTRATO-GRAVADO TO TRUE
                   SET FAU-EMISSAO  TO TRUE
                   MOVE ZEROS       TO FAU-VALOR-ANTERIOR
                   MOVE REG-VALOR   TO FAU-VALOR-ATUAL
                   MOVE ZEROS       TO FAU-TAXA-ANTERIOR
                   MOVE REG-TAXA-JUROS TO FAU-TAXA-ATUAL
                   MOVE ZEROS       TO FAU-PARC-ANTERIOR
                   MOVE REG-NUM-PARCELAS TO FAU-PARC-ATUAL
                   PERFORM P700-GRAVA-AUDITORIA
           END-WRITE
           .
       P500-FIM.

       P510-PROXIMO-NUMERO.
           MOVE ZEROS               TO WS-MAX-NUMERO
           MOVE ZEROS               TO REG-NUM-CONTRATO
           SET EOF-OK               TO FALSE

           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P512-LE-ULTIMO UNTIL EOF-OK
           COMPUTE WS-NOVO-NUMERO = WS-MAX-NUMERO + 1
           .
       P510-FIM.

       P512-LE-ULTIMO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   MOVE REG-NUM-CONTRATO TO WS-MAX-NUMERO
           END-READ
           .
       P512-FIM.

       P515-PREENCHE-PARCELA.
           MOVE WS-NOVA-PARCELA     TO REG-PARCELAS(WS-IND)
           .
       P515-FIM.

      ******************************************************************
      * REGISTRO DA GARANTIA DO CONTRATO CONSOLIDADO
      ******************************************************************
       P520-GRAVA-GARANTIA.
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
       P520-FIM.

      ******************************************************************
      * PRIMEIRA VIA DA CEDULA DE CREDITO BANCARIO PARA ASSINATURA
      ******************************************************************
       P560-EMITE-CCB.
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
       P560-FIM.

      ******************************************************************
      * CONTRATO CONSOLIDADO: HISTORICO, STATUS REFINANCIADO APONTANDO
      * O NOVO CONTRATO, AUDITORIA, NEGATIVACAO E COMISSAO
      ******************************************************************
       P600-ENCERRA-CONSOLIDADO.
           IF NOT CTR-ESCOLHIDO(WS-IND-CTR)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CTR-NUMERO(WS-IND-CTR) TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO ' WS-CTR-NUMERO(WS-IND-CTR)
                           ' NAO ENCONTRADO PARA O ENCERRAMENTO!'
                   SET LK-ERRO      TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'REFINANCIADO'      TO WS-MOTIVO
           PERFORM P610-GRAVA-HISTORICO

           SET REG-CONTRATO-REFINANCIADO TO TRUE
           MOVE WS-NOVO-NUMERO      TO REG-NUM-CONTRATO-NOVO

           REWRITE REG-FINANCIAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO '
                           REG-NUM-CONTRATO '.'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'CONTRATO ' REG-NUM-CONTRATO
                           ' REFINANCIADO NO ' WS-NOVO-NUMERO '.'
                   SET FAU-REFINANCIAMENTO TO TRUE
                   MOVE WS-CTR-FACE(WS-IND-CTR)
                                    TO FAU-VALOR-ANTERIOR
                   MOVE WS-CTR-QUITACAO(WS-IND-CTR)
                                    TO FAU-VALOR-ATUAL
                   MOVE REG-TAXA-JUROS TO FAU-TAXA-ANTERIOR
                   MOVE WS-NOVA-TAXA TO FAU-TAXA-ATUAL
                   MOVE WS-CTR-QTD-ABERTAS(WS-IND-CTR)
                                    TO FAU-PARC-ANTERIOR
                   MOVE ZEROS       TO FAU-PARC-ATUAL
                   PERFORM P700-GRAVA-AUDITORIA
                   PERFORM P620-ENCERRA-NEGATIVACAO
                   PERFORM P630-ESTORNA-COMISSAO
           END-REWRITE
           .
       P600-FIM.

       P610-GRAVA-HISTORICO.
           SET FS-HST-OK            TO TRUE

           OPEN EXTEND HISTORICO
           IF WS-FS-HST EQUAL 35
               OPEN OUTPUT HISTORICO
           END-IF

           IF FS-HST-OK
               ACCEPT HST-DATA FROM DATE YYYYMMDD
               ACCEPT HST-HORA FROM TIME
               MOVE LK-OPERADOR     TO HST-OPERADOR
               MOVE WS-MOTIVO       TO HST-MOTIVO
               MOVE SPACES          TO HST-IMAGEM
               MOVE REG-FINANCIAMENTO TO HST-IMAGEM

               WRITE REG-HISTORICO

               CLOSE HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO CONTRATO '
                       '(FILE STATUS: ' WS-FS-HST ').'
           END-IF
           .
       P610-FIM.

      ******************************************************************
      * DIVIDA CONSOLIDADA: ENCERRA A NEGATIVACAO DO CONTRATO ANTIGO
      ******************************************************************
       P620-ENCERRA-NEGATIVACAO.
           MOVE REG-NUM-CONTRATO    TO WS-NEG-NUM-CONTRATO
           MOVE ZEROS               TO WS-NEG-NUM-PARCELA
           MOVE ZEROS               TO WS-NEG-SALDO-PARCELA
           MOVE LK-OPERADOR         TO WS-NEG-OPERADOR
           MOVE 'RFNFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               DISPLAY 'NEGATIVACAO NO BIRO ENCERRADA - A EXCLUSAO SAI '
                       'NA PROXIMA RODADA DE NEGFIN.'
           END-IF
           .
       P620-FIM.

      ******************************************************************
      * CONTRATO ANTIGO LIQUIDADO DENTRO DO PRAZO DE
      * COMISSAO_PARAM.TXT: COMISSAO DO VENDEDOR ESTORNADA (COMUTIL)
      ******************************************************************
       P630-ESTORNA-COMISSAO.
           MOVE 'C'                 TO WS-COM-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-COM-NUM-CONTRATO
           MOVE 'RFNFIN  '          TO WS-COM-ORIGEM
           CALL 'COMUTIL' USING WS-AREA-COM

           IF COM-OK
               DISPLAY 'REFINANCIAMENTO DENTRO DO PRAZO - COMISSAO DO '
                       'VENDEDOR ' WS-COM-VENDEDOR ' ESTORNADA.'
           END-IF
           .
       P630-FIM.

      ******************************************************************
      * REGISTRO EM CONTRATOS_AUD.dat (OPERACAO E VALORES JA MONTADOS
      * PELO CHAMADOR NOS CAMPOS DE REG-AUDITORIA-FIN)
      ******************************************************************
       P700-GRAVA-AUDITORIA.
           SET FS-FAU-OK            TO TRUE

           OPEN EXTEND AUDITORIA-FIN
           IF WS-FS-FAU EQUAL 35
               OPEN OUTPUT AUDITORIA-FIN
           END-IF

           IF FS-FAU-OK
               ACCEPT FAU-DATA FROM DATE YYYYMMDD
               ACCEPT FAU-HORA FROM TIME
               MOVE REG-NUM-CONTRATO TO FAU-NUM-CONTRATO
               IF LK-OPERADOR EQUAL SPACES
                   MOVE 'BALCAO'     TO FAU-OPERADOR
               ELSE
                   MOVE LK-OPERADOR  TO FAU-OPERADOR
               END-IF
               MOVE ZEROS            TO FAU-CONTATO-ANTERIOR
               MOVE ZEROS            TO FAU-CONTATO-ATUAL

               WRITE REG-AUDITORIA-FIN

               CLOSE AUDITORIA-FIN
           END-IF
           .
       P700-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM RFNFIN.
