      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 23/12/2024
      * Purpose: LOTE DE VIRADA DO CONTROLE DE VERSAO DE LAYOUT - RODA
      *          SOBRE A BASE GRAVADA PELOS PROGRAMAS ANTERIORES AO
      *          CONTROLE (CONTROLE_LAYOUT.dat VAZIO OU AUSENTE) E E O
      *          PASSO A RODAR ANTES DE COLOCAR OS EXECUTAVEIS NOVOS EM
      *          PRODUCAO, QUE RECUSAM ARQUIVO MESTRE SEM REGISTRO NO
      *          CONTROLE:
      *          1. CONVERTE CONTRATOS.dat DO LAYOUT ANTIGO (PARTE FIXA
      *             DE 93 BYTES) PARA O ATUAL DE FD_CONTR (146 BYTES):
      *             CONTRATO NOVO, CARENCIA, JUROS DA CARENCIA, IOF,
      *             TARIFA, CET E PREMIO DO SEGURO ZERADOS E SISTEMA DE
      *             AMORTIZACAO EM BRANCO (= PRICE); AS PARCELAS SAO
      *             COPIADAS;
      *          2. CONVERTE DO MESMO JEITO OS ARQUIVOS MORTOS DE
      *             CONTRATOS (CONTRATOS_ARQ_AAAAMMDD.dat) DE CADA DATA
      *             DO CATALOGO ARQUIVOS_MORTOS.TXT; ARQUIVO MORTO
      *             ANTERIOR AO CATALOGO E INFORMADO PELA DATA E ENTRA
      *             NO CATALOGO COM ZEROS NAS QUANTIDADES;
      *          3. CONVERTE CONTRATOS_AUD.dat (71 PARA 77 POSICOES,
      *             SUPERVISOR DA APROVACAO EM BRANCO);
      *          4. RECONSTROI CONTATOS.dat COM AS CHAVES ALTERNATIVAS
      *             DE NOME, CPF/CNPJ E TELEFONE (O ARQUIVO ANTIGO SO
      *             TEM A CHAVE ID-CONTATO E NAO ABRE PELA SELECT
      *             ATUAL);
      *          5. CONVERTE CONTATOS_AUD.dat E OS MESES JA FECHADOS POR
      *             ARQAUDIT (AUD_AAAAMM.dat, NA FAIXA DE MESES
      *             INFORMADA) DE 471 PARA 477 POSICOES, SUPERVISOR DA
      *             APROVACAO EM BRANCO;
      *          6. CONVERTE PROPOSTAS.dat (CARENCIA, JUROS DA CARENCIA,
      *             IOF, TARIFA E CET ZERADOS, SISTEMA DE AMORTIZACAO E
      *             ORIGEM EM BRANCO = PRICE / SIMULACAO, SEM ALIENACAO
      *             'N'), SEGMENTOS.dat (TERRITORIO EM BRANCO = TODOS) E
      *             TABELA.TXT (53 PARA 54 POSICOES, SEM ALIENACAO 'N');
      *          7. MARCA CADA ARQUIVO MESTRE DA TABELA DE LAYVERS.cpy
      *             COM A VERSAO ATUAL (MODULO LAYUTIL, FUNCAO G).
      *          ARQUIVO QUE JA TEM REGISTRO NO CONTROLE NAO E TOCADO,
      *          ENTAO O LOTE PODE SER REPETIDO - POR EXEMPLO DEPOIS DE
      *          RSTCNTT DEVOLVER UMA GERACAO ANTERIOR AO CONTROLE, QUE
      *          FICA SEM VERSAO ATE PASSAR POR AQUI. OS ARQUIVOS
      *          SEQUENCIAIS SAO CONFERIDOS TAMBEM PELO TAMANHO
      *          (MULTIPLO DO REGISTRO ANTIGO OU DO NOVO) E PELO
      *          CONTEUDO, E OS ARQUIVOS MORTOS, QUE NAO TEM REGISTRO NO
      *          CONTROLE, SO POR ESSA CONFERENCIA: O QUE JA ESTA NO
      *          LAYOUT ATUAL E PULADO.
      *          AS TROCAS SAO FEITAS POR TEMPORARIO, COMO EM MIGCLIE;
      *          REGISTRO QUE NAO ESTA NO LAYOUT ANTIGO (CONTRATO COM
      *          QUANTIDADE DE PARCELAS INVALIDA OU SEM A PRIMEIRA
      *          PARCELA EDITADA NA POSICAO ANTIGA, AUDITORIA SEM DATA
      *          NUMERICA, ITEM DE TABELA SEM CHAVE NUMERICA) OU QUE NAO
      *          GRAVA CANCELA A TROCA DAQUELE ARQUIVO, QUE FICA COMO
      *          ESTAVA E SEM MARCA.
      *          CONTATOS_OLD.dat (MIGCONTT) E A CHAVE POR TELEFONE DE
      *          CLIENTES.dat (MIGCLIE) SAO VIRADAS MAIS ANTIGAS, QUE
      *          MARCAM O ARQUIVO QUE CONVERTEM: SE A BASE AINDA ESTIVER
      *          NELAS, RODE AQUELES LOTES ANTES DESTE
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGVIRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS-ANTIGO ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ORI-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT CONTRATOS-NOVO ASSIGN TO
               'CONTRATOS_TMP.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-TMP.

               SELECT CONTATOS-ANTIGO ASSIGN TO
               'CONTATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS OCT-ID-CONTATO
               FILE STATUS IS WS-FS.

               SELECT CONTATOS-NOVO ASSIGN TO
               'CONTATOS_TMP.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TMP.

               SELECT CATALOGO-ARQ ASSIGN TO
               'ARQUIVOS_MORTOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT MORTO-ANTIGO ASSIGN TO WS-ARQ-ORIGINAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT MORTO-NOVO ASSIGN TO
               'CONTRATOS_ARQ_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT AUD-FIN-ANTIGA ASSIGN TO
               'CONTRATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT AUD-FIN-NOVA ASSIGN TO
               'CONTRATOS_AUD_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT AUD-CTT-ANTIGA ASSIGN TO WS-ARQ-ORIGINAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT AUD-CTT-NOVA ASSIGN TO
               'CONTATOS_AUD_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT PROPOSTAS-ANTIGO ASSIGN TO
               'PROPOSTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS OPR-NUMERO
               FILE STATUS IS WS-FS.

               SELECT PROPOSTAS-NOVO ASSIGN TO
               'PROPOSTAS_TMP.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS PRO-NUMERO
               FILE STATUS IS WS-FS-TMP.

               SELECT SEGMENTOS-ANTIGO ASSIGN TO
               'SEGMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS OSG-NOME
               FILE STATUS IS WS-FS.

               SELECT SEGMENTOS-NOVO ASSIGN TO
               'SEGMENTOS_TMP.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS SEG-NOME
               FILE STATUS IS WS-FS-TMP.

               SELECT TABELA-ANTIGA ASSIGN TO
               'TABELA.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT TABELA-NOVA ASSIGN TO
               'TABELA_TMP.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.


       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LAYOUT ANTIGO DE CONTRATOS.dat: SEM O CONTRATO NOVO (ENTRE O
      * STATUS E O DIA DE VENCIMENTO) E SEM CARENCIA, SISTEMA DE
      * AMORTIZACAO, IOF, TARIFA E CET (ENTRE O REAJUSTE E A QUANTIDADE
      * DE PARCELAS) - VER FD_CONTR ANTES DE 19/11/2024
      ******************************************************************
       FD CONTRATOS-ANTIGO.
       01 REG-CONTRATO-ANTIGO.
          03 ORI-NUM-CONTRATO        PIC 9(06).
          03 ORI-ID-CONTATO          PIC 9(06).
          03 ORI-ID-AVALISTA         PIC 9(06).
          03 ORI-CLIENTE             PIC X(20).
          03 ORI-OBJETO              PIC X(20).
          03 ORI-VALOR               PIC 9(06)V99.
          03 ORI-VR-ENTRADA          PIC 9(06)V99.
          03 ORI-TAXA-JUROS          PIC 9(02)V99.
          03 ORI-DT-CONTRATO         PIC 9(08).
          03 ORI-ST-CONTRATO         PIC X(01).
          03 ORI-DIA-VENCIMENTO      PIC 9(02).
          03 ORI-REAJUSTA            PIC X(01).
          03 ORI-NUM-PARCELAS        PIC 999.
          03 ORI-PARCELAS            PIC X(09)  OCCURS 1 TO 420
                                    TIMES DEPENDING ON ORI-NUM-PARCELAS.

       FD CONTRATOS-NOVO.
          COPY FD_CONTR.

      ******************************************************************
      * CONTATOS.dat ANTIGO: MESMO REGISTRO DE FD_CONTT, SO COM A CHAVE
      * PRINCIPAL
      ******************************************************************
       FD CONTATOS-ANTIGO.
       01 REG-CONTATO-ANTIGO.
          03 OCT-ID-CONTATO               PIC 9(06).
          03 OCT-RESTO                    PIC X(189).

       FD CONTATOS-NOVO.
          COPY FD_CONTT.

       FD CATALOGO-ARQ.
       01 REG-CATALOGO-ARQ.
          03 CAT-DATA-ARQUIVO             PIC 9(08).
          03 CAT-QTD-CONTRATOS            PIC 9(05).
          03 CAT-QTD-PAGAMENTOS           PIC 9(05).

      ******************************************************************
      * ARQUIVO MORTO DE CONTRATOS: IMAGEM DO REGISTRO ANTIGO (3900
      * POSICOES) E DO ATUAL (4000, COMO GRAVA ARQFIN)
      ******************************************************************
       FD MORTO-ANTIGO.
       01 REG-MORTO-ANTIGO                PIC X(3900).

       FD MORTO-NOVO.
       01 REG-MORTO-NOVO                  PIC X(4000).

      ******************************************************************
      * LAYOUT ANTIGO DE CONTRATOS_AUD.dat: SEM O SUPERVISOR DA
      * APROVACAO - VER FD_CAUD ANTES DE 14/12/2024
      ******************************************************************
       FD AUD-FIN-ANTIGA.
       01 REG-AUD-FIN-ANTIGA.
          03 OFA-DATA                     PIC 9(08).
          03 OFA-HORA                     PIC 9(08).
          03 OFA-NUM-CONTRATO             PIC 9(06).
          03 OFA-OPERACAO                 PIC X(01).
          03 OFA-OPERADOR                 PIC X(06).
          03 OFA-VALOR-ANTERIOR           PIC 9(06)V99.
          03 OFA-VALOR-ATUAL              PIC 9(06)V99.
          03 OFA-TAXA-ANTERIOR            PIC 9(02)V99.
          03 OFA-TAXA-ATUAL               PIC 9(02)V99.
          03 OFA-PARC-ANTERIOR            PIC 999.
          03 OFA-PARC-ATUAL               PIC 999.
          03 OFA-CONTATO-ANTERIOR         PIC 9(06).
          03 OFA-CONTATO-ATUAL            PIC 9(06).

       FD AUD-FIN-NOVA.
          COPY FD_CAUD.

      ******************************************************************
      * LAYOUT ANTIGO DE CONTATOS_AUD.dat E DOS AUD_AAAAMM.dat: SEM O
      * SUPERVISOR DA APROVACAO - VER FD_AUDIT ANTES DE 14/12/2024
      ******************************************************************
       FD AUD-CTT-ANTIGA.
       01 REG-AUD-CTT-ANTIGA.
          03 OAU-DATA                     PIC 9(08).
          03 OAU-HORA                     PIC 9(08).
          03 OAU-ID-CONTATO               PIC 9(06).
          03 OAU-OPERACAO                 PIC X(01).
          03 OAU-OPERADOR                 PIC X(06).
          03 OAU-EMPRESA                  PIC 9(02).
          03 OAU-NOME-ANTIGO              PIC X(20).
          03 OAU-NOME-NOVO                PIC X(20).
          03 OAU-REG-ANTERIOR             PIC X(200).
          03 OAU-REG-ATUAL                PIC X(200).

       FD AUD-CTT-NOVA.
          COPY FD_AUDIT.

      ******************************************************************
      * LAYOUT ANTIGO DE PROPOSTAS.dat: SEM CARENCIA, SISTEMA DE
      * AMORTIZACAO, IOF, TARIFA, CET, ALIENACAO E ORIGEM - VER FD_PROP
      * ANTES DE 20/11/2024
      ******************************************************************
       FD PROPOSTAS-ANTIGO.
       01 REG-PROPOSTA-ANTIGA.
          03 OPR-NUMERO                   PIC 9(06).
          03 OPR-ID-CONTATO               PIC 9(06).
          03 OPR-NOME-CLIENTE             PIC X(20).
          03 OPR-OBJETO                   PIC X(20).
          03 OPR-VALOR                    PIC 9(06)V99.
          03 OPR-VR-ENTRADA               PIC 9(06)V99.
          03 OPR-TAXA-JUROS               PIC 9(02)V99.
          03 OPR-NUM-PARCELAS             PIC 999.
          03 OPR-VR-PARCELA               PIC 9(06)V99.
          03 OPR-DT-EMISSAO               PIC 9(08).
          03 OPR-DT-VALIDADE              PIC 9(08).
          03 OPR-ST-PROPOSTA              PIC X(01).
          03 OPR-NUM-CONTRATO             PIC 9(06).
          03 OPR-OPERADOR                 PIC X(06).

       FD PROPOSTAS-NOVO.
          COPY FD_PROP.

      ******************************************************************
      * LAYOUT ANTIGO DE SEGMENTOS.dat: SEM O TERRITORIO - VER FD_SEGM
      * ANTES DE 27/11/2024
      ******************************************************************
       FD SEGMENTOS-ANTIGO.
       01 REG-SEGMENTO-ANTIGO.
          03 OSG-NOME                     PIC X(15).
          03 OSG-CATEGORIA                PIC X(15).
          03 OSG-UF                       PIC X(02).
          03 OSG-CIDADE                   PIC X(20).
          03 OSG-INCLUI-OPTOUT            PIC X(01).
          03 OSG-EXIGE-ENDERECO           PIC X(01).
          03 OSG-EXIGE-EMAIL              PIC X(01).

       FD SEGMENTOS-NOVO.
          COPY FD_SEGM.

      ******************************************************************
      * TABELA.TXT ANTIGA (53 POSICOES, SEM O INDICADOR DE ALIENACAO) E
      * ATUAL (54, COMO EM PROG-OCCURS E BUSCA-MATRIZ)
      ******************************************************************
       FD TABELA-ANTIGA.
       01 REG-TABELA-ANTIGA.
          03 OTB-CHAVE                    PIC 99.
          03 OTB-NOME                     PIC X(20).
          03 OTB-PRECO                    PIC 9(06)V99.
          03 OTB-TAXA-PADRAO              PIC 9(02)V99.
          03 OTB-PRAZO-MAX                PIC 999.
          03 OTB-PRECO-MIN                PIC 9(06)V99.
          03 OTB-PRECO-MAX                PIC 9(06)V99.

       FD TABELA-NOVA.
       01 REG-TABELA.
          03 TAB-CHAVE                    PIC 99.
          03 TAB-NOME                     PIC X(20).
          03 TAB-PRECO                    PIC 9(06)V99.
          03 TAB-TAXA-PADRAO              PIC 9(02)V99.
          03 TAB-PRAZO-MAX                PIC 999.
          03 TAB-PRECO-MIN                PIC 9(06)V99.
          03 TAB-PRECO-MAX                PIC 9(06)V99.
          03 TAB-ALIENACAO                PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-TMP                       PIC 99.
          88 FS-TMP-OK                    VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-QTD-CTR-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTR-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTR-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTT-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTT-COPIADOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTT-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MARCADOS                 PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NAO-MARCADOS             PIC 9(02) VALUE ZEROS.
       77 WS-TAM-PARCELAS                 PIC 9(04) VALUE ZEROS.
       77 WS-IND-MARCA                    PIC 9(02) VALUE ZEROS.
       77 WS-CONTRATOS-PENDENTE           PIC X VALUE 'N'.
          88 CONTRATOS-PENDENTE           VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-PENDENTE            PIC X VALUE 'N'.
          88 CONTATOS-PENDENTE            VALUE 'S' FALSE 'N'.
       77 WS-TROCA-FEITA                  PIC X VALUE 'N'.
          88 TROCA-FEITA                  VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-LAYOUT              PIC X VALUE SPACES.
          88 ARQ-SEM-REGISTRO             VALUE 'S'.
          88 ARQ-NA-VERSAO-ATUAL          VALUE 'A'.
          88 ARQ-EM-OUTRA-VERSAO          VALUE 'O'.
       77 WS-ARQ-ORIGINAL                 PIC X(30) VALUE SPACES.
       77 WS-ARQ-TEMP                     PIC X(30) VALUE SPACES.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
       77 WS-FS-CAT                       PIC 99.
          88 FS-CAT-OK                    VALUE 0.
       77 WS-EOF-CAT                      PIC X VALUE 'N'.
          88 EOF-CAT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QTD-MRT-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MRT-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MRT-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CAU-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CAU-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CAU-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUD-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUD-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUD-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PRO-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PRO-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PRO-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEG-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEG-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEG-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TAB-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TAB-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TAB-RECUSADOS            PIC 9(07) VALUE ZEROS.
      *    REGISTROS DO ARQUIVO MORTO OU DO MES DE AUDITORIA EM CURSO
       77 WS-QTD-REG-LIDOS                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REG-CONVERTIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REG-RECUSADOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ARQ-CONVERTIDOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ARQ-ATUAIS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ARQ-NAO-CONVERTIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CAUD-PENDENTE                PIC X VALUE 'N'.
          88 CAUD-PENDENTE                VALUE 'S' FALSE 'N'.
       77 WS-AUDIT-PENDENTE               PIC X VALUE 'N'.
          88 AUDIT-PENDENTE               VALUE 'S' FALSE 'N'.
       77 WS-PROPOSTAS-PENDENTE           PIC X VALUE 'N'.
          88 PROPOSTAS-PENDENTE           VALUE 'S' FALSE 'N'.
       77 WS-SEGMENTOS-PENDENTE           PIC X VALUE 'N'.
          88 SEGMENTOS-PENDENTE           VALUE 'S' FALSE 'N'.
       77 WS-TABELA-PENDENTE              PIC X VALUE 'N'.
          88 TABELA-PENDENTE              VALUE 'S' FALSE 'N'.
       77 WS-MORTOS-PENDENTE              PIC X VALUE 'N'.
          88 MORTOS-PENDENTE              VALUE 'S' FALSE 'N'.
       77 WS-ARQ-PENDENTE                 PIC X VALUE 'N'.
          88 ARQ-PENDENTE                 VALUE 'S' FALSE 'N'.
       77 WS-IMAGEM-VALIDA                PIC X VALUE 'N'.
          88 IMAGEM-VALIDA                VALUE 'S' FALSE 'N'.
       77 WS-IMAGEM-ATUAL                 PIC X VALUE 'N'.
          88 IMAGEM-ATUAL                 VALUE 'S' FALSE 'N'.
       77 WS-FIM-DATAS                    PIC X VALUE 'N'.
          88 FIM-DATAS                    VALUE 'S' FALSE 'N'.
       77 WS-DATA-REPETIDA                PIC X VALUE 'N'.
          88 DATA-REPETIDA                VALUE 'S' FALSE 'N'.
       77 WS-DATA-INFORMADA               PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DATAS                    PIC 9(03) VALUE ZEROS.
       77 WS-IND-DATA                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-BUSCA                    PIC 9(03) VALUE ZEROS.
       77 WS-MES-INICIAL                  PIC 9(06) VALUE ZEROS.
       77 WS-TAM-ANTIGO                   PIC 9(04) VALUE ZEROS.
       77 WS-TAM-NOVO                     PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(15) VALUE ZEROS.
       77 WS-RESTO-ANTIGO                 PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-NOVO                   PIC 9(04) VALUE ZEROS.
       77 WS-SITUACAO-TAMANHO             PIC X VALUE SPACES.
          88 TAM-SEM-ARQUIVO              VALUE 'X'.
          88 TAM-VAZIO                    VALUE 'V'.
          88 TAM-LAYOUT-ANTIGO            VALUE 'A'.
          88 TAM-LAYOUT-NOVO              VALUE 'N'.
          88 TAM-AMBIGUO                  VALUE 'D'.
          88 TAM-NAO-CONFERE              VALUE 'I'.
      *
      * DETALHES DEVOLVIDOS POR CBL_CHECK_FILE_EXIST (TAMANHO, DATA E
      * HORA DA ULTIMA GRAVACAO DO ARQUIVO)
      *
       01 WS-DETALHE-ARQUIVO.
          03 WS-DET-TAMANHO               PIC X(08) COMP-X.
          03 WS-DET-DIA                   PIC X(01) COMP-X.
          03 WS-DET-MES                   PIC X(01) COMP-X.
          03 WS-DET-ANO                   PIC X(02) COMP-X.
          03 WS-DET-HORA                  PIC X(04).
       01 WS-MES-CORRENTE                 PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-CORRENTE.
          03 WS-MES-AAAA                  PIC 9(04).
          03 WS-MES-MM                    PIC 9(02).
       01 WS-MES-FINAL                    PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-FINAL.
          03 WS-MES-FINAL-AAAA            PIC 9(04).
          03 WS-MES-FINAL-MM              PIC 9(02).
      ******************************************************************
      * DATAS DO CATALOGO DE ARQUIVOS MORTOS (UMA RODADA DE ARQFIN NO
      * MESMO DIA REGRAVA O ARQUIVO DA DATA, QUE SO E CONVERTIDO UMA
      * VEZ)
      ******************************************************************
       01 WS-TAB-DATAS.
          03 WS-DATA-LIDA                 OCCURS 500 TIMES
                                          PIC 9(08).
      ******************************************************************
      * IMAGEM DO CONTRATO NO LAYOUT ANTIGO (PARTE FIXA DE 93 BYTES,
      * PARCELAS A PARTIR DA POSICAO 94) E NO ATUAL DE FD_CONTR (PARTE
      * FIXA DE 146 BYTES, PARCELAS A PARTIR DA 147), NO TAMANHO DO
      * REGISTRO DO ARQUIVO MORTO
      ******************************************************************
       01 WS-IMAGEM-ANTIGA                PIC X(3900).
       01 FILLER REDEFINES WS-IMAGEM-ANTIGA.
          03 ANT-NUM-CONTRATO             PIC 9(06).
          03 ANT-ID-CONTATO               PIC 9(06).
          03 ANT-ID-AVALISTA              PIC 9(06).
          03 ANT-CLIENTE                  PIC X(20).
          03 ANT-OBJETO                   PIC X(20).
          03 ANT-VALOR                    PIC 9(06)V99.
          03 ANT-VR-ENTRADA               PIC 9(06)V99.
          03 ANT-TAXA-JUROS               PIC 9(02)V99.
          03 ANT-DT-CONTRATO              PIC 9(08).
          03 ANT-ST-CONTRATO              PIC X(01).
          03 ANT-DIA-VENCIMENTO           PIC 9(02).
          03 ANT-REAJUSTA                 PIC X(01).
          03 ANT-NUM-PARCELAS             PIC 999.
          03 ANT-PARCELAS.
             05 ANT-PRIMEIRA-PARCELA      PIC X(09).
             05 FILLER                    PIC X(3798).
       01 WS-IMAGEM-NOVA                  PIC X(4000).
       01 FILLER REDEFINES WS-IMAGEM-NOVA.
          03 NOV-NUM-CONTRATO             PIC 9(06).
          03 NOV-ID-CONTATO               PIC 9(06).
          03 NOV-ID-AVALISTA              PIC 9(06).
          03 NOV-CLIENTE                  PIC X(20).
          03 NOV-OBJETO                   PIC X(20).
          03 NOV-VALOR                    PIC 9(06)V99.
          03 NOV-VR-ENTRADA               PIC 9(06)V99.
          03 NOV-TAXA-JUROS               PIC 9(02)V99.
          03 NOV-DT-CONTRATO              PIC 9(08).
          03 NOV-ST-CONTRATO              PIC X(01).
          03 NOV-NUM-CONTRATO-NOVO        PIC 9(06).
          03 NOV-DIA-VENCIMENTO           PIC 9(02).
          03 NOV-REAJUSTA                 PIC X(01).
          03 NOV-CARENCIA                 PIC 9(02).
          03 NOV-VR-JUROS-CARENCIA        PIC 9(06)V99.
          03 NOV-SISTEMA-AMORT            PIC X(01).
          03 NOV-VR-IOF                   PIC 9(06)V99.
          03 NOV-VR-TAC                   PIC 9(06)V99.
          03 NOV-CET-MENSAL               PIC 9(03)V99.
          03 NOV-CET-ANUAL                PIC 9(05)V99.
          03 NOV-VR-PREMIO                PIC 9(06)V99.
          03 NOV-NUM-PARCELAS             PIC 999.
          03 NOV-PARCELAS.
             05 NOV-PRIMEIRA-PARCELA      PIC X(09).
             05 FILLER                    PIC X(3845).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
          COPY FSMSG.
          COPY LAYVERS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** VIRADA DO CONTROLE DE LAYOUT DA BASE ***'
           MOVE 'MIGVIRA '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           DISPLAY 'ATENCAO: RODE ANTES DOS EXECUTAVEIS NOVOS, SOBRE A '
                   'BASE GRAVADA SEM O CONTROLE DE LAYOUT.'
           DISPLAY 'TECLE: '
                   '<S> para confirmar a VIRADA ou <QUALQUER '
                   'TECLA> para abortar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'VIRADA NAO REALIZADA.'
           ELSE
               PERFORM P200-CONVERTE-CONTRATOS
               PERFORM P250-CONVERTE-ARQUIVOS-MORTOS
               PERFORM P300-CONVERTE-AUD-CONTRATOS
               PERFORM P400-RECONSTROI-CONTATOS
               PERFORM P420-CONVERTE-AUD-CONTATOS
               PERFORM P450-CONVERTE-MESES-AUDITORIA
               PERFORM P700-CONVERTE-PROPOSTAS
               PERFORM P730-CONVERTE-SEGMENTOS
               PERFORM P760-CONVERTE-TABELA
               PERFORM P600-MARCA-ARQUIVOS
           END-IF

           IF CONTRATOS-PENDENTE OR CONTATOS-PENDENTE OR
              CAUD-PENDENTE OR AUDIT-PENDENTE OR
              PROPOSTAS-PENDENTE OR SEGMENTOS-PENDENTE OR
              TABELA-PENDENTE OR MORTOS-PENDENTE OR
              WS-QTD-NAO-MARCADOS GREATER THAN ZEROS
               MOVE '1'            TO WS-LOG-STATUS
           END-IF
           MOVE 'F'                TO WS-LOG-EVENTO
           COMPUTE WS-LOG-QTD-LIDOS =
                   WS-QTD-CTR-LIDOS + WS-QTD-CTT-LIDOS +
                   WS-QTD-MRT-LIDOS + WS-QTD-CAU-LIDOS +
                   WS-QTD-AUD-LIDOS + WS-QTD-PRO-LIDOS +
                   WS-QTD-SEG-LIDOS + WS-QTD-TAB-LIDOS
           COMPUTE WS-LOG-QTD-GRAVADOS =
                   WS-QTD-CTR-CONVERTIDOS + WS-QTD-CTT-COPIADOS +
                   WS-QTD-MRT-CONVERTIDOS + WS-QTD-CAU-CONVERTIDOS +
                   WS-QTD-AUD-CONVERTIDOS + WS-QTD-PRO-CONVERTIDOS +
                   WS-QTD-SEG-CONVERTIDOS + WS-QTD-TAB-CONVERTIDOS
           COMPUTE WS-LOG-QTD-REJEITADOS =
                   WS-QTD-CTR-RECUSADOS + WS-QTD-CTT-RECUSADOS +
                   WS-QTD-MRT-RECUSADOS + WS-QTD-CAU-RECUSADOS +
                   WS-QTD-AUD-RECUSADOS + WS-QTD-PRO-RECUSADOS +
                   WS-QTD-SEG-RECUSADOS + WS-QTD-TAB-RECUSADOS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .

      ******************************************************************
      * SITUACAO DO ARQUIVO EM WS-LAY-ARQUIVO NO CONTROLE VIVO CONTRA A
      * VERSAO DA TABELA DE LAYVERS
      ******************************************************************
       P100-SITUACAO-LAYOUT.
           PERFORM P865-VERSAO-ESPERADA
           SET WS-LAY-LER           TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT

           EVALUATE TRUE
               WHEN NOT LAY-CONFERE
                   SET ARQ-SEM-REGISTRO    TO TRUE
               WHEN WS-LAY-VERSAO-ARQ EQUAL WS-LAY-VERSAO
                   SET ARQ-NA-VERSAO-ATUAL TO TRUE
               WHEN OTHER
                   SET ARQ-EM-OUTRA-VERSAO TO TRUE
           END-EVALUATE
           .
       P100-FIM.

      ******************************************************************
      * SITUACAO DO ARQUIVO SEQUENCIAL EM WS-ARQ-ORIGINAL PELO TAMANHO:
      * MULTIPLO SO DO REGISTRO ANTIGO (WS-TAM-ANTIGO) OU SO DO NOVO
      * (WS-TAM-NOVO); MULTIPLO DOS DOIS FICA EM DUVIDA, PARA O
      * CHAMADOR DECIDIR PELO CONTEUDO DO SEGUNDO REGISTRO
      ******************************************************************
       P110-LAYOUT-PELO-TAMANHO.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-ARQ-ORIGINAL WS-DETALHE-ARQUIVO
               RETURNING WS-RETCODE
           IF NOT RETCODE-OK
               SET TAM-SEM-ARQUIVO  TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-DET-TAMANHO EQUAL ZEROS
               SET TAM-VAZIO        TO TRUE
               EXIT PARAGRAPH
           END-IF

           DIVIDE WS-DET-TAMANHO BY WS-TAM-ANTIGO
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-ANTIGO
           DIVIDE WS-DET-TAMANHO BY WS-TAM-NOVO
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-NOVO

           EVALUATE TRUE
               WHEN WS-RESTO-ANTIGO EQUAL ZEROS AND
                    WS-RESTO-NOVO EQUAL ZEROS
                   SET TAM-AMBIGUO       TO TRUE
               WHEN WS-RESTO-ANTIGO EQUAL ZEROS
                   SET TAM-LAYOUT-ANTIGO TO TRUE
               WHEN WS-RESTO-NOVO EQUAL ZEROS
                   SET TAM-LAYOUT-NOVO   TO TRUE
               WHEN OTHER
                   SET TAM-NAO-CONFERE   TO TRUE
           END-EVALUATE
           .
       P110-FIM.

      ******************************************************************
      * CONVERSAO DE CONTRATOS.dat PARA O LAYOUT DE FD_CONTR
      ******************************************************************
       P200-CONVERTE-CONTRATOS.
           SET CONTRATOS-PENDENTE   TO FALSE
           MOVE 'CONTRATOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'CONTRATOS.dat JA REGISTRADO NO CONTROLE - NAO '
                       'CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT CONTRATOS-ANTIGO
           IF WS-FS EQUAL 35
               DISPLAY 'CONTRATOS.dat NAO EXISTE - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR CONTRATOS.dat NO LAYOUT ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET CONTRATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTRATOS-NOVO
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'CONTRATOS_TMP.dat.'
               CLOSE CONTRATOS-ANTIGO
               SET CONTRATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P210-LE-CONTRATO UNTIL EOF-OK
           CLOSE CONTRATOS-ANTIGO
           CLOSE CONTRATOS-NOVO

           DISPLAY 'CONTRATOS LIDOS.......: ' WS-QTD-CTR-LIDOS
           DISPLAY 'CONTRATOS CONVERTIDOS.: ' WS-QTD-CTR-CONVERTIDOS
           DISPLAY 'CONTRATOS RECUSADOS...: ' WS-QTD-CTR-RECUSADOS

           MOVE 'CONTRATOS.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'CONTRATOS_TMP.dat' TO WS-ARQ-TEMP
           IF WS-QTD-CTR-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE CONTRATOS.dat CANCELADA - ARQUIVO '
                       'MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET CONTRATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'CONTRATOS.dat CONVERTIDO COM SUCESSO!'
           ELSE
               SET CONTRATOS-PENDENTE TO TRUE
           END-IF
           .
       P200-FIM.

       P210-LE-CONTRATO.
           READ CONTRATOS-ANTIGO NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CTR-LIDOS
                   PERFORM P220-GRAVA-CONTRATO
           END-READ
           .
       P210-FIM.

      *    QUANTIDADE DE PARCELAS FORA DE 1 A 420 NA POSICAO ANTIGA
      *    INDICA REGISTRO QUE NAO ESTA NO LAYOUT ANTIGO (E E CONFERIDA
      *    AQUI, ANTES DE MOVER O REGISTRO DE TAMANHO VARIAVEL)
       P220-GRAVA-CONTRATO.
           IF ORI-NUM-PARCELAS NOT NUMERIC OR
              ORI-NUM-PARCELAS EQUAL ZEROS OR
              ORI-NUM-PARCELAS GREATER THAN 420
               ADD 1                TO WS-QTD-CTR-RECUSADOS
               DISPLAY 'CONTRATO ' ORI-NUM-CONTRATO ' COM QUANTIDADE '
                       'DE PARCELAS INVALIDA (' ORI-NUM-PARCELAS ').'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-IMAGEM-ANTIGA
           MOVE REG-CONTRATO-ANTIGO TO WS-IMAGEM-ANTIGA
           PERFORM P230-CONVERTE-IMAGEM
           IF NOT IMAGEM-VALIDA
               ADD 1                TO WS-QTD-CTR-RECUSADOS
               DISPLAY 'CONTRATO ' ORI-NUM-CONTRATO ' SEM A PRIMEIRA '
                       'PARCELA EDITADA NA POSICAO ANTIGA.'
               EXIT PARAGRAPH
           END-IF

           MOVE NOV-NUM-PARCELAS    TO REG-NUM-PARCELAS
           MOVE WS-IMAGEM-NOVA      TO REG-FINANCIAMENTO

           WRITE REG-FINANCIAMENTO
               INVALID KEY
                   ADD 1            TO WS-QTD-CTR-RECUSADOS
                   DISPLAY 'ERRO AO GRAVAR O CONTRATO '
                           ORI-NUM-CONTRATO ' CONVERTIDO.'
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-CTR-CONVERTIDOS
           END-WRITE
           .
       P220-FIM.

      ******************************************************************
      * CONVERSAO DE UMA IMAGEM DE CONTRATO DO LAYOUT ANTIGO PARA O
      * ATUAL, USADA PARA CONTRATOS.dat E PARA OS ARQUIVOS MORTOS. NO
      * LAYOUT ANTIGO A PRIMEIRA PARCELA ($$.$$9,99) TEM A VIRGULA NA
      * POSICAO 100; NO ATUAL ALI ESTAO OS JUROS DA CARENCIA, NUMERICOS
      ******************************************************************
       P230-CONVERTE-IMAGEM.
           SET IMAGEM-VALIDA        TO FALSE
           IF ANT-NUM-PARCELAS NOT NUMERIC OR
              ANT-NUM-PARCELAS EQUAL ZEROS OR
              ANT-NUM-PARCELAS GREATER THAN 420
               EXIT PARAGRAPH
           END-IF

           IF ANT-PRIMEIRA-PARCELA(7:1) NOT EQUAL ','
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-IMAGEM-NOVA
           MOVE ANT-NUM-CONTRATO    TO NOV-NUM-CONTRATO
           MOVE ANT-ID-CONTATO      TO NOV-ID-CONTATO
           MOVE ANT-ID-AVALISTA     TO NOV-ID-AVALISTA
           MOVE ANT-CLIENTE         TO NOV-CLIENTE
           MOVE ANT-OBJETO          TO NOV-OBJETO
           MOVE ANT-VALOR           TO NOV-VALOR
           MOVE ANT-VR-ENTRADA      TO NOV-VR-ENTRADA
           MOVE ANT-TAXA-JUROS      TO NOV-TAXA-JUROS
           MOVE ANT-DT-CONTRATO     TO NOV-DT-CONTRATO
           MOVE ANT-ST-CONTRATO     TO NOV-ST-CONTRATO
           MOVE ZEROS               TO NOV-NUM-CONTRATO-NOVO
           MOVE ANT-DIA-VENCIMENTO  TO NOV-DIA-VENCIMENTO
           MOVE ANT-REAJUSTA        TO NOV-REAJUSTA
           MOVE ZEROS               TO NOV-CARENCIA
           MOVE ZEROS               TO NOV-VR-JUROS-CARENCIA
           MOVE SPACE               TO NOV-SISTEMA-AMORT
           MOVE ZEROS               TO NOV-VR-IOF
           MOVE ZEROS               TO NOV-VR-TAC
           MOVE ZEROS               TO NOV-CET-MENSAL
           MOVE ZEROS               TO NOV-CET-ANUAL
           MOVE ZEROS               TO NOV-VR-PREMIO
           MOVE ANT-NUM-PARCELAS    TO NOV-NUM-PARCELAS

      *    AS PARCELAS (9 BYTES CADA) COMECAM NA POSICAO 94 DO REGISTRO
      *    ANTIGO E NA 147 DO NOVO
           COMPUTE WS-TAM-PARCELAS = ANT-NUM-PARCELAS * 9
           MOVE ANT-PARCELAS(1:WS-TAM-PARCELAS)
             TO NOV-PARCELAS(1:WS-TAM-PARCELAS)
           SET IMAGEM-VALIDA        TO TRUE
           .
       P230-FIM.

      *    A MESMA CONFERENCIA NAS POSICOES DO LAYOUT ATUAL (QUANTIDADE
      *    DE PARCELAS EM 144, VIRGULA DA PRIMEIRA PARCELA EM 153)
       P240-CONFERE-IMAGEM-ATUAL.
           SET IMAGEM-ATUAL         TO FALSE
           MOVE SPACES              TO WS-IMAGEM-NOVA
           MOVE WS-IMAGEM-ANTIGA    TO WS-IMAGEM-NOVA
           IF NOV-NUM-PARCELAS NUMERIC AND
              NOV-NUM-PARCELAS GREATER THAN ZEROS AND
              NOV-NUM-PARCELAS NOT GREATER THAN 420 AND
              NOV-PRIMEIRA-PARCELA(7:1) EQUAL ','
               SET IMAGEM-ATUAL     TO TRUE
           END-IF
           .
       P240-FIM.

      ******************************************************************
      * ARQUIVOS MORTOS DE CONTRATOS: CADA DATA DO CATALOGO UMA VEZ SO,
      * MAIS AS DATAS ANTERIORES AO CATALOGO INFORMADAS PELO OPERADOR
      * (INCLUIDAS NO CATALOGO COM ZEROS NAS QUANTIDADES, COMO PEDE
      * SCOFIN). ARQUIVO JA NO LAYOUT ATUAL E PULADO
      ******************************************************************
       P250-CONVERTE-ARQUIVOS-MORTOS.
           SET MORTOS-PENDENTE      TO FALSE
           MOVE ZEROS               TO WS-QTD-DATAS
           MOVE ZEROS               TO WS-QTD-ARQ-CONVERTIDOS
           MOVE ZEROS               TO WS-QTD-ARQ-ATUAIS
           MOVE ZEROS               TO WS-QTD-ARQ-NAO-CONVERTIDOS
           PERFORM P252-LE-CATALOGO

           SET FIM-DATAS            TO FALSE
           PERFORM P256-INCLUI-DATA UNTIL FIM-DATAS

           PERFORM P260-CONVERTE-ARQUIVO-MORTO
               VARYING WS-IND-DATA FROM 1 BY 1
               UNTIL WS-IND-DATA GREATER THAN WS-QTD-DATAS

           DISPLAY 'ARQUIVOS MORTOS CONVERTIDOS...: '
                   WS-QTD-ARQ-CONVERTIDOS
           DISPLAY 'ARQUIVOS MORTOS JA NO LAYOUT..: ' WS-QTD-ARQ-ATUAIS
           DISPLAY 'ARQUIVOS MORTOS NAO CONVERTID.: '
                   WS-QTD-ARQ-NAO-CONVERTIDOS
           DISPLAY 'CONTRATOS ARQUIVADOS LIDOS....: ' WS-QTD-MRT-LIDOS
           DISPLAY 'CONTRATOS ARQUIVADOS CONVERT..: '
                   WS-QTD-MRT-CONVERTIDOS
           DISPLAY 'CONTRATOS ARQUIVADOS RECUSADOS: '
                   WS-QTD-MRT-RECUSADOS
           .
       P250-FIM.

       P252-LE-CATALOGO.
           SET FS-CAT-OK            TO TRUE
           SET EOF-CAT-OK           TO FALSE

           OPEN INPUT CATALOGO-ARQ
           IF NOT FS-CAT-OK
               DISPLAY 'SEM CATALOGO DE ARQUIVOS MORTOS.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P253-LE-DATA UNTIL EOF-CAT-OK

           CLOSE CATALOGO-ARQ
           .
       P252-FIM.

       P253-LE-DATA.
           READ CATALOGO-ARQ
               AT END
                   SET EOF-CAT-OK  TO TRUE
               NOT AT END
                   IF CAT-DATA-ARQUIVO NUMERIC
                       MOVE CAT-DATA-ARQUIVO TO WS-DATA-INFORMADA
                       PERFORM P254-GUARDA-DATA
                   END-IF
           END-READ
           .
       P253-FIM.

       P254-GUARDA-DATA.
           SET DATA-REPETIDA        TO FALSE
           PERFORM P255-CONFERE-DATA
               VARYING WS-IND-BUSCA FROM 1 BY 1
               UNTIL WS-IND-BUSCA GREATER THAN WS-QTD-DATAS
                  OR DATA-REPETIDA

           IF DATA-REPETIDA
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-DATAS LESS THAN 500
               ADD 1                TO WS-QTD-DATAS
               MOVE WS-DATA-INFORMADA
                                    TO WS-DATA-LIDA(WS-QTD-DATAS)
           ELSE
               DISPLAY 'MAIS DE 500 DATAS NO CATALOGO - ARQUIVO MORTO '
                       'DE ' WS-DATA-INFORMADA ' NAO CONVERTIDO.'
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET MORTOS-PENDENTE  TO TRUE
           END-IF
           .
       P254-FIM.

       P255-CONFERE-DATA.
           IF WS-DATA-LIDA(WS-IND-BUSCA) EQUAL WS-DATA-INFORMADA
               SET DATA-REPETIDA    TO TRUE
           END-IF
           .
       P255-FIM.

       P256-INCLUI-DATA.
           DISPLAY 'ARQUIVO MORTO DE CONTRATOS ANTERIOR AO CATALOGO - '
                   'DATA (AAAAMMDD, 0 = NENHUM/FIM): '
           ACCEPT WS-DATA-INFORMADA

           IF WS-DATA-INFORMADA EQUAL ZEROS
               SET FIM-DATAS        TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-ARQ-ORIGINAL
           STRING 'CONTRATOS_ARQ_'  DELIMITED BY SIZE
                  WS-DATA-INFORMADA DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-ORIGINAL
           END-STRING
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-ARQ-ORIGINAL WS-DETALHE-ARQUIVO
               RETURNING WS-RETCODE
           IF NOT RETCODE-OK
               DISPLAY WS-ARQ-ORIGINAL ' NAO EXISTE.'
               EXIT PARAGRAPH
           END-IF

           SET DATA-REPETIDA        TO FALSE
           PERFORM P255-CONFERE-DATA
               VARYING WS-IND-BUSCA FROM 1 BY 1
               UNTIL WS-IND-BUSCA GREATER THAN WS-QTD-DATAS
                  OR DATA-REPETIDA
           IF DATA-REPETIDA
               DISPLAY 'DATA JA CONSTA DO CATALOGO.'
               EXIT PARAGRAPH
           END-IF

           SET FS-CAT-OK            TO TRUE
           OPEN EXTEND CATALOGO-ARQ
           IF WS-FS-CAT EQUAL 35
               OPEN OUTPUT CATALOGO-ARQ
           END-IF

           IF NOT FS-CAT-OK
               DISPLAY 'ERRO AO GRAVAR O CATALOGO ARQUIVOS_MORTOS.TXT '
                       '(FILE STATUS ' WS-FS-CAT ').'
               SET MORTOS-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-INFORMADA   TO CAT-DATA-ARQUIVO
           MOVE ZEROS               TO CAT-QTD-CONTRATOS
           MOVE ZEROS               TO CAT-QTD-PAGAMENTOS
           WRITE REG-CATALOGO-ARQ
           CLOSE CATALOGO-ARQ

           PERFORM P254-GUARDA-DATA
           DISPLAY 'DATA ' WS-DATA-INFORMADA ' INCLUIDA NO CATALOGO.'
           .
       P256-FIM.

       P260-CONVERTE-ARQUIVO-MORTO.
           MOVE SPACES              TO WS-ARQ-ORIGINAL
           STRING 'CONTRATOS_ARQ_'  DELIMITED BY SIZE
                  WS-DATA-LIDA(WS-IND-DATA)
                                    DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-ORIGINAL
           END-STRING
           MOVE 'CONTRATOS_ARQ_TMP.dat' TO WS-ARQ-TEMP
           MOVE ZEROS               TO WS-QTD-REG-RECUSADOS

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT MORTO-ANTIGO
           IF WS-FS EQUAL 35
               DISPLAY WS-ARQ-ORIGINAL ' NAO EXISTE - DATA DO CATALOGO '
                       'IGNORADA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ' WS-ARQ-ORIGINAL
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET MORTOS-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    O PRIMEIRO REGISTRO DECIDE SE O ARQUIVO ESTA NO LAYOUT ANTIGO
           READ MORTO-ANTIGO
               AT END
                   SET EOF-OK       TO TRUE
           END-READ
           IF EOF-OK
               CLOSE MORTO-ANTIGO
               DISPLAY WS-ARQ-ORIGINAL ' VAZIO - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           MOVE REG-MORTO-ANTIGO    TO WS-IMAGEM-ANTIGA
           PERFORM P230-CONVERTE-IMAGEM
           IF NOT IMAGEM-VALIDA
               CLOSE MORTO-ANTIGO
               PERFORM P240-CONFERE-IMAGEM-ATUAL
               IF IMAGEM-ATUAL
                   ADD 1            TO WS-QTD-ARQ-ATUAIS
                   DISPLAY WS-ARQ-ORIGINAL ' JA NO LAYOUT ATUAL.'
               ELSE
                   ADD 1            TO WS-QTD-ARQ-NAO-CONVERTIDOS
                   SET MORTOS-PENDENTE TO TRUE
                   DISPLAY WS-ARQ-ORIGINAL ' EM LAYOUT NAO RECONHECIDO '
                           '- NAO CONVERTIDO.'
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MORTO-NOVO
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'CONTRATOS_ARQ_TMP.dat.'
               CLOSE MORTO-ANTIGO
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET MORTOS-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-MRT-LIDOS
           PERFORM P270-GRAVA-MORTO
           PERFORM P265-LE-MORTO UNTIL EOF-OK
           CLOSE MORTO-ANTIGO
           CLOSE MORTO-NOVO

           IF WS-QTD-REG-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE ' WS-ARQ-ORIGINAL ' CANCELADA - '
                       'ARQUIVO MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET MORTOS-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               ADD 1                TO WS-QTD-ARQ-CONVERTIDOS
               DISPLAY WS-ARQ-ORIGINAL ' CONVERTIDO.'
           ELSE
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET MORTOS-PENDENTE  TO TRUE
           END-IF
           .
       P260-FIM.

       P265-LE-MORTO.
           READ MORTO-ANTIGO
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-MRT-LIDOS
                   MOVE REG-MORTO-ANTIGO TO WS-IMAGEM-ANTIGA
                   PERFORM P230-CONVERTE-IMAGEM
                   IF IMAGEM-VALIDA
                       PERFORM P270-GRAVA-MORTO
                   ELSE
                       ADD 1        TO WS-QTD-REG-RECUSADOS
                       ADD 1        TO WS-QTD-MRT-RECUSADOS
                       DISPLAY 'CONTRATO ' ANT-NUM-CONTRATO ' DE '
                               WS-ARQ-ORIGINAL ' FORA DO LAYOUT '
                               'ANTIGO.'
                   END-IF
           END-READ
           .
       P265-FIM.

       P270-GRAVA-MORTO.
           MOVE WS-IMAGEM-NOVA      TO REG-MORTO-NOVO
           WRITE REG-MORTO-NOVO
           IF FS-TMP-OK
               ADD 1                TO WS-QTD-MRT-CONVERTIDOS
           ELSE
               ADD 1                TO WS-QTD-REG-RECUSADOS
               ADD 1                TO WS-QTD-MRT-RECUSADOS
               DISPLAY 'ERRO AO GRAVAR O CONTRATO ' NOV-NUM-CONTRATO
                       ' DE ' WS-ARQ-ORIGINAL ' CONVERTIDO.'
           END-IF
           .
       P270-FIM.

      ******************************************************************
      * CONVERSAO DE CONTRATOS_AUD.dat PARA O LAYOUT DE FD_CAUD
      ******************************************************************
       P300-CONVERTE-AUD-CONTRATOS.
           SET CAUD-PENDENTE        TO FALSE
           MOVE 'CONTRATOS_AUD.dat' TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'CONTRATOS_AUD.dat JA REGISTRADO NO CONTROLE - '
                       'NAO CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONTRATOS_AUD.dat' TO WS-ARQ-ORIGINAL
           MOVE 'CONTRATOS_AUD_TMP.dat' TO WS-ARQ-TEMP
           MOVE 71                  TO WS-TAM-ANTIGO
           MOVE 77                  TO WS-TAM-NOVO
           PERFORM P110-LAYOUT-PELO-TAMANHO
           IF TAM-AMBIGUO
               PERFORM P305-CONFERE-AUD-CONTRATOS
           END-IF

           EVALUATE TRUE
               WHEN TAM-SEM-ARQUIVO
                   DISPLAY 'CONTRATOS_AUD.dat NAO EXISTE - NADA A '
                           'CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-VAZIO
                   DISPLAY 'CONTRATOS_AUD.dat VAZIO - NADA A CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-LAYOUT-NOVO
                   DISPLAY 'CONTRATOS_AUD.dat JA NO LAYOUT ATUAL.'
                   EXIT PARAGRAPH
               WHEN TAM-NAO-CONFERE
                   DISPLAY 'TAMANHO DE CONTRATOS_AUD.dat NAO CONFERE '
                           'COM O LAYOUT ANTIGO NEM COM O ATUAL - NAO '
                           'CONVERTIDO.'
                   SET CAUD-PENDENTE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT AUD-FIN-ANTIGA
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR CONTRATOS_AUD.dat NO LAYOUT '
                       'ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET CAUD-PENDENTE    TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AUD-FIN-NOVA
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'CONTRATOS_AUD_TMP.dat.'
               CLOSE AUD-FIN-ANTIGA
               SET CAUD-PENDENTE    TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P310-LE-AUD-CONTRATO UNTIL EOF-OK
           CLOSE AUD-FIN-ANTIGA
           CLOSE AUD-FIN-NOVA

           DISPLAY 'AUDITORIA FIN. LIDA...: ' WS-QTD-CAU-LIDOS
           DISPLAY 'AUDITORIA FIN. CONVERT: ' WS-QTD-CAU-CONVERTIDOS
           DISPLAY 'AUDITORIA FIN. RECUSAD: ' WS-QTD-CAU-RECUSADOS

           IF WS-QTD-CAU-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE CONTRATOS_AUD.dat CANCELADA - '
                       'ARQUIVO MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET CAUD-PENDENTE    TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'CONTRATOS_AUD.dat CONVERTIDO COM SUCESSO!'
           ELSE
               SET CAUD-PENDENTE    TO TRUE
           END-IF
           .
       P300-FIM.

      *    TAMANHO MULTIPLO DE 71 E DE 77: NO LAYOUT ANTIGO A POSICAO 23
      *    DO SEGUNDO REGISTRO E A OPERACAO (LETRA); NO ARQUIVO JA NO
      *    ATUAL, LIDO COM 71 POSICOES, ALI CAI UM DIGITO DO CONTRATO
       P305-CONFERE-AUD-CONTRATOS.
           SET TAM-LAYOUT-ANTIGO    TO TRUE
           SET FS-OK                TO TRUE
           OPEN INPUT AUD-FIN-ANTIGA
           IF NOT FS-OK
               EXIT PARAGRAPH
           END-IF

           READ AUD-FIN-ANTIGA
               AT END
                   CONTINUE
           END-READ
           READ AUD-FIN-ANTIGA
               AT END
                   CONTINUE
           END-READ
           IF FS-OK AND OFA-OPERACAO NUMERIC
               SET TAM-LAYOUT-NOVO  TO TRUE
           END-IF
           CLOSE AUD-FIN-ANTIGA
           .
       P305-FIM.

       P310-LE-AUD-CONTRATO.
           READ AUD-FIN-ANTIGA
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CAU-LIDOS
                   PERFORM P320-GRAVA-AUD-CONTRATO
           END-READ
           .
       P310-FIM.

       P320-GRAVA-AUD-CONTRATO.
           IF OFA-DATA NOT NUMERIC
               ADD 1                TO WS-QTD-CAU-RECUSADOS
               DISPLAY 'REGISTRO ' WS-QTD-CAU-LIDOS ' DE '
                       'CONTRATOS_AUD.dat FORA DO LAYOUT ANTIGO.'
               EXIT PARAGRAPH
           END-IF

           MOVE REG-AUD-FIN-ANTIGA  TO REG-AUDITORIA-FIN
           MOVE SPACES              TO FAU-OPERADOR-APROV

           WRITE REG-AUDITORIA-FIN
           IF FS-TMP-OK
               ADD 1                TO WS-QTD-CAU-CONVERTIDOS
           ELSE
               ADD 1                TO WS-QTD-CAU-RECUSADOS
               DISPLAY 'ERRO AO GRAVAR O REGISTRO ' WS-QTD-CAU-LIDOS
                       ' DE CONTRATOS_AUD.dat CONVERTIDO.'
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * RECONSTRUCAO DE CONTATOS.dat COM AS CHAVES ALTERNATIVAS
      ******************************************************************
       P400-RECONSTROI-CONTATOS.
           SET CONTATOS-PENDENTE    TO FALSE
           MOVE 'CONTATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'CONTATOS.dat JA REGISTRADO NO CONTROLE - NAO '
                       'RECONSTRUIDO.'
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT CONTATOS-ANTIGO
           IF WS-FS EQUAL 35
               DISPLAY 'CONTATOS.dat NAO EXISTE - NADA A RECONSTRUIR.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR CONTATOS.dat PELA CHAVE '
                       'PRINCIPAL.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET CONTATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTATOS-NOVO
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'CONTATOS_TMP.dat.'
               CLOSE CONTATOS-ANTIGO
               SET CONTATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P410-COPIA-CONTATO UNTIL EOF-OK
           CLOSE CONTATOS-ANTIGO
           CLOSE CONTATOS-NOVO

           DISPLAY 'CONTATOS LIDOS........: ' WS-QTD-CTT-LIDOS
           DISPLAY 'CONTATOS COPIADOS.....: ' WS-QTD-CTT-COPIADOS
           DISPLAY 'CONTATOS RECUSADOS....: ' WS-QTD-CTT-RECUSADOS

           MOVE 'CONTATOS.dat'      TO WS-ARQ-ORIGINAL
           MOVE 'CONTATOS_TMP.dat'  TO WS-ARQ-TEMP
           IF WS-QTD-CTT-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'RECONSTRUCAO DE CONTATOS.dat CANCELADA - '
                       'ARQUIVO MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET CONTATOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'CONTATOS.dat RECONSTRUIDO COM SUCESSO!'
           ELSE
               SET CONTATOS-PENDENTE TO TRUE
           END-IF
           .
       P400-FIM.

       P410-COPIA-CONTATO.
           READ CONTATOS-ANTIGO NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CTT-LIDOS
                   MOVE REG-CONTATO-ANTIGO TO REG-CONTATOS
                   WRITE REG-CONTATOS
                       INVALID KEY
                           ADD 1    TO WS-QTD-CTT-RECUSADOS
                           DISPLAY 'ERRO AO GRAVAR O CONTATO '
                                   OCT-ID-CONTATO ' RECONSTRUIDO.'
                       NOT INVALID KEY
                           ADD 1    TO WS-QTD-CTT-COPIADOS
                   END-WRITE
           END-READ
           .
       P410-FIM.

      ******************************************************************
      * CONVERSAO DE CONTATOS_AUD.dat PARA O LAYOUT DE FD_AUDIT
      ******************************************************************
       P420-CONVERTE-AUD-CONTATOS.
           SET AUDIT-PENDENTE       TO FALSE
           MOVE 'CONTATOS_AUD.dat'  TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'CONTATOS_AUD.dat JA REGISTRADO NO CONTROLE - '
                       'NAO CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONTATOS_AUD.dat'  TO WS-ARQ-ORIGINAL
           PERFORM P430-CONVERTE-AUDITORIA
           IF ARQ-PENDENTE
               SET AUDIT-PENDENTE   TO TRUE
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * CONVERSAO DE UM ARQUIVO DE AUDITORIA DE CONTATOS (O VIVO OU UM
      * MES FECHADO) EM WS-ARQ-ORIGINAL; ARQ-PENDENTE FICA LIGADO SE
      * ELE NAO FOI CONVERTIDO
      ******************************************************************
       P430-CONVERTE-AUDITORIA.
           SET ARQ-PENDENTE         TO FALSE
           MOVE 'CONTATOS_AUD_TMP.dat' TO WS-ARQ-TEMP
           MOVE ZEROS               TO WS-QTD-REG-LIDOS
           MOVE ZEROS               TO WS-QTD-REG-CONVERTIDOS
           MOVE ZEROS               TO WS-QTD-REG-RECUSADOS
           MOVE 471                 TO WS-TAM-ANTIGO
           MOVE 477                 TO WS-TAM-NOVO
           PERFORM P110-LAYOUT-PELO-TAMANHO
           IF TAM-AMBIGUO
               PERFORM P435-CONFERE-AUDITORIA
           END-IF

           EVALUATE TRUE
               WHEN TAM-SEM-ARQUIVO
                   DISPLAY WS-ARQ-ORIGINAL ' NAO EXISTE - NADA A '
                           'CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-VAZIO
                   DISPLAY WS-ARQ-ORIGINAL ' VAZIO - NADA A CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-LAYOUT-NOVO
                   ADD 1            TO WS-QTD-ARQ-ATUAIS
                   DISPLAY WS-ARQ-ORIGINAL ' JA NO LAYOUT ATUAL.'
                   EXIT PARAGRAPH
               WHEN TAM-NAO-CONFERE
                   DISPLAY 'TAMANHO DE ' WS-ARQ-ORIGINAL ' NAO CONFERE '
                           'COM O LAYOUT ANTIGO NEM COM O ATUAL - NAO '
                           'CONVERTIDO.'
                   ADD 1            TO WS-QTD-ARQ-NAO-CONVERTIDOS
                   SET ARQ-PENDENTE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT AUD-CTT-ANTIGA
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ' WS-ARQ-ORIGINAL ' NO LAYOUT '
                       'ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET ARQ-PENDENTE     TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AUD-CTT-NOVA
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'CONTATOS_AUD_TMP.dat.'
               CLOSE AUD-CTT-ANTIGA
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET ARQ-PENDENTE     TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P440-LE-AUDITORIA UNTIL EOF-OK
           CLOSE AUD-CTT-ANTIGA
           CLOSE AUD-CTT-NOVA

           DISPLAY WS-ARQ-ORIGINAL ' LIDOS ' WS-QTD-REG-LIDOS
                   ' CONVERTIDOS ' WS-QTD-REG-CONVERTIDOS
                   ' RECUSADOS ' WS-QTD-REG-RECUSADOS

           IF WS-QTD-REG-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE ' WS-ARQ-ORIGINAL ' CANCELADA - '
                       'ARQUIVO MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET ARQ-PENDENTE     TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               ADD 1                TO WS-QTD-ARQ-CONVERTIDOS
               DISPLAY WS-ARQ-ORIGINAL ' CONVERTIDO COM SUCESSO!'
           ELSE
               ADD 1                TO WS-QTD-ARQ-NAO-CONVERTIDOS
               SET ARQ-PENDENTE     TO TRUE
           END-IF
           .
       P430-FIM.

      *    TAMANHO MULTIPLO DE 471 E DE 477: NO LAYOUT ANTIGO A POSICAO
      *    23 DO SEGUNDO REGISTRO E A OPERACAO (LETRA); NO ARQUIVO JA NO
      *    ATUAL, LIDO COM 471 POSICOES, ALI CAI UM DIGITO DO ID-CONTATO
       P435-CONFERE-AUDITORIA.
           SET TAM-LAYOUT-ANTIGO    TO TRUE
           SET FS-OK                TO TRUE
           OPEN INPUT AUD-CTT-ANTIGA
           IF NOT FS-OK
               EXIT PARAGRAPH
           END-IF

           READ AUD-CTT-ANTIGA
               AT END
                   CONTINUE
           END-READ
           READ AUD-CTT-ANTIGA
               AT END
                   CONTINUE
           END-READ
           IF FS-OK AND OAU-OPERACAO NUMERIC
               SET TAM-LAYOUT-NOVO  TO TRUE
           END-IF
           CLOSE AUD-CTT-ANTIGA
           .
       P435-FIM.

       P440-LE-AUDITORIA.
           READ AUD-CTT-ANTIGA
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-REG-LIDOS
                   ADD 1            TO WS-QTD-AUD-LIDOS
                   PERFORM P445-GRAVA-AUDITORIA
           END-READ
           .
       P440-FIM.

       P445-GRAVA-AUDITORIA.
           IF OAU-DATA NOT NUMERIC
               ADD 1                TO WS-QTD-REG-RECUSADOS
               ADD 1                TO WS-QTD-AUD-RECUSADOS
               DISPLAY 'REGISTRO ' WS-QTD-REG-LIDOS ' DE '
                       WS-ARQ-ORIGINAL ' FORA DO LAYOUT ANTIGO.'
               EXIT PARAGRAPH
           END-IF

           MOVE REG-AUD-CTT-ANTIGA  TO REG-AUDITORIA
           MOVE SPACES              TO AUD-OPERADOR-APROV

           WRITE REG-AUDITORIA
           IF FS-TMP-OK
               ADD 1                TO WS-QTD-REG-CONVERTIDOS
               ADD 1                TO WS-QTD-AUD-CONVERTIDOS
           ELSE
               ADD 1                TO WS-QTD-REG-RECUSADOS
               ADD 1                TO WS-QTD-AUD-RECUSADOS
               DISPLAY 'ERRO AO GRAVAR O REGISTRO ' WS-QTD-REG-LIDOS
                       ' DE ' WS-ARQ-ORIGINAL ' CONVERTIDO.'
           END-IF
           .
       P445-FIM.

      ******************************************************************
      * OS MESES FECHADOS POR ARQAUDIT FICAM EM AUD_AAAAMM.dat, UM POR
      * MES; O OPERADOR INFORMA A FAIXA DE MESES E O MES SEM ARQUIVO E
      * SIMPLESMENTE PULADO
      ******************************************************************
       P450-CONVERTE-MESES-AUDITORIA.
           MOVE ZEROS               TO WS-QTD-ARQ-CONVERTIDOS
           MOVE ZEROS               TO WS-QTD-ARQ-ATUAIS
           MOVE ZEROS               TO WS-QTD-ARQ-NAO-CONVERTIDOS

           DISPLAY 'CONVERTER MESES FECHADOS DA AUDITORIA? MES INICIAL '
                   '(AAAAMM, 0 = NAO CONVERTER): '
           ACCEPT WS-MES-INICIAL
           IF WS-MES-INICIAL EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MES FINAL (AAAAMM): '
           ACCEPT WS-MES-FINAL

           MOVE WS-MES-INICIAL      TO WS-MES-CORRENTE
           IF WS-MES-MM EQUAL ZEROS OR WS-MES-MM GREATER THAN 12 OR
              WS-MES-FINAL-MM EQUAL ZEROS OR
              WS-MES-FINAL-MM GREATER THAN 12 OR
              WS-MES-FINAL LESS THAN WS-MES-INICIAL
               DISPLAY 'FAIXA DE MESES INVALIDA - MESES FECHADOS NAO '
                       'CONVERTIDOS.'
               SET MORTOS-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P460-CONVERTE-MES-AUDITORIA
               UNTIL WS-MES-CORRENTE GREATER THAN WS-MES-FINAL

           DISPLAY 'MESES DE AUDITORIA CONVERTIDOS: '
                   WS-QTD-ARQ-CONVERTIDOS
           DISPLAY 'MESES DE AUDITORIA JA NO LAYOUT: ' WS-QTD-ARQ-ATUAIS
           DISPLAY 'MESES DE AUDITORIA NAO CONVERT.: '
                   WS-QTD-ARQ-NAO-CONVERTIDOS
           .
       P450-FIM.

       P460-CONVERTE-MES-AUDITORIA.
           MOVE SPACES              TO WS-ARQ-ORIGINAL
           STRING 'AUD_'            DELIMITED BY SIZE
                  WS-MES-CORRENTE   DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-ORIGINAL
           END-STRING

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-ARQ-ORIGINAL WS-DETALHE-ARQUIVO
               RETURNING WS-RETCODE
           IF RETCODE-OK
               PERFORM P430-CONVERTE-AUDITORIA
               IF ARQ-PENDENTE
                   SET MORTOS-PENDENTE TO TRUE
               END-IF
           END-IF

      *    AVANCA PARA O MES SEGUINTE (AAAAMM)
           ADD 1                    TO WS-MES-MM
           IF WS-MES-MM GREATER THAN 12
               MOVE 1               TO WS-MES-MM
               ADD 1                TO WS-MES-AAAA
           END-IF
           .
       P460-FIM.

      ******************************************************************
      * TROCA DO ARQUIVO ORIGINAL PELO TEMPORARIO (COMO EM MIGCLIE)
      ******************************************************************
       P500-TROCA-ARQUIVOS.
           SET TROCA-FEITA          TO FALSE
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-ORIGINAL
               RETURNING WS-RETCODE

           IF NOT RETCODE-OK
               DISPLAY 'ERRO AO EXCLUIR ' WS-ARQ-ORIGINAL ' PARA A '
                       'TROCA (RETCODE: ' WS-RETCODE ').'
               EXIT PARAGRAPH
           END-IF

           CALL 'CBL_RENAME_FILE' USING WS-ARQ-TEMP WS-ARQ-ORIGINAL
               RETURNING WS-RETCODE

           IF NOT RETCODE-OK
               DISPLAY 'ERRO AO RENOMEAR ' WS-ARQ-TEMP
                       ' (RETCODE: ' WS-RETCODE ').'
           ELSE
               SET TROCA-FEITA      TO TRUE
           END-IF
           .
       P500-FIM.

       P520-DESCARTA-TEMPORARIO.
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-TEMP
               RETURNING WS-RETCODE
           .
       P520-FIM.

      ******************************************************************
      * MARCA NO CONTROLE A VERSAO ATUAL DE CADA ARQUIVO MESTRE AINDA
      * SEM REGISTRO, MENOS O QUE NAO TERMINOU A CONVERSAO
      ******************************************************************
       P600-MARCA-ARQUIVOS.
           MOVE ZEROS               TO WS-QTD-MARCADOS
           MOVE ZEROS               TO WS-QTD-NAO-MARCADOS
           PERFORM P610-MARCA-ARQUIVO
               VARYING WS-IND-MARCA FROM 1 BY 1
               UNTIL WS-IND-MARCA GREATER THAN WS-QTD-LAYOUTS

           DISPLAY 'ARQUIVOS MARCADOS.....: ' WS-QTD-MARCADOS
           DISPLAY 'ARQUIVOS NAO MARCADOS.: ' WS-QTD-NAO-MARCADOS
           .
       P600-FIM.

       P610-MARCA-ARQUIVO.
           MOVE WS-VL-ARQUIVO(WS-IND-MARCA) TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT

           EVALUATE TRUE
               WHEN ARQ-NA-VERSAO-ATUAL
                   DISPLAY WS-LAY-ARQUIVO ' JA NO LAYOUT '
                           WS-LAY-VERSAO
               WHEN ARQ-EM-OUTRA-VERSAO
                   ADD 1            TO WS-QTD-NAO-MARCADOS
                   DISPLAY WS-LAY-ARQUIVO ' REGISTRADO NO LAYOUT '
                           WS-LAY-VERSAO-ARQ ' - SEM CONVERSAO PARA O '
                           WS-LAY-VERSAO ' NESTE LOTE.'
               WHEN WS-LAY-ARQUIVO EQUAL 'CONTRATOS.dat' AND
                    CONTRATOS-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'CONTATOS.dat' AND
                    CONTATOS-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'CONTRATOS_AUD.dat' AND
                    CAUD-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'CONTATOS_AUD.dat' AND
                    AUDIT-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'PROPOSTAS.dat' AND
                    PROPOSTAS-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'SEGMENTOS.dat' AND
                    SEGMENTOS-PENDENTE
               WHEN WS-LAY-ARQUIVO EQUAL 'TABELA.TXT' AND
                    TABELA-PENDENTE
                   ADD 1            TO WS-QTD-NAO-MARCADOS
                   DISPLAY WS-LAY-ARQUIVO ' NAO MARCADO (CONVERSAO NAO '
                           'CONCLUIDA).'
               WHEN OTHER
                   PERFORM P620-GRAVA-VERSAO
           END-EVALUATE
           .
       P610-FIM.

       P620-GRAVA-VERSAO.
           SET WS-LAY-GRAVAR        TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF LAY-CONFERE
               ADD 1                TO WS-QTD-MARCADOS
               DISPLAY WS-LAY-ARQUIVO ' MARCADO NO LAYOUT '
                       WS-LAY-VERSAO
           ELSE
               ADD 1                TO WS-QTD-NAO-MARCADOS
               DISPLAY WS-LAY-MOTIVO
           END-IF
           .
       P620-FIM.

      ******************************************************************
      * CONVERSAO DE PROPOSTAS.dat PARA O LAYOUT DE FD_PROP
      ******************************************************************
       P700-CONVERTE-PROPOSTAS.
           SET PROPOSTAS-PENDENTE   TO FALSE
           MOVE 'PROPOSTAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'PROPOSTAS.dat JA REGISTRADO NO CONTROLE - NAO '
                       'CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT PROPOSTAS-ANTIGO
           IF WS-FS EQUAL 35
               DISPLAY 'PROPOSTAS.dat NAO EXISTE - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR PROPOSTAS.dat NO LAYOUT ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET PROPOSTAS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROPOSTAS-NOVO
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'PROPOSTAS_TMP.dat.'
               CLOSE PROPOSTAS-ANTIGO
               SET PROPOSTAS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P710-LE-PROPOSTA UNTIL EOF-OK
           CLOSE PROPOSTAS-ANTIGO
           CLOSE PROPOSTAS-NOVO

           DISPLAY 'PROPOSTAS LIDAS.......: ' WS-QTD-PRO-LIDOS
           DISPLAY 'PROPOSTAS CONVERTIDAS.: ' WS-QTD-PRO-CONVERTIDOS
           DISPLAY 'PROPOSTAS RECUSADAS...: ' WS-QTD-PRO-RECUSADOS

           MOVE 'PROPOSTAS.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'PROPOSTAS_TMP.dat' TO WS-ARQ-TEMP
           IF WS-QTD-PRO-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE PROPOSTAS.dat CANCELADA - ARQUIVO '
                       'MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET PROPOSTAS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'PROPOSTAS.dat CONVERTIDO COM SUCESSO!'
           ELSE
               SET PROPOSTAS-PENDENTE TO TRUE
           END-IF
           .
       P700-FIM.

       P710-LE-PROPOSTA.
           READ PROPOSTAS-ANTIGO NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-PRO-LIDOS
                   PERFORM P720-GRAVA-PROPOSTA
           END-READ
           .
       P710-FIM.

      *    PROPOSTA ANTIGA: SEM CARENCIA, PRICE, SEM IOF/TARIFA/CET,
      *    SEM ALIENACAO E ORIGEM EM BRANCO (SIMULACAO DE PROG-OCCURS)
       P720-GRAVA-PROPOSTA.
           MOVE REG-PROPOSTA-ANTIGA TO REG-PROPOSTA
           MOVE ZEROS               TO PRO-CARENCIA
           MOVE ZEROS               TO PRO-VR-JUROS-CARENCIA
           MOVE SPACE               TO PRO-SISTEMA-AMORT
           MOVE ZEROS               TO PRO-VR-IOF
           MOVE ZEROS               TO PRO-VR-TAC
           MOVE ZEROS               TO PRO-CET-MENSAL
           MOVE ZEROS               TO PRO-CET-ANUAL
           MOVE 'N'                 TO PRO-ALIENACAO
           MOVE SPACE               TO PRO-ORIGEM

           WRITE REG-PROPOSTA
               INVALID KEY
                   ADD 1            TO WS-QTD-PRO-RECUSADOS
                   DISPLAY 'ERRO AO GRAVAR A PROPOSTA ' OPR-NUMERO
                           ' CONVERTIDA.'
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-PRO-CONVERTIDOS
           END-WRITE
           .
       P720-FIM.

      ******************************************************************
      * CONVERSAO DE SEGMENTOS.dat PARA O LAYOUT DE FD_SEGM
      ******************************************************************
       P730-CONVERTE-SEGMENTOS.
           SET SEGMENTOS-PENDENTE   TO FALSE
           MOVE 'SEGMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'SEGMENTOS.dat JA REGISTRADO NO CONTROLE - NAO '
                       'CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT SEGMENTOS-ANTIGO
           IF WS-FS EQUAL 35
               DISPLAY 'SEGMENTOS.dat NAO EXISTE - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR SEGMENTOS.dat NO LAYOUT ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET SEGMENTOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SEGMENTOS-NOVO
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'SEGMENTOS_TMP.dat.'
               CLOSE SEGMENTOS-ANTIGO
               SET SEGMENTOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P740-LE-SEGMENTO UNTIL EOF-OK
           CLOSE SEGMENTOS-ANTIGO
           CLOSE SEGMENTOS-NOVO

           DISPLAY 'SEGMENTOS LIDOS.......: ' WS-QTD-SEG-LIDOS
           DISPLAY 'SEGMENTOS CONVERTIDOS.: ' WS-QTD-SEG-CONVERTIDOS
           DISPLAY 'SEGMENTOS RECUSADOS...: ' WS-QTD-SEG-RECUSADOS

           MOVE 'SEGMENTOS.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'SEGMENTOS_TMP.dat' TO WS-ARQ-TEMP
           IF WS-QTD-SEG-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE SEGMENTOS.dat CANCELADA - ARQUIVO '
                       'MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET SEGMENTOS-PENDENTE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'SEGMENTOS.dat CONVERTIDO COM SUCESSO!'
           ELSE
               SET SEGMENTOS-PENDENTE TO TRUE
           END-IF
           .
       P730-FIM.

       P740-LE-SEGMENTO.
           READ SEGMENTOS-ANTIGO NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-SEG-LIDOS
                   PERFORM P750-GRAVA-SEGMENTO
           END-READ
           .
       P740-FIM.

      *    SEGMENTO ANTIGO VALE PARA TODOS OS TERRITORIOS (EM BRANCO)
       P750-GRAVA-SEGMENTO.
           MOVE REG-SEGMENTO-ANTIGO TO REG-SEGMENTO
           MOVE SPACES              TO SEG-TERRITORIO

           WRITE REG-SEGMENTO
               INVALID KEY
                   ADD 1            TO WS-QTD-SEG-RECUSADOS
                   DISPLAY 'ERRO AO GRAVAR O SEGMENTO ' OSG-NOME
                           ' CONVERTIDO.'
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-SEG-CONVERTIDOS
           END-WRITE
           .
       P750-FIM.

      ******************************************************************
      * CONVERSAO DE TABELA.TXT (CATALOGO DE OBJETOS) PARA 54 POSICOES
      ******************************************************************
       P760-CONVERTE-TABELA.
           SET TABELA-PENDENTE      TO FALSE
           MOVE 'TABELA.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P100-SITUACAO-LAYOUT
           IF NOT ARQ-SEM-REGISTRO
               DISPLAY 'TABELA.TXT JA REGISTRADO NO CONTROLE - NAO '
                       'CONVERTIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'TABELA.TXT'        TO WS-ARQ-ORIGINAL
           MOVE 'TABELA_TMP.TXT'    TO WS-ARQ-TEMP
           MOVE 53                  TO WS-TAM-ANTIGO
           MOVE 54                  TO WS-TAM-NOVO
           PERFORM P110-LAYOUT-PELO-TAMANHO
           IF TAM-AMBIGUO
               PERFORM P765-CONFERE-TABELA
           END-IF

           EVALUATE TRUE
               WHEN TAM-SEM-ARQUIVO
                   DISPLAY 'TABELA.TXT NAO EXISTE - NADA A CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-VAZIO
                   DISPLAY 'TABELA.TXT VAZIO - NADA A CONVERTER.'
                   EXIT PARAGRAPH
               WHEN TAM-LAYOUT-NOVO
                   DISPLAY 'TABELA.TXT JA NO LAYOUT ATUAL.'
                   EXIT PARAGRAPH
               WHEN TAM-NAO-CONFERE
                   DISPLAY 'TAMANHO DE TABELA.TXT NAO CONFERE COM O '
                           'LAYOUT ANTIGO NEM COM O ATUAL - NAO '
                           'CONVERTIDO.'
                   SET TABELA-PENDENTE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE

           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE

           OPEN INPUT TABELA-ANTIGA
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR TABELA.TXT NO LAYOUT ANTIGO.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET TABELA-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TABELA-NOVA
           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO '
                       'TABELA_TMP.TXT.'
               CLOSE TABELA-ANTIGA
               SET TABELA-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P770-LE-TABELA UNTIL EOF-OK
           CLOSE TABELA-ANTIGA
           CLOSE TABELA-NOVA

           DISPLAY 'OBJETOS LIDOS.........: ' WS-QTD-TAB-LIDOS
           DISPLAY 'OBJETOS CONVERTIDOS...: ' WS-QTD-TAB-CONVERTIDOS
           DISPLAY 'OBJETOS RECUSADOS.....: ' WS-QTD-TAB-RECUSADOS

           IF WS-QTD-TAB-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'CONVERSAO DE TABELA.TXT CANCELADA - ARQUIVO '
                       'MANTIDO COMO ESTAVA.'
               PERFORM P520-DESCARTA-TEMPORARIO
               SET TABELA-PENDENTE  TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-TROCA-ARQUIVOS
           IF TROCA-FEITA
               DISPLAY 'TABELA.TXT CONVERTIDO COM SUCESSO!'
           ELSE
               SET TABELA-PENDENTE  TO TRUE
           END-IF
           .
       P760-FIM.

      *    TAMANHO MULTIPLO DE 53 E DE 54: NO LAYOUT ANTIGO O SEGUNDO
      *    REGISTRO COMECA PELA CHAVE NUMERICA; NO ARQUIVO JA NO ATUAL,
      *    LIDO COM 53 POSICOES, ELE COMECA PELA ALIENACAO DO PRIMEIRO
       P765-CONFERE-TABELA.
           SET TAM-LAYOUT-ANTIGO    TO TRUE
           SET FS-OK                TO TRUE
           OPEN INPUT TABELA-ANTIGA
           IF NOT FS-OK
               EXIT PARAGRAPH
           END-IF

           READ TABELA-ANTIGA
               AT END
                   CONTINUE
           END-READ
           READ TABELA-ANTIGA
               AT END
                   CONTINUE
           END-READ
           IF FS-OK AND OTB-CHAVE NOT NUMERIC
               SET TAM-LAYOUT-NOVO  TO TRUE
           END-IF
           CLOSE TABELA-ANTIGA
           .
       P765-FIM.

       P770-LE-TABELA.
           READ TABELA-ANTIGA
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-TAB-LIDOS
                   PERFORM P780-GRAVA-TABELA
           END-READ
           .
       P770-FIM.

      *    OBJETO ANTIGO NAO EXIGE ALIENACAO EM GARANTIA ('N')
       P780-GRAVA-TABELA.
           IF OTB-CHAVE NOT NUMERIC
               ADD 1                TO WS-QTD-TAB-RECUSADOS
               DISPLAY 'OBJETO ' WS-QTD-TAB-LIDOS ' DE TABELA.TXT FORA '
                       'DO LAYOUT ANTIGO.'
               EXIT PARAGRAPH
           END-IF

           MOVE REG-TABELA-ANTIGA   TO REG-TABELA
           MOVE 'N'                 TO TAB-ALIENACAO

           WRITE REG-TABELA
           IF FS-TMP-OK
               ADD 1                TO WS-QTD-TAB-CONVERTIDOS
           ELSE
               ADD 1                TO WS-QTD-TAB-RECUSADOS
               DISPLAY 'ERRO AO GRAVAR O OBJETO ' OTB-CHAVE
                       ' CONVERTIDO.'
           END-IF
           .
       P780-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            STOP RUN.
       END PROGRAM MIGVIRA.
