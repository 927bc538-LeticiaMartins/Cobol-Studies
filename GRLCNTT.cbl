      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 17/12/2024
      * Purpose: GERADOR DE RELATORIOS SOBRE A BASE DE CONTATOS - MANTEM
      *          EM RELATORIOS_DEF.dat (FD_RELD) DEFINICOES NOMEADAS DE
      *          RELATORIO E AS EXECUTA:
      *          <L> LISTAR, <I> INCLUIR, <A> ALTERAR E <E> EXCLUIR
      *              DEFINICOES (INCLUIR/ALTERAR/EXCLUIR SO COM OPERADOR
      *              ATIVO DE NIVEL 3 OU MAIOR, COMO EM PARMCNTT): ATE 8
      *              COLUNAS ESCOLHIDAS NO CATALOGO DE CAMPOS ABAIXO,
      *              CADA UMA COM SEU TITULO, ATE 5 FILTROS (CAMPO,
      *              OPERADOR E VALOR), O CAMPO E O SENTIDO DA
      *              ORDENACAO E A SAIDA: RELATORIO PAGINADO NO SPOOL
      *              DATADO (SPOOLUTL) OU ARQUIVO
      *              RELATORIO_<NOME>_AAAAMMDD.CSV NO FORMATO DE
      *              EXPCNTT (CABECALHO H E TRAILER T);
      *          <X> EXECUTAR UMA DEFINICAO PELO NOME.
      *          CATALOGO: OS CAMPOS DE FD_CONTT E, POR CONTATO, A
      *          QUANTIDADE DE CONTRATOS ABERTOS, O SALDO ABERTO, O
      *          SALDO E AS PARCELAS VENCIDAS (MESMA APURACAO DE
      *          VISCNTT, FEITA ANTES NUM ARQUIVO DE TRABALHO POR
      *          CONTATO TITULAR), O TERRITORIO DE VENDA (TERUTIL) E A
      *          FAIXA DO ESCORE (SCOUTIL); O FILTRO SG APLICA OS
      *          CRITERIOS DE UM SEGMENTO NOMEADO (SEGUTIL).
      *          TELEFONE, E-MAIL E CPF/CNPJ SAEM MASCARADOS (MASKUTIL)
      *          SALVO LIBERACAO DE NIVEL 3 COM MOTIVO.
      *          EM MODO BATCH (PASSO DO PLANO NOTURNO) EXECUTA TODAS AS
      *          DEFINICOES MARCADAS PARA O NOTURNO, SEMPRE MASCARADAS;
      *          CADA EXECUCAO E UMA RODADA NO LOGEXEC
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRLCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RELATORIOS ASSIGN TO
               'RELATORIOS_DEF.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RLD-NOME
               FILE STATUS IS WS-FS-RLD.

               SELECT OPERADORES ASSIGN TO
               'OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS OPER-ID
               FILE STATUS IS WS-FS-OPER.

               SELECT CONTATOS ASSIGN TO
               'CONTATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-FIN.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT RESUMO-FIN ASSIGN TO WS-ARQ-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RFN-ID-CONTATO
               FILE STATUS IS WS-FS-RFN.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

               SELECT ARQ-CSV ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS SEQUENTIAL.

               SELECT SD-RELATORIO ASSIGN TO 'SORTWK1'.


       DATA DIVISION.
       FILE SECTION.
       FD RELATORIOS.
          COPY FD_RELD.

       FD OPERADORES.
          COPY FD_OPER.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

      *
      * RESUMO FINANCEIRO POR CONTATO TITULAR, MONTADO A CADA EXECUCAO
      * QUE USA CAMPO FINANCEIRO E APAGADO NO FIM
      *
       FD RESUMO-FIN.
       01 REG-RESUMO-FIN.
          03 RFN-ID-CONTATO               PIC 9(06).
          03 RFN-QTD-ABERTOS              PIC 9(04).
          03 RFN-QTD-VENCIDAS             PIC 9(04).
          03 RFN-SALDO-ABERTO             PIC 9(09)V99.
          03 RFN-SALDO-VENCIDO            PIC 9(09)V99.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(132).

       FD ARQ-CSV.
       01 REG-CSV                         PIC X(300).

       SD SD-RELATORIO.
       01 SD-REGISTRO.
          03 SD-CHAVE                     PIC X(30).
          03 SD-ID-CONTATO                PIC 9(06).
          03 SD-VALOR                     PIC X(30) OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-RLD                       PIC 99.
          88 FS-RLD-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-FS-FIN                       PIC 99.
          88 FS-FIN-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-RFN                       PIC 99.
          88 FS-RFN-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-RLD                      PIC X VALUE 'N'.
          88 EOF-RLD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FIN                      PIC X VALUE 'N'.
          88 EOF-FIN-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X VALUE 'N'.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-SD                       PIC X VALUE 'N'.
          88 EOF-SD-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-AUTORIZADO          PIC X VALUE 'N'.
          88 OPERADOR-AUTORIZADO          VALUE 'S' FALSE 'N'.
       77 WS-DEFINICAO-ACHADA             PIC X VALUE 'N'.
          88 DEFINICAO-ACHADA             VALUE 'S' FALSE 'N'.
       77 WS-DEFINICAO-INVALIDA           PIC X VALUE 'N'.
          88 DEFINICAO-INVALIDA           VALUE 'S' FALSE 'N'.
       77 WS-CAMPO-VALIDO                 PIC X VALUE 'N'.
          88 CAMPO-VALIDO                 VALUE 'S' FALSE 'N'.
       77 WS-CAMPO-VAZIO                  PIC X VALUE 'N'.
          88 CAMPO-VAZIO                  VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-ACEITO               PIC X VALUE 'N'.
          88 CONTATO-ACEITO               VALUE 'S' FALSE 'N'.
       77 WS-RESUMO-NOVO                  PIC X VALUE 'N'.
          88 RESUMO-NOVO                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-FILTRO-SEGMENTO          PIC X VALUE 'N'.
          88 TEM-FILTRO-SEGMENTO          VALUE 'S' FALSE 'N'.
       77 WS-USA-FINANCEIRO               PIC X VALUE 'N'.
          88 USA-FINANCEIRO               VALUE 'S' FALSE 'N'.
       77 WS-USA-TERRITORIO               PIC X VALUE 'N'.
          88 USA-TERRITORIO               VALUE 'S' FALSE 'N'.
       77 WS-USA-ESCORE                   PIC X VALUE 'N'.
          88 USA-ESCORE                   VALUE 'S' FALSE 'N'.
       77 WS-USA-MASCARA                  PIC X VALUE 'N'.
          88 USA-MASCARA                  VALUE 'S' FALSE 'N'.
       77 WS-DADOS-COMPLETOS              PIC X VALUE 'N'.
          88 DADOS-COMPLETOS              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-NOME-BUSCA                   PIC X(15) VALUE SPACES.
       77 WS-CAMPO                        PIC X(02) VALUE SPACES.
       77 WS-OPERADOR-FILTRO              PIC X(02) VALUE SPACES.
          88 OPERADOR-VALIDO              VALUE 'EQ' 'NE' 'GT' 'LT'
                                                'GE' 'LE' 'CT' 'VZ'
                                                'PR'.
          88 OPERADOR-SEM-VALOR           VALUE 'VZ' 'PR'.
       77 WS-QTD-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-COL                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-FIL                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-CAT                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-NOT                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CATALOGO                 PIC 9(02) VALUE 22.
       77 WS-ORD-IND-CAT                  PIC 9(02) VALUE ZEROS.
       77 WS-NUMERO                       PIC 9(09)V99 VALUE ZEROS.
       77 WS-FILTRO-NUM                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-EDITA-INTEIRO                PIC Z(08)9.
       77 WS-EDITA-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR-TEXTO                  PIC X(30) VALUE SPACES.
       77 WS-VALOR-CHAVE                  PIC X(30) VALUE SPACES.
       77 WS-TM-INICIO                    PIC 9(02) VALUE ZEROS.
       77 WS-TM-VALOR                     PIC 9(02) VALUE ZEROS.
       77 WS-LEN-VALOR                    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-OCORRE                   PIC 9(03) VALUE ZEROS.
       77 WS-POS                          PIC 9(03) VALUE ZEROS.
       77 WS-LARG                         PIC 9(03) VALUE ZEROS.
       77 WS-PONTEIRO                     PIC 9(03) VALUE ZEROS.
       77 WS-LINHA                        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS                   PIC 9(03) VALUE 55.
       77 WS-PAGINA                       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-NOME-CSV                     PIC X(40) VALUE SPACES.
       77 WS-NOME-ARQUIVO                 PIC X(15) VALUE SPACES.
       77 WS-ARQ-RESUMO                   PIC X(30)
                                          VALUE 'GRLCNTT_FIN_TMP.dat'.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
       77 WS-EXT-TERRITORIO               PIC X(04) VALUE SPACES.
       77 WS-EXT-FAIXA                    PIC X(01) VALUE SPACES.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CTR-SALDO-ABERTO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-CTR-SALDO-VENCIDO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-CTR-QTD-VENCIDAS             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TOTAL-MSK                PIC Z(06)9.
       77 WS-MAX-NOTURNOS                 PIC 9(02) VALUE 50.
      *
      * FORMA DE COMPARACAO DO CAMPO NUMERICO (VALOR, QUANTIDADE OU
      * DATA AAAAMMDD): 11 DIGITOS COM 2 DECIMAIS, A MESMA GRAVADA NO
      * VALOR DO FILTRO EM RELATORIOS_DEF.dat
      *
       01 WS-CHAVE-NUM                    PIC 9(09)V99 VALUE ZEROS.
       01 WS-CHAVE-NUM-X REDEFINES WS-CHAVE-NUM
                                          PIC X(11).
       01 WS-DATA-CAMPO                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CAMPO.
          03 WS-CAMPO-AAAA                PIC 9(04).
          03 WS-CAMPO-MM                  PIC 9(02).
          03 WS-CAMPO-DD                  PIC 9(02).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
      *
      * CATALOGO DE CAMPOS: CODIGO X(02) + NOME X(15) + TIPO X(01)
      * (A = ALFANUMERICO, N = NUMERO, V = VALOR, D = DATA, S = SO
      * FILTRO DE SEGMENTO) + LARGURA NO RELATORIO 9(02)
      *
       01 WS-CATALOGO-DADOS.
          03 FILLER PIC X(20) VALUE 'IDID CONTATO     N06'.
          03 FILLER PIC X(20) VALUE 'NMNOME           A20'.
          03 FILLER PIC X(20) VALUE 'TLTELEFONE       A16'.
          03 FILLER PIC X(20) VALUE 'RURUA            A30'.
          03 FILLER PIC X(20) VALUE 'CICIDADE         A20'.
          03 FILLER PIC X(20) VALUE 'UFUF             A02'.
          03 FILLER PIC X(20) VALUE 'EME-MAIL         A30'.
          03 FILLER PIC X(20) VALUE 'STSITUACAO       A01'.
          03 FILLER PIC X(20) VALUE 'CACATEGORIA      A15'.
          03 FILLER PIC X(20) VALUE 'DCCPF/CNPJ       A18'.
          03 FILLER PIC X(20) VALUE 'CPCEP            A08'.
          03 FILLER PIC X(20) VALUE 'DNNASCIMENTO     D10'.
          03 FILLER PIC X(20) VALUE 'DAULT. ALTERACAO D10'.
          03 FILLER PIC X(20) VALUE 'MKCONSENT. MKT   A01'.
          03 FILLER PIC X(20) VALUE 'EPEMPRESA        N02'.
          03 FILLER PIC X(20) VALUE 'TRTERRITORIO     A04'.
          03 FILLER PIC X(20) VALUE 'FXFAIXA ESCORE   A01'.
          03 FILLER PIC X(20) VALUE 'QACONTR. ABERTOS N04'.
          03 FILLER PIC X(20) VALUE 'QVPARC. VENCIDAS N04'.
          03 FILLER PIC X(20) VALUE 'SASALDO ABERTO   V14'.
          03 FILLER PIC X(20) VALUE 'SVSALDO VENCIDO  V14'.
          03 FILLER PIC X(20) VALUE 'SGSEGMENTO       S00'.
       01 WS-CATALOGO REDEFINES WS-CATALOGO-DADOS.
          03 WS-CAT-ITEM                  OCCURS 22 TIMES.
             05 WS-CAT-CODIGO             PIC X(02).
             05 WS-CAT-NOME               PIC X(15).
             05 WS-CAT-TIPO               PIC X(01).
                88 CAT-ALFA               VALUE 'A'.
                88 CAT-NUMERO             VALUE 'N'.
                88 CAT-VALOR              VALUE 'V'.
                88 CAT-DATA               VALUE 'D'.
                88 CAT-SEGMENTO           VALUE 'S'.
             05 WS-CAT-LARGURA            PIC 9(02).
      *
      * COLUNAS E FILTROS DA DEFINICAO EM EXECUCAO: POSICAO NO
      * CATALOGO, POSICAO E LARGURA NA LINHA DO SPOOL, DESLOCAMENTO
      * PARA ALINHAR NUMERO A DIREITA E TAMANHO DO VALOR DO FILTRO
      *
       01 WS-COLUNAS-REL.
          03 WS-COL                       OCCURS 8 TIMES.
             05 WS-COL-IND-CAT            PIC 9(02).
             05 WS-COL-POS                PIC 9(03).
             05 WS-COL-LARG               PIC 9(02).
             05 WS-COL-DESLOC             PIC 9(02).
       01 WS-FILTROS-REL.
          03 WS-FIL                       OCCURS 5 TIMES.
             05 WS-FIL-IND-CAT            PIC 9(02).
             05 WS-FIL-TAM                PIC 9(02).
       01 WS-NOTURNOS.
          03 WS-QTD-NOTURNOS              PIC 9(02).
          03 WS-NOT-NOME                  PIC X(15) OCCURS 50 TIMES.
       01 WS-AREA-SEG.
          03 WS-SEG-NOME-BUSCA            PIC X(15).
          03 WS-SEG-STATUS                PIC X(01).
             88 WS-SEG-ACHADO             VALUE 'V'.
          03 WS-SEG-CATEGORIA             PIC X(15).
          03 WS-SEG-UF                    PIC X(02).
          03 WS-SEG-CIDADE                PIC X(20).
          03 WS-SEG-INCLUI-OPTOUT         PIC X(01).
          03 WS-SEG-EXIGE-ENDERECO        PIC X(01).
          03 WS-SEG-EXIGE-EMAIL           PIC X(01).
          03 WS-SEG-TERRITORIO            PIC X(04).
       01 WS-AREA-TER.
          03 WS-TER-ID-CONTATO            PIC 9(06).
          03 WS-TER-STATUS                PIC X(01).
             88 WS-TER-ACHADO             VALUE 'V'.
          03 WS-TER-TERRITORIO            PIC X(04).
          03 WS-TER-REPRESENTANTE         PIC X(06).
       01 WS-AREA-SCO.
          03 WS-SCO-ID-CONTATO            PIC 9(06).
          03 WS-SCO-RESULTADO             PIC X(01).
             88 SCO-ACHADO                VALUE 'S'.
          03 WS-SCO-SCORE                 PIC 9(04).
          03 WS-SCO-FAIXA                 PIC X(01).
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
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
             88 WS-MASK-LIBERADO          VALUE 'S'.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** GERADOR DE RELATORIOS DE CONTATOS ***'
           SET LK-SUCESSO          TO TRUE
           SET DADOS-COMPLETOS     TO FALSE

           IF LK-MODO-BATCH
               PERFORM P700-NOTURNO
           ELSE
               SET EXIT-OK         TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * SO OPERADOR ATIVO DE NIVEL 3 OU MAIOR MANTEM AS DEFINICOES
      ******************************************************************
       P050-CONFERE-NIVEL.
           SET OPERADOR-AUTORIZADO  TO FALSE
           SET FS-OPER-OK           TO TRUE

           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               MOVE LK-OPERADOR     TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-NIVEL NOT LESS THAN 3 AND OPER-ATIVO
                           SET OPERADOR-AUTORIZADO TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF

           IF NOT OPERADOR-AUTORIZADO
               DISPLAY 'SOMENTE OPERADOR DE NIVEL 3 OU MAIOR ATIVO '
                       'MANTEM AS DEFINICOES DE RELATORIO!'
           END-IF
           .
       P050-FIM.

      ******************************************************************
      * TELEFONE, E-MAIL E CPF/CNPJ SAEM MASCARADOS; OS DADOS COMPLETOS
      * SO COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO, REGISTRADO PELO
      * MODULO MASKUTIL (EM BATCH, SEMPRE MASCARADO)
      ******************************************************************
       P060-PEDE-DADOS-COMPLETOS.
           DISPLAY 'EMITIR DADOS COMPLETOS (TELEFONE/E-MAIL/CPF/CNPJ)?'
                   ' <S/N>: '
           ACCEPT WS-DADOS-COMPLETOS

           IF DADOS-COMPLETOS
               SET DADOS-COMPLETOS  TO FALSE
               MOVE 'L'             TO WS-MASK-FUNCAO
               MOVE LK-OPERADOR     TO WS-MASK-OPERADOR
               MOVE 'GRLCNTT'       TO WS-MASK-PROGRAMA
               CALL 'MASKUTIL' USING WS-AREA-MASK
               IF WS-MASK-LIBERADO
                   SET DADOS-COMPLETOS TO TRUE
               END-IF
           ELSE
               SET DADOS-COMPLETOS  TO FALSE
           END-IF
           .
       P060-FIM.

       P300-PROCESSA.
           SET FS-RLD-OK            TO TRUE

           DISPLAY 'DIGITE: <L> LISTAR, <I> INCLUIR, <A> ALTERAR, '
                   '<E> EXCLUIR, <X> EXECUTAR OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P310-LISTA-DEFINICOES
               WHEN 'I'
               WHEN 'i'
                   PERFORM P050-CONFERE-NIVEL
                   IF OPERADOR-AUTORIZADO
                       PERFORM P320-INCLUI-DEFINICAO
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   PERFORM P050-CONFERE-NIVEL
                   IF OPERADOR-AUTORIZADO
                       PERFORM P330-ALTERA-DEFINICAO
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM P050-CONFERE-NIVEL
                   IF OPERADOR-AUTORIZADO
                       PERFORM P340-EXCLUI-DEFINICAO
                   END-IF
               WHEN 'X'
               WHEN 'x'
                   PERFORM P400-EXECUTA-DEFINICAO
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

       P310-LISTA-DEFINICOES.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           SET EOF-RLD-OK           TO FALSE
           SET FS-RLD-OK            TO TRUE

           OPEN INPUT RELATORIOS

           IF WS-FS-RLD EQUAL 35
               DISPLAY 'NENHUMA DEFINICAO DE RELATORIO GRAVADA AINDA.'
           ELSE
               IF FS-RLD-OK
                   MOVE SPACES      TO RLD-NOME
                   START RELATORIOS KEY IS NOT LESS THAN RLD-NOME
                       INVALID KEY
                           SET EOF-RLD-OK TO TRUE
                   END-START

                   DISPLAY 'RELATORIOS (NOME / TITULO / SAIDA / '
                           'NOTURNO / COLUNAS / FILTROS):'
                   PERFORM P315-MOSTRA-DEFINICAO UNTIL EOF-RLD-OK

                   IF WS-QTD-LISTADOS EQUAL ZEROS
                       DISPLAY '  NENHUMA DEFINICAO GRAVADA.'
                   END-IF
               END-IF
               CLOSE RELATORIOS
           END-IF
           .
       P310-FIM.

       P315-MOSTRA-DEFINICAO.
           READ RELATORIOS NEXT RECORD
               AT END
                   SET EOF-RLD-OK  TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LISTADOS
                   DISPLAY '  ' RLD-NOME ' / ' RLD-TITULO ' / '
                           RLD-SAIDA ' / ' RLD-NOTURNO ' / '
                           RLD-QTD-COLUNAS ' / ' RLD-QTD-FILTROS
           END-READ
           .
       P315-FIM.

       P320-INCLUI-DEFINICAO.
           SET FS-RLD-OK            TO TRUE

           OPEN I-O RELATORIOS

           IF WS-FS-RLD EQUAL 35 THEN
               OPEN OUTPUT RELATORIOS
           END-IF

           IF FS-RLD-OK THEN
               DISPLAY 'NOME DO NOVO RELATORIO (ATE 15 POSICOES): '
               ACCEPT WS-NOME-BUSCA
               INSPECT WS-NOME-BUSCA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               IF WS-NOME-BUSCA EQUAL SPACES
                   DISPLAY 'NOME EM BRANCO - RELATORIO NAO GRAVADO.'
               ELSE
                   MOVE WS-NOME-BUSCA TO RLD-NOME
                   READ RELATORIOS
                       KEY IS RLD-NOME
                       INVALID KEY
                           PERFORM P350-CAPTURA-DEFINICAO
                           WRITE REG-RELATORIO
                               INVALID KEY
                                   DISPLAY 'ERRO AO GRAVAR O '
                                           'RELATORIO.'
                               NOT INVALID KEY
                                   DISPLAY 'Relatorio gravado com '
                                           'sucesso!'
                           END-WRITE
                       NOT INVALID KEY
                           DISPLAY 'JA EXISTE UM RELATORIO COM ESSE '
                                   'NOME!'
                   END-READ
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIOS.'
               MOVE WS-FS-RLD       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RLD ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
           END-IF

           CLOSE RELATORIOS
           .
       P320-FIM.

       P330-ALTERA-DEFINICAO.
           SET FS-RLD-OK            TO TRUE

           OPEN I-O RELATORIOS

           IF WS-FS-RLD EQUAL 35
               DISPLAY 'NENHUMA DEFINICAO DE RELATORIO GRAVADA AINDA.'
           ELSE
               IF FS-RLD-OK
                   DISPLAY 'NOME DO RELATORIO A ALTERAR: '
                   ACCEPT WS-NOME-BUSCA
                   INSPECT WS-NOME-BUSCA CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE WS-NOME-BUSCA TO RLD-NOME

                   READ RELATORIOS
                       KEY IS RLD-NOME
                       INVALID KEY
                           DISPLAY 'RELATORIO NAO EXISTE!'
                       NOT INVALID KEY
                           PERFORM P450-MOSTRA-CONTEUDO
                           PERFORM P350-CAPTURA-DEFINICAO
                           REWRITE REG-RELATORIO
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR O '
                                           'RELATORIO.'
                               NOT INVALID KEY
                                   DISPLAY 'Relatorio alterado com '
                                           'sucesso!'
                           END-REWRITE
                   END-READ
               END-IF
               CLOSE RELATORIOS
           END-IF
           .
       P330-FIM.

       P340-EXCLUI-DEFINICAO.
           SET FS-RLD-OK            TO TRUE

           OPEN I-O RELATORIOS

           IF WS-FS-RLD EQUAL 35
               DISPLAY 'NENHUMA DEFINICAO DE RELATORIO GRAVADA AINDA.'
           ELSE
               IF FS-RLD-OK
                   DISPLAY 'NOME DO RELATORIO A EXCLUIR: '
                   ACCEPT WS-NOME-BUSCA
                   INSPECT WS-NOME-BUSCA CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE WS-NOME-BUSCA TO RLD-NOME

                   READ RELATORIOS
                       KEY IS RLD-NOME
                       INVALID KEY
                           DISPLAY 'RELATORIO NAO EXISTE!'
                       NOT INVALID KEY
                           DISPLAY 'TECLE: <S> para confirmar a '
                                   'EXCLUSAO ou <QUALQUER TECLA> '
                                   'para abortar.'
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM EQUAL 'S'
                               DELETE RELATORIOS
                                   INVALID KEY
                                       DISPLAY 'ERRO AO EXCLUIR O '
                                               'RELATORIO.'
                                   NOT INVALID KEY
                                       DISPLAY 'Relatorio excluido!'
                               END-DELETE
                           ELSE
                               DISPLAY 'Relatorio nao foi excluido.'
                           END-IF
                   END-READ
               END-IF
               CLOSE RELATORIOS
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * CAPTURA DA DEFINICAO (INCLUSAO E ALTERACAO): COLUNAS, FILTROS,
      * ORDENACAO E SAIDA; NA ALTERACAO TUDO E INFORMADO DE NOVO
      ******************************************************************
       P350-CAPTURA-DEFINICAO.
           MOVE RLD-NOME            TO WS-NOME-BUSCA
           INITIALIZE REG-RELATORIO
           MOVE WS-NOME-BUSCA       TO RLD-NOME

           DISPLAY 'TITULO DO RELATORIO: '
           ACCEPT RLD-TITULO

           PERFORM P351-MOSTRA-CATALOGO

           MOVE ZEROS               TO RLD-QTD-COLUNAS
           PERFORM P352-PEDE-QTD-COLUNAS
               UNTIL RLD-QTD-COLUNAS GREATER THAN ZEROS AND
                     RLD-QTD-COLUNAS NOT GREATER THAN 8
           PERFORM P353-CAPTURA-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS

           MOVE 99                  TO RLD-QTD-FILTROS
           PERFORM P355-PEDE-QTD-FILTROS
               UNTIL RLD-QTD-FILTROS NOT GREATER THAN 5
           SET TEM-FILTRO-SEGMENTO  TO FALSE
           PERFORM P356-CAPTURA-FILTRO
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL GREATER THAN RLD-QTD-FILTROS

           SET CAMPO-VALIDO         TO FALSE
           PERFORM P361-PEDE-CAMPO-ORDEM UNTIL CAMPO-VALIDO
           DISPLAY 'SENTIDO: <A> CRESCENTE OU <D> DECRESCENTE: '
           ACCEPT RLD-ORD-SENTIDO
           IF RLD-ORD-SENTIDO EQUAL 'd'
               MOVE 'D'             TO RLD-ORD-SENTIDO
           END-IF
           IF NOT RLD-ORD-DECRESCENTE
               MOVE 'A'             TO RLD-ORD-SENTIDO
           END-IF

           DISPLAY 'SAIDA: <R> RELATORIO NO SPOOL OU <C> ARQUIVO CSV: '
           ACCEPT RLD-SAIDA
           IF RLD-SAIDA EQUAL 'c'
               MOVE 'C'             TO RLD-SAIDA
           END-IF
           IF NOT RLD-SAIDA-CSV
               MOVE 'R'             TO RLD-SAIDA
           END-IF
           DISPLAY 'RODAR NO PLANO NOTURNO? <S/N>: '
           ACCEPT RLD-NOTURNO
           IF RLD-NOTURNO NOT EQUAL 'S'
               MOVE 'N'             TO RLD-NOTURNO
           END-IF
           DISPLAY 'INCLUIR CONTATOS INATIVOS? <S/N>: '
           ACCEPT RLD-INCLUI-INATIVOS
           IF RLD-INCLUI-INATIVOS NOT EQUAL 'S'
               MOVE 'N'             TO RLD-INCLUI-INATIVOS
           END-IF

           MOVE LK-OPERADOR         TO RLD-OPERADOR
           ACCEPT RLD-DT-ALTERACAO  FROM DATE YYYYMMDD
           .
       P350-FIM.

       P351-MOSTRA-CATALOGO.
           DISPLAY 'CAMPOS DISPONIVEIS (CODIGO - NOME):'
           PERFORM P357-MOSTRA-ITEM-CATALOGO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CATALOGO
           .
       P351-FIM.

       P352-PEDE-QTD-COLUNAS.
           DISPLAY 'QUANTIDADE DE COLUNAS (1 A 8): '
           ACCEPT RLD-QTD-COLUNAS
           .
       P352-FIM.

       P353-CAPTURA-COLUNA.
           SET CAMPO-VALIDO         TO FALSE
           PERFORM P354-PEDE-CAMPO-COLUNA UNTIL CAMPO-VALIDO

           DISPLAY 'TITULO DA COLUNA (EM BRANCO = '
                   WS-CAT-NOME(WS-IND-CAT) '): '
           ACCEPT RLD-COL-TITULO(WS-IND-COL)
           IF RLD-COL-TITULO(WS-IND-COL) EQUAL SPACES
               MOVE WS-CAT-NOME(WS-IND-CAT)
                                    TO RLD-COL-TITULO(WS-IND-COL)
           END-IF
           .
       P353-FIM.

       P354-PEDE-CAMPO-COLUNA.
           DISPLAY 'CAMPO DA COLUNA ' WS-IND-COL ': '
           ACCEPT WS-CAMPO
           PERFORM P510-ACHA-CAMPO

           IF WS-IND-CAT EQUAL ZEROS
               DISPLAY 'CAMPO NAO EXISTE NO CATALOGO!'
           ELSE
               IF CAT-SEGMENTO(WS-IND-CAT)
                   DISPLAY 'SEGMENTO SO PODE SER USADO COMO FILTRO!'
               ELSE
                   MOVE WS-CAMPO    TO RLD-COL-CAMPO(WS-IND-COL)
                   SET CAMPO-VALIDO TO TRUE
               END-IF
           END-IF
           .
       P354-FIM.

       P355-PEDE-QTD-FILTROS.
           DISPLAY 'QUANTIDADE DE FILTROS (0 A 5): '
           ACCEPT RLD-QTD-FILTROS
           .
       P355-FIM.

       P356-CAPTURA-FILTRO.
           SET CAMPO-VALIDO         TO FALSE
           PERFORM P358-PEDE-CAMPO-FILTRO UNTIL CAMPO-VALIDO

           IF CAT-SEGMENTO(WS-IND-CAT)
               MOVE 'EQ'            TO RLD-FIL-OPERADOR(WS-IND-FIL)
           ELSE
               SET CAMPO-VALIDO     TO FALSE
               PERFORM P359-PEDE-OPERADOR UNTIL CAMPO-VALIDO
           END-IF

           PERFORM P360-PEDE-VALOR-FILTRO
           .
       P356-FIM.

       P357-MOSTRA-ITEM-CATALOGO.
           IF CAT-SEGMENTO(WS-IND)
               DISPLAY '  ' WS-CAT-CODIGO(WS-IND) ' - '
                       WS-CAT-NOME(WS-IND) ' (SO FILTRO)'
           ELSE
               DISPLAY '  ' WS-CAT-CODIGO(WS-IND) ' - '
                       WS-CAT-NOME(WS-IND)
           END-IF
           .
       P357-FIM.

       P358-PEDE-CAMPO-FILTRO.
           DISPLAY 'CAMPO DO FILTRO ' WS-IND-FIL ': '
           ACCEPT WS-CAMPO
           PERFORM P510-ACHA-CAMPO

           IF WS-IND-CAT EQUAL ZEROS
               DISPLAY 'CAMPO NAO EXISTE NO CATALOGO!'
               EXIT PARAGRAPH
           END-IF

           IF CAT-SEGMENTO(WS-IND-CAT)
               IF TEM-FILTRO-SEGMENTO
                   DISPLAY 'SO UM FILTRO DE SEGMENTO POR RELATORIO!'
                   EXIT PARAGRAPH
               END-IF
               SET TEM-FILTRO-SEGMENTO TO TRUE
           END-IF

           MOVE WS-CAMPO            TO RLD-FIL-CAMPO(WS-IND-FIL)
           SET CAMPO-VALIDO         TO TRUE
           .
       P358-FIM.

       P359-PEDE-OPERADOR.
           DISPLAY 'OPERADOR: EQ IGUAL, NE DIFERENTE, GT MAIOR, LT '
                   'MENOR, GE MAIOR OU IGUAL, LE MENOR OU IGUAL,'
           DISPLAY '          CT CONTEM, VZ VAZIO, PR PREENCHIDO: '
           ACCEPT WS-OPERADOR-FILTRO
           INSPECT WS-OPERADOR-FILTRO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF NOT OPERADOR-VALIDO
               DISPLAY 'OPERADOR INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           IF WS-OPERADOR-FILTRO EQUAL 'CT' AND
              NOT CAT-ALFA(WS-IND-CAT)
               DISPLAY 'CT SO SE APLICA A CAMPO ALFANUMERICO!'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR-FILTRO  TO RLD-FIL-OPERADOR(WS-IND-FIL)
           SET CAMPO-VALIDO         TO TRUE
           .
       P359-FIM.

       P360-PEDE-VALOR-FILTRO.
           MOVE SPACES              TO RLD-FIL-VALOR(WS-IND-FIL)
           MOVE RLD-FIL-OPERADOR(WS-IND-FIL) TO WS-OPERADOR-FILTRO

           EVALUATE TRUE
               WHEN OPERADOR-SEM-VALOR
                   CONTINUE
               WHEN CAT-SEGMENTO(WS-IND-CAT)
                   DISPLAY 'NOME DO SEGMENTO (SEGCNTT): '
                   ACCEPT RLD-FIL-VALOR(WS-IND-FIL)
                   MOVE RLD-FIL-VALOR(WS-IND-FIL)
                                    TO WS-SEG-NOME-BUSCA
                   CALL 'SEGUTIL' USING WS-AREA-SEG
                   IF NOT WS-SEG-ACHADO
                       DISPLAY 'ATENCAO: SEGMENTO NAO CADASTRADO - O '
                               'RELATORIO NAO RODA ATE QUE EXISTA.'
                   END-IF
               WHEN CAT-ALFA(WS-IND-CAT)
                   DISPLAY 'VALOR: '
                   ACCEPT RLD-FIL-VALOR(WS-IND-FIL)
                   INSPECT RLD-FIL-VALOR(WS-IND-FIL) CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               WHEN OTHER
                   IF CAT-DATA(WS-IND-CAT)
                       DISPLAY 'VALOR (DATA AAAAMMDD): '
                   ELSE
                       DISPLAY 'VALOR (NUMERO, DECIMAIS COM VIRGULA): '
                   END-IF
                   MOVE ZEROS       TO WS-FILTRO-NUM
                   ACCEPT WS-FILTRO-NUM
                   MOVE WS-FILTRO-NUM TO WS-CHAVE-NUM
                   MOVE WS-CHAVE-NUM-X
                                    TO RLD-FIL-VALOR(WS-IND-FIL)(1:11)
           END-EVALUATE
           .
       P360-FIM.

       P361-PEDE-CAMPO-ORDEM.
           DISPLAY 'CAMPO DE ORDENACAO (EM BRANCO = ID): '
           ACCEPT WS-CAMPO
           IF WS-CAMPO EQUAL SPACES
               MOVE 'ID'            TO WS-CAMPO
           END-IF
           PERFORM P510-ACHA-CAMPO

           IF WS-IND-CAT EQUAL ZEROS
               DISPLAY 'CAMPO NAO EXISTE NO CATALOGO!'
           ELSE
               IF CAT-SEGMENTO(WS-IND-CAT)
                   DISPLAY 'SEGMENTO SO PODE SER USADO COMO FILTRO!'
               ELSE
                   MOVE WS-CAMPO    TO RLD-ORD-CAMPO
                   SET CAMPO-VALIDO TO TRUE
               END-IF
           END-IF
           .
       P361-FIM.

      ******************************************************************
      * EXECUCAO DE UMA DEFINICAO PELO NOME
      ******************************************************************
       P400-EXECUTA-DEFINICAO.
           DISPLAY 'NOME DO RELATORIO A EXECUTAR: '
           ACCEPT WS-NOME-BUSCA
           INSPECT WS-NOME-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM P420-LE-DEFINICAO
           IF NOT DEFINICAO-ACHADA
               DISPLAY 'RELATORIO NAO EXISTE!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P450-MOSTRA-CONTEUDO

           SET USA-MASCARA          TO FALSE
           PERFORM P405-CONFERE-MASCARA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           SET DADOS-COMPLETOS      TO FALSE
           IF USA-MASCARA
               PERFORM P060-PEDE-DADOS-COMPLETOS
           END-IF

           PERFORM P500-EXECUTA
           .
       P400-FIM.

       P405-CONFERE-MASCARA.
           IF RLD-COL-CAMPO(WS-IND-COL) EQUAL 'TL' OR 'EM' OR 'DC'
               SET USA-MASCARA      TO TRUE
           END-IF
           .
       P405-FIM.

       P420-LE-DEFINICAO.
           SET DEFINICAO-ACHADA     TO FALSE
           SET FS-RLD-OK            TO TRUE

           OPEN INPUT RELATORIOS
           IF FS-RLD-OK
               MOVE WS-NOME-BUSCA   TO RLD-NOME
               READ RELATORIOS
                   KEY IS RLD-NOME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DEFINICAO-ACHADA TO TRUE
               END-READ
               CLOSE RELATORIOS
           END-IF
           .
       P420-FIM.

       P450-MOSTRA-CONTEUDO.
           DISPLAY 'RELATORIO ' RLD-NOME ' - ' RLD-TITULO
           DISPLAY '  SAIDA ' RLD-SAIDA '  NOTURNO ' RLD-NOTURNO
                   '  INATIVOS ' RLD-INCLUI-INATIVOS
                   '  ORDEM ' RLD-ORD-CAMPO ' ' RLD-ORD-SENTIDO
                   '  ALTERADO EM ' RLD-DT-ALTERACAO
                   ' POR ' RLD-OPERADOR
           PERFORM P452-MOSTRA-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           PERFORM P454-MOSTRA-FILTRO
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL GREATER THAN RLD-QTD-FILTROS
           .
       P450-FIM.

       P452-MOSTRA-COLUNA.
           DISPLAY '  COLUNA ' WS-IND-COL ': '
                   RLD-COL-CAMPO(WS-IND-COL) ' - '
                   RLD-COL-TITULO(WS-IND-COL)
           .
       P452-FIM.

       P454-MOSTRA-FILTRO.
           MOVE RLD-FIL-CAMPO(WS-IND-FIL) TO WS-CAMPO
           PERFORM P510-ACHA-CAMPO
           MOVE RLD-FIL-VALOR(WS-IND-FIL) TO WS-VALOR-TEXTO

           IF WS-IND-CAT GREATER THAN ZEROS
               IF NOT CAT-ALFA(WS-IND-CAT) AND
                  NOT CAT-SEGMENTO(WS-IND-CAT) AND
                  RLD-FIL-VALOR(WS-IND-FIL) NOT EQUAL SPACES
                   MOVE RLD-FIL-VALOR(WS-IND-FIL)(1:11)
                                    TO WS-CHAVE-NUM-X
                   MOVE WS-CHAVE-NUM TO WS-NUMERO
                   PERFORM P545-FORMATA-VALOR
               END-IF
           END-IF

           DISPLAY '  FILTRO ' WS-IND-FIL ': '
                   RLD-FIL-CAMPO(WS-IND-FIL) ' '
                   RLD-FIL-OPERADOR(WS-IND-FIL) ' '
                   WS-VALOR-TEXTO
           .
       P454-FIM.

      ******************************************************************
      * EXECUCAO: PREPARA COLUNAS E FILTROS, APURA O RESUMO FINANCEIRO
      * SE ALGUM CAMPO FINANCEIRO E USADO E ORDENA OS CONTATOS ACEITOS
      * (SORT COM PROCEDURES DE ENTRADA/SAIDA, COMO EM LISCNTT)
      ******************************************************************
       P500-EXECUTA.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P505-PREPARA
           IF DEFINICAO-INVALIDA
               DISPLAY 'RELATORIO ' RLD-NOME ' NAO EXECUTADO.'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'GRLCNTT '          TO WS-LOG-PROGRAMA
           MOVE 'I'                 TO WS-LOG-EVENTO
           MOVE ZEROS               TO WS-LOG-QTD-LIDOS
           MOVE ZEROS               TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS               TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                 TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           PERFORM P512-EMITE-RELATORIO

           IF USA-FINANCEIRO
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-RESUMO
                   RETURNING WS-RETCODE
           END-IF

           MOVE 'F'                 TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS        TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS     TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-REJEITADOS   TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS           TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           .
       P500-FIM.

       P505-PREPARA.
           SET DEFINICAO-INVALIDA   TO FALSE
           SET USA-FINANCEIRO       TO FALSE
           SET USA-TERRITORIO       TO FALSE
           SET USA-ESCORE           TO FALSE
           SET TEM-FILTRO-SEGMENTO  TO FALSE
           INITIALIZE WS-COLUNAS-REL
           INITIALIZE WS-FILTROS-REL

           PERFORM P506-PREPARA-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           PERFORM P507-PREPARA-FILTRO
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL GREATER THAN RLD-QTD-FILTROS

           MOVE RLD-ORD-CAMPO       TO WS-CAMPO
           IF WS-CAMPO EQUAL SPACES
               MOVE 'ID'            TO WS-CAMPO
           END-IF
           PERFORM P510-ACHA-CAMPO
           IF WS-IND-CAT EQUAL ZEROS OR CAT-SEGMENTO(WS-IND-CAT)
               DISPLAY 'CAMPO DE ORDENACAO ' WS-CAMPO ' INVALIDO.'
               SET DEFINICAO-INVALIDA TO TRUE
           ELSE
               MOVE WS-IND-CAT      TO WS-ORD-IND-CAT
               PERFORM P508-MARCA-USO
           END-IF

           IF NOT DEFINICAO-INVALIDA AND
              WS-COL-POS(RLD-QTD-COLUNAS) +
              WS-COL-LARG(RLD-QTD-COLUNAS) GREATER THAN 133 AND
              NOT RLD-SAIDA-CSV
               DISPLAY 'ATENCAO: AS COLUNAS PASSAM DE 132 POSICOES E '
                       'SAEM CORTADAS NO SPOOL.'
           END-IF
           .
       P505-FIM.

       P506-PREPARA-COLUNA.
           MOVE RLD-COL-CAMPO(WS-IND-COL) TO WS-CAMPO
           PERFORM P510-ACHA-CAMPO
           IF WS-IND-CAT EQUAL ZEROS OR CAT-SEGMENTO(WS-IND-CAT)
               DISPLAY 'CAMPO DA COLUNA ' WS-IND-COL ' (' WS-CAMPO
                       ') INVALIDO.'
               SET DEFINICAO-INVALIDA TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IND-CAT          TO WS-COL-IND-CAT(WS-IND-COL)
           PERFORM P508-MARCA-USO

      *    LARGURA = A MAIOR ENTRE O CAMPO E O TITULO DA COLUNA
           MOVE ZEROS               TO WS-TM-VALOR
           INSPECT FUNCTION REVERSE(RLD-COL-TITULO(WS-IND-COL))
                   TALLYING WS-TM-VALOR FOR LEADING ' '
           COMPUTE WS-LEN-VALOR = 15 - WS-TM-VALOR
           IF WS-LEN-VALOR GREATER THAN WS-CAT-LARGURA(WS-IND-CAT)
               MOVE WS-LEN-VALOR    TO WS-COL-LARG(WS-IND-COL)
           ELSE
               MOVE WS-CAT-LARGURA(WS-IND-CAT)
                                    TO WS-COL-LARG(WS-IND-COL)
           END-IF

           IF CAT-NUMERO(WS-IND-CAT) OR CAT-VALOR(WS-IND-CAT)
               COMPUTE WS-COL-DESLOC(WS-IND-COL) =
                       WS-COL-LARG(WS-IND-COL) -
                       WS-CAT-LARGURA(WS-IND-CAT)
           END-IF

           IF WS-IND-COL EQUAL 1
               MOVE 1               TO WS-COL-POS(WS-IND-COL)
           ELSE
               COMPUTE WS-COL-POS(WS-IND-COL) =
                       WS-COL-POS(WS-IND-COL - 1) +
                       WS-COL-LARG(WS-IND-COL - 1) + 1
           END-IF
           .
       P506-FIM.

       P507-PREPARA-FILTRO.
           MOVE RLD-FIL-CAMPO(WS-IND-FIL) TO WS-CAMPO
           PERFORM P510-ACHA-CAMPO
           IF WS-IND-CAT EQUAL ZEROS
               DISPLAY 'CAMPO DO FILTRO ' WS-IND-FIL ' (' WS-CAMPO
                       ') INVALIDO.'
               SET DEFINICAO-INVALIDA TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IND-CAT          TO WS-FIL-IND-CAT(WS-IND-FIL)
           PERFORM P508-MARCA-USO

           MOVE ZEROS               TO WS-TM-VALOR
           INSPECT FUNCTION REVERSE(RLD-FIL-VALOR(WS-IND-FIL))
                   TALLYING WS-TM-VALOR FOR LEADING ' '
           COMPUTE WS-FIL-TAM(WS-IND-FIL) = 20 - WS-TM-VALOR

      *    O SEGMENTO E CARREGADO UMA VEZ; O TERRITORIO DELE PEDE O
      *    TERRITORIO DE CADA CONTATO
           IF CAT-SEGMENTO(WS-IND-CAT)
               SET TEM-FILTRO-SEGMENTO TO TRUE
               MOVE RLD-FIL-VALOR(WS-IND-FIL) TO WS-SEG-NOME-BUSCA
               CALL 'SEGUTIL' USING WS-AREA-SEG
               IF NOT WS-SEG-ACHADO
                   DISPLAY 'SEGMENTO ' WS-SEG-NOME-BUSCA
                           ' NAO CADASTRADO.'
                   SET DEFINICAO-INVALIDA TO TRUE
               ELSE
                   IF WS-SEG-TERRITORIO NOT EQUAL SPACES
                       SET USA-TERRITORIO TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       P507-FIM.

       P508-MARCA-USO.
           EVALUATE WS-CAT-CODIGO(WS-IND-CAT)
               WHEN 'QA'
               WHEN 'QV'
               WHEN 'SA'
               WHEN 'SV'
                   SET USA-FINANCEIRO TO TRUE
               WHEN 'TR'
                   SET USA-TERRITORIO TO TRUE
               WHEN 'FX'
                   SET USA-ESCORE   TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P508-FIM.

       P510-ACHA-CAMPO.
           INSPECT WS-CAMPO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS               TO WS-IND-CAT
           PERFORM P511-COMPARA-CAMPO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CATALOGO OR
                     WS-IND-CAT GREATER THAN ZEROS
           .
       P510-FIM.

       P511-COMPARA-CAMPO.
           IF WS-CAT-CODIGO(WS-IND) EQUAL WS-CAMPO
               MOVE WS-IND          TO WS-IND-CAT
           END-IF
           .
       P511-FIM.

       P512-EMITE-RELATORIO.
           IF USA-FINANCEIRO
               PERFORM P600-APURA-FINANCEIRO
               IF NOT FS-RFN-OK
                   DISPLAY 'ERRO AO MONTAR O RESUMO FINANCEIRO.'
                   MOVE WS-FS-RFN   TO WS-FS
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS-RFN ' - ' WS-FS-MSG
                   SET LK-ERRO      TO TRUE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT RESUMO-FIN
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               IF USA-FINANCEIRO
                   CLOSE RESUMO-FIN
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF RLD-SAIDA-CSV
               MOVE RLD-NOME        TO WS-NOME-ARQUIVO
               MOVE ZEROS           TO WS-TM-VALOR
               INSPECT FUNCTION REVERSE(WS-NOME-ARQUIVO)
                       TALLYING WS-TM-VALOR FOR LEADING ' '
               COMPUTE WS-LEN-VALOR = 15 - WS-TM-VALOR
               INSPECT WS-NOME-ARQUIVO(1:WS-LEN-VALOR)
                       REPLACING ALL ' ' BY '_'
               MOVE SPACES          TO WS-NOME-CSV
               STRING 'RELATORIO_' WS-NOME-ARQUIVO(1:WS-LEN-VALOR)
                      '_' WS-DATA-SISTEMA '.CSV'
                      DELIMITED BY SIZE INTO WS-NOME-CSV
               OPEN OUTPUT ARQ-CSV
           ELSE
               MOVE 'GRLCNTT '      TO WS-SPL-PROGRAMA
               CALL 'SPOOLUTL' USING WS-AREA-SPOOL
               MOVE WS-SPL-NOME     TO WS-NOME-SPOOL
               OPEN OUTPUT ARQ-IMPRESSAO
           END-IF

           IF RLD-ORD-DECRESCENTE
               SORT SD-RELATORIO ON DESCENDING KEY SD-CHAVE
                                 ON ASCENDING KEY SD-ID-CONTATO
                   INPUT PROCEDURE  P520-SELECIONA-CONTATOS
                   OUTPUT PROCEDURE P560-EMITE-LINHAS
           ELSE
               SORT SD-RELATORIO ON ASCENDING KEY SD-CHAVE
                                                  SD-ID-CONTATO
                   INPUT PROCEDURE  P520-SELECIONA-CONTATOS
                   OUTPUT PROCEDURE P560-EMITE-LINHAS
           END-IF

           CLOSE CONTATOS
           IF USA-FINANCEIRO
               CLOSE RESUMO-FIN
           END-IF

           DISPLAY 'CONTATOS LIDOS..........: ' WS-QTD-LIDOS
           DISPLAY 'CONTATOS NO RELATORIO...: ' WS-QTD-GRAVADOS
           IF RLD-SAIDA-CSV
               CLOSE ARQ-CSV
               DISPLAY 'ARQUIVO GERADO..........: ' WS-NOME-CSV
           ELSE
               CLOSE ARQ-IMPRESSAO
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           END-IF
           .
       P512-FIM.

      ******************************************************************
      * ENTRADA DO SORT: EMPRESA DA SESSAO, SITUACAO, SEGMENTO E
      * FILTROS; O CONTATO ACEITO VAI COM A CHAVE DE ORDENACAO E OS
      * VALORES JA FORMATADOS DAS COLUNAS
      ******************************************************************
       P520-SELECIONA-CONTATOS.
           SET EOF-OK               TO FALSE
           PERFORM P522-LE-CONTATO UNTIL EOF-OK
           .
       P520-FIM.

       P522-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P524-AVALIA-CONTATO
                   IF CONTATO-ACEITO
                       PERFORM P550-LIBERA-CONTATO
                   END-IF
           END-READ
           .
       P522-FIM.

       P524-AVALIA-CONTATO.
           SET CONTATO-ACEITO       TO FALSE

           IF NOT (LK-EMPRESA EQUAL ZEROS OR
                   EMP-CONTATO EQUAL LK-EMPRESA OR
                   (EMP-CONTATO EQUAL ZEROS AND
                    LK-EMPRESA EQUAL 1))
               EXIT PARAGRAPH
           END-IF

           IF NOT ST-ATIVO AND NOT RLD-INCLUI-INATIVOS-SIM
               EXIT PARAGRAPH
           END-IF

           PERFORM P526-CARREGA-COMPLEMENTO
           SET CONTATO-ACEITO       TO TRUE

           IF TEM-FILTRO-SEGMENTO
               PERFORM P528-CONFERE-SEGMENTO
           END-IF

           PERFORM P530-AVALIA-FILTRO
               VARYING WS-IND-FIL FROM 1 BY 1
               UNTIL WS-IND-FIL GREATER THAN RLD-QTD-FILTROS OR
                     NOT CONTATO-ACEITO
           .
       P524-FIM.

       P526-CARREGA-COMPLEMENTO.
           IF USA-FINANCEIRO
               MOVE ID-CONTATO      TO RFN-ID-CONTATO
               READ RESUMO-FIN
                   KEY IS RFN-ID-CONTATO
                   INVALID KEY
                       INITIALIZE REG-RESUMO-FIN
               END-READ
           END-IF

           MOVE SPACES              TO WS-EXT-TERRITORIO
           IF USA-TERRITORIO
               MOVE ID-CONTATO      TO WS-TER-ID-CONTATO
               CALL 'TERUTIL' USING WS-AREA-TER
               IF WS-TER-ACHADO
                   MOVE WS-TER-TERRITORIO TO WS-EXT-TERRITORIO
               END-IF
           END-IF

           MOVE SPACES              TO WS-EXT-FAIXA
           IF USA-ESCORE
               MOVE ID-CONTATO      TO WS-SCO-ID-CONTATO
               CALL 'SCOUTIL' USING WS-AREA-SCO
               MOVE WS-SCO-FAIXA    TO WS-EXT-FAIXA
           END-IF
           .
       P526-FIM.

      *    MESMOS CRITERIOS DO SEGMENTO EM EXPCNTT
       P528-CONFERE-SEGMENTO.
           IF (WS-SEG-CATEGORIA NOT EQUAL SPACES AND
               CATEGORIA-CONTATO NOT EQUAL WS-SEG-CATEGORIA)
           OR (WS-SEG-UF NOT EQUAL SPACES AND
               END-ESTADO NOT EQUAL WS-SEG-UF)
           OR (WS-SEG-CIDADE NOT EQUAL SPACES AND
               END-CIDADE NOT EQUAL WS-SEG-CIDADE)
           OR (CONS-MKT-NAO AND WS-SEG-INCLUI-OPTOUT NOT EQUAL 'S')
           OR (WS-SEG-EXIGE-ENDERECO EQUAL 'S' AND
               END-RUA EQUAL SPACES)
           OR (WS-SEG-EXIGE-EMAIL EQUAL 'S' AND
               EMAIL-CONTATO EQUAL SPACES)
           OR (WS-SEG-TERRITORIO NOT EQUAL SPACES AND
               WS-EXT-TERRITORIO NOT EQUAL WS-SEG-TERRITORIO)
               SET CONTATO-ACEITO   TO FALSE
           END-IF
           .
       P528-FIM.

       P530-AVALIA-FILTRO.
           MOVE WS-FIL-IND-CAT(WS-IND-FIL) TO WS-IND-CAT
           IF CAT-SEGMENTO(WS-IND-CAT)
               EXIT PARAGRAPH
           END-IF

           PERFORM P540-VALOR-CAMPO

           EVALUATE RLD-FIL-OPERADOR(WS-IND-FIL)
               WHEN 'EQ'
                   IF WS-VALOR-CHAVE(1:20) NOT EQUAL
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'NE'
                   IF WS-VALOR-CHAVE(1:20) EQUAL
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'GT'
                   IF WS-VALOR-CHAVE(1:20) NOT GREATER THAN
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'LT'
                   IF WS-VALOR-CHAVE(1:20) NOT LESS THAN
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'GE'
                   IF WS-VALOR-CHAVE(1:20) LESS THAN
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'LE'
                   IF WS-VALOR-CHAVE(1:20) GREATER THAN
                      RLD-FIL-VALOR(WS-IND-FIL)
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'CT'
                   MOVE ZEROS       TO WS-QTD-OCORRE
                   IF WS-FIL-TAM(WS-IND-FIL) GREATER THAN ZEROS
                       INSPECT WS-VALOR-CHAVE TALLYING WS-QTD-OCORRE
                           FOR ALL RLD-FIL-VALOR(WS-IND-FIL)
                                   (1:WS-FIL-TAM(WS-IND-FIL))
                   END-IF
                   IF WS-QTD-OCORRE EQUAL ZEROS
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'VZ'
                   IF NOT CAMPO-VAZIO
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN 'PR'
                   IF CAMPO-VAZIO
                       SET CONTATO-ACEITO TO FALSE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P530-FIM.

      ******************************************************************
      * VALOR DO CAMPO WS-IND-CAT DO CATALOGO PARA O CONTATO CORRENTE:
      * WS-VALOR-TEXTO (ALFANUMERICO) OU WS-NUMERO, E A CHAVE DE
      * COMPARACAO/ORDENACAO WS-VALOR-CHAVE (EM MAIUSCULAS OU NA FORMA
      * NUMERICA DE 11 DIGITOS)
      ******************************************************************
       P540-VALOR-CAMPO.
           MOVE SPACES              TO WS-VALOR-TEXTO
           MOVE SPACES              TO WS-VALOR-CHAVE
           MOVE ZEROS               TO WS-NUMERO

           EVALUATE WS-CAT-CODIGO(WS-IND-CAT)
               WHEN 'ID'
                   MOVE ID-CONTATO  TO WS-NUMERO
               WHEN 'NM'
                   MOVE NM-CONTATO  TO WS-VALOR-TEXTO
               WHEN 'TL'
                   MOVE TEL-CONTATO TO WS-VALOR-TEXTO
               WHEN 'RU'
                   MOVE END-RUA     TO WS-VALOR-TEXTO
               WHEN 'CI'
                   MOVE END-CIDADE  TO WS-VALOR-TEXTO
               WHEN 'UF'
                   MOVE END-ESTADO  TO WS-VALOR-TEXTO
               WHEN 'EM'
                   MOVE EMAIL-CONTATO TO WS-VALOR-TEXTO
               WHEN 'ST'
                   MOVE ST-CONTATO  TO WS-VALOR-TEXTO
               WHEN 'CA'
                   MOVE CATEGORIA-CONTATO TO WS-VALOR-TEXTO
               WHEN 'DC'
                   MOVE DOC-CONTATO TO WS-VALOR-TEXTO
               WHEN 'CP'
                   MOVE CEP-CONTATO TO WS-VALOR-TEXTO
               WHEN 'DN'
                   MOVE NASC-CONTATO TO WS-NUMERO
               WHEN 'DA'
                   MOVE DT-ALTERACAO TO WS-NUMERO
               WHEN 'MK'
                   MOVE CONS-MKT-CONTATO TO WS-VALOR-TEXTO
               WHEN 'EP'
                   MOVE EMP-CONTATO TO WS-NUMERO
               WHEN 'TR'
                   MOVE WS-EXT-TERRITORIO TO WS-VALOR-TEXTO
               WHEN 'FX'
                   MOVE WS-EXT-FAIXA TO WS-VALOR-TEXTO
               WHEN 'QA'
                   MOVE RFN-QTD-ABERTOS TO WS-NUMERO
               WHEN 'QV'
                   MOVE RFN-QTD-VENCIDAS TO WS-NUMERO
               WHEN 'SA'
                   MOVE RFN-SALDO-ABERTO TO WS-NUMERO
               WHEN 'SV'
                   MOVE RFN-SALDO-VENCIDO TO WS-NUMERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CAT-ALFA(WS-IND-CAT)
               MOVE WS-VALOR-TEXTO  TO WS-VALOR-CHAVE
               INSPECT WS-VALOR-CHAVE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-VALOR-CHAVE EQUAL SPACES
                   SET CAMPO-VAZIO  TO TRUE
               ELSE
                   SET CAMPO-VAZIO  TO FALSE
               END-IF
           ELSE
               MOVE WS-NUMERO       TO WS-CHAVE-NUM
               MOVE WS-CHAVE-NUM-X  TO WS-VALOR-CHAVE(1:11)
               IF WS-NUMERO EQUAL ZEROS
                   SET CAMPO-VAZIO  TO TRUE
               ELSE
                   SET CAMPO-VAZIO  TO FALSE
               END-IF
           END-IF
           .
       P540-FIM.

      ******************************************************************
      * FORMA DE SAIDA DO VALOR: NUMERO EDITADO E ALINHADO A DIREITA NA
      * LARGURA DO CAMPO, DATA DD/MM/AAAA E TELEFONE, E-MAIL E CPF/CNPJ
      * MASCARADOS SEM A LIBERACAO DOS DADOS COMPLETOS
      ******************************************************************
       P545-FORMATA-VALOR.
           EVALUATE TRUE
               WHEN CAT-NUMERO(WS-IND-CAT)
                   MOVE WS-NUMERO   TO WS-EDITA-INTEIRO
                   COMPUTE WS-POS = 10 - WS-CAT-LARGURA(WS-IND-CAT)
                   MOVE WS-EDITA-INTEIRO
                        (WS-POS:WS-CAT-LARGURA(WS-IND-CAT))
                                    TO WS-VALOR-TEXTO
               WHEN CAT-VALOR(WS-IND-CAT)
                   MOVE WS-NUMERO   TO WS-EDITA-VALOR
                   MOVE WS-EDITA-VALOR TO WS-VALOR-TEXTO
               WHEN CAT-DATA(WS-IND-CAT)
                   MOVE SPACES      TO WS-VALOR-TEXTO
                   IF WS-NUMERO GREATER THAN ZEROS
                       MOVE WS-NUMERO TO WS-DATA-CAMPO
                       STRING WS-CAMPO-DD '/' WS-CAMPO-MM '/'
                              WS-CAMPO-AAAA
                              DELIMITED BY SIZE INTO WS-VALOR-TEXTO
                   END-IF
               WHEN OTHER
                   IF NOT DADOS-COMPLETOS AND
                      WS-VALOR-TEXTO NOT EQUAL SPACES
                       EVALUATE WS-CAT-CODIGO(WS-IND-CAT)
                           WHEN 'TL'
                               MOVE 'T' TO WS-MASK-FUNCAO
                           WHEN 'EM'
                               MOVE 'E' TO WS-MASK-FUNCAO
                           WHEN 'DC'
                               MOVE 'D' TO WS-MASK-FUNCAO
                           WHEN OTHER
                               MOVE SPACES TO WS-MASK-FUNCAO
                       END-EVALUATE
                       IF WS-MASK-FUNCAO NOT EQUAL SPACES
                           MOVE WS-VALOR-TEXTO TO WS-MASK-VALOR
                           CALL 'MASKUTIL' USING WS-AREA-MASK
                           MOVE WS-MASK-MASCARADO TO WS-VALOR-TEXTO
                       END-IF
                   END-IF
           END-EVALUATE
           .
       P545-FIM.

       P550-LIBERA-CONTATO.
           MOVE SPACES              TO SD-REGISTRO
           MOVE ID-CONTATO          TO SD-ID-CONTATO

           MOVE WS-ORD-IND-CAT      TO WS-IND-CAT
           PERFORM P540-VALOR-CAMPO
           MOVE WS-VALOR-CHAVE      TO SD-CHAVE

           PERFORM P552-VALOR-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS

           RELEASE SD-REGISTRO
           .
       P550-FIM.

       P552-VALOR-COLUNA.
           MOVE WS-COL-IND-CAT(WS-IND-COL) TO WS-IND-CAT
           PERFORM P540-VALOR-CAMPO
           PERFORM P545-FORMATA-VALOR
           MOVE WS-VALOR-TEXTO      TO SD-VALOR(WS-IND-COL)
           .
       P552-FIM.

      ******************************************************************
      * SAIDA DO SORT: RELATORIO PAGINADO NO SPOOL OU CSV
      ******************************************************************
       P560-EMITE-LINHAS.
           SET EOF-SD-OK            TO FALSE
           MOVE ZEROS               TO WS-PAGINA

           IF RLD-SAIDA-CSV
               PERFORM P580-CABECALHO-CSV
           ELSE
               PERFORM P570-CABECALHO
           END-IF

           PERFORM P562-RETORNA-CONTATO UNTIL EOF-SD-OK

           IF RLD-SAIDA-CSV
               MOVE SPACES          TO REG-CSV
               STRING 'T;' WS-QTD-GRAVADOS
                      DELIMITED BY SIZE INTO REG-CSV
               WRITE REG-CSV
           ELSE
               MOVE SPACES          TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               MOVE WS-QTD-GRAVADOS TO WS-QTD-TOTAL-MSK
               STRING 'TOTAL DE CONTATOS LISTADOS: ' WS-QTD-TOTAL-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF
           .
       P560-FIM.

       P562-RETORNA-CONTATO.
           RETURN SD-RELATORIO
               AT END
                   SET EOF-SD-OK    TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-GRAVADOS
                   IF RLD-SAIDA-CSV
                       PERFORM P585-LINHA-CSV
                   ELSE
                       PERFORM P575-LINHA-DETALHE
                   END-IF
           END-RETURN
           .
       P562-FIM.

       P570-CABECALHO.
           ADD 1                    TO WS-PAGINA
           IF WS-PAGINA GREATER THAN 1
               MOVE X'0C'           TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'GRLCNTT - ' RLD-TITULO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           STRING 'EMISSAO ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA '   PAGINA ' WS-PAGINA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO(96:37)
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RELATORIO ' RLD-NOME '  ORDEM ' RLD-ORD-CAMPO
                  ' ' RLD-ORD-SENTIDO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           PERFORM P572-TITULO-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           PERFORM P573-TRACO-COLUNA
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           WRITE REG-IMPRESSAO

           MOVE ZEROS               TO WS-LINHA
           .
       P570-FIM.

       P572-TITULO-COLUNA.
           MOVE WS-COL-POS(WS-IND-COL)  TO WS-POS
           MOVE WS-COL-LARG(WS-IND-COL) TO WS-LARG
           PERFORM P578-LIMITA-COLUNA
           IF WS-LARG GREATER THAN ZEROS
               MOVE RLD-COL-TITULO(WS-IND-COL)
                                    TO REG-IMPRESSAO(WS-POS:WS-LARG)
           END-IF
           .
       P572-FIM.

       P573-TRACO-COLUNA.
           MOVE WS-COL-POS(WS-IND-COL)  TO WS-POS
           MOVE WS-COL-LARG(WS-IND-COL) TO WS-LARG
           PERFORM P578-LIMITA-COLUNA
           IF WS-LARG GREATER THAN ZEROS
               MOVE ALL '-'         TO REG-IMPRESSAO(WS-POS:WS-LARG)
           END-IF
           .
       P573-FIM.

       P575-LINHA-DETALHE.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM P570-CABECALHO
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           PERFORM P576-VALOR-DETALHE
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           WRITE REG-IMPRESSAO
           ADD 1                    TO WS-LINHA
           .
       P575-FIM.

       P576-VALOR-DETALHE.
           MOVE WS-COL-IND-CAT(WS-IND-COL) TO WS-IND-CAT
           COMPUTE WS-POS = WS-COL-POS(WS-IND-COL) +
                            WS-COL-DESLOC(WS-IND-COL)
           COMPUTE WS-LARG = WS-COL-LARG(WS-IND-COL) -
                             WS-COL-DESLOC(WS-IND-COL)
           PERFORM P578-LIMITA-COLUNA
           IF WS-LARG GREATER THAN ZEROS
               MOVE SD-VALOR(WS-IND-COL)
                                    TO REG-IMPRESSAO(WS-POS:WS-LARG)
           END-IF
           .
       P576-FIM.

      *    COLUNA QUE PASSA DA POSICAO 132 SAI CORTADA
       P578-LIMITA-COLUNA.
           IF WS-POS GREATER THAN 132
               MOVE ZEROS           TO WS-LARG
           ELSE
               IF WS-POS + WS-LARG GREATER THAN 133
                   COMPUTE WS-LARG = 133 - WS-POS
               END-IF
           END-IF
           .
       P578-FIM.

       P580-CABECALHO-CSV.
           MOVE SPACES              TO REG-CSV
           STRING 'H;' RLD-NOME ';' WS-DATA-SISTEMA ';MATRIZ'
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV

           MOVE SPACES              TO REG-CSV
           MOVE 1                   TO WS-PONTEIRO
           PERFORM P582-TITULO-CSV
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           WRITE REG-CSV
           .
       P580-FIM.

       P582-TITULO-CSV.
           MOVE RLD-COL-TITULO(WS-IND-COL) TO WS-VALOR-TEXTO
           PERFORM P588-ACRESCENTA-CSV
           .
       P582-FIM.

       P585-LINHA-CSV.
           MOVE SPACES              TO REG-CSV
           MOVE 1                   TO WS-PONTEIRO
           PERFORM P586-VALOR-CSV
               VARYING WS-IND-COL FROM 1 BY 1
               UNTIL WS-IND-COL GREATER THAN RLD-QTD-COLUNAS
           WRITE REG-CSV
           .
       P585-FIM.

       P586-VALOR-CSV.
           MOVE SD-VALOR(WS-IND-COL) TO WS-VALOR-TEXTO
           PERFORM P588-ACRESCENTA-CSV
           .
       P586-FIM.

      *    VALOR SEM OS BRANCOS DAS PONTAS, SEPARADO POR ';'
       P588-ACRESCENTA-CSV.
           IF WS-IND-COL GREATER THAN 1
               STRING ';' DELIMITED BY SIZE
                      INTO REG-CSV WITH POINTER WS-PONTEIRO
           END-IF

           IF WS-VALOR-TEXTO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-TM-INICIO
           INSPECT WS-VALOR-TEXTO TALLYING WS-TM-INICIO
                   FOR LEADING ' '
           MOVE ZEROS               TO WS-TM-VALOR
           INSPECT FUNCTION REVERSE(WS-VALOR-TEXTO)
                   TALLYING WS-TM-VALOR FOR LEADING ' '
           COMPUTE WS-LEN-VALOR = 30 - WS-TM-INICIO - WS-TM-VALOR

           STRING WS-VALOR-TEXTO(WS-TM-INICIO + 1:WS-LEN-VALOR)
                  DELIMITED BY SIZE
                  INTO REG-CSV WITH POINTER WS-PONTEIRO
           .
       P588-FIM.

      ******************************************************************
      * RESUMO FINANCEIRO POR CONTATO TITULAR (MESMA APURACAO DE
      * VISCNTT): CONTRATOS ABERTOS (NEM CANCELADO, QUITADO, BAIXADO OU
      * REFINANCIADO), SALDO ABERTO E SALDO/PARCELAS VENCIDAS
      ******************************************************************
       P600-APURA-FINANCEIRO.
           SET FS-RFN-OK            TO TRUE
           OPEN OUTPUT RESUMO-FIN
           CLOSE RESUMO-FIN
           OPEN I-O RESUMO-FIN
           IF NOT FS-RFN-OK
               EXIT PARAGRAPH
           END-IF

           SET FS-FIN-OK            TO TRUE
           OPEN INPUT CONTRATOS
           IF NOT FS-FIN-OK
               CLOSE RESUMO-FIN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               SET TEM-PAGAMENTOS   TO FALSE
           ELSE
               SET TEM-PAGAMENTOS   TO TRUE
           END-IF

           SET EOF-FIN-OK           TO FALSE
           PERFORM P610-LE-CONTRATO UNTIL EOF-FIN-OK

           CLOSE CONTRATOS
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE RESUMO-FIN
           SET FS-RFN-OK            TO TRUE
           .
       P600-FIM.

       P610-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-FIN-OK   TO TRUE
               NOT AT END
                   IF REG-ID-CONTATO GREATER THAN ZEROS AND
                      NOT REG-CONTRATO-CANCELADO AND
                      NOT REG-CONTRATO-QUITADO AND
                      NOT REG-CONTRATO-BAIXADO AND
                      NOT REG-CONTRATO-REFINANCIADO
                       PERFORM P620-APURA-CONTRATO
                   END-IF
           END-READ
           .
       P610-FIM.

       P620-APURA-CONTRATO.
           MOVE ZEROS               TO WS-CTR-SALDO-ABERTO
           MOVE ZEROS               TO WS-CTR-SALDO-VENCIDO
           MOVE ZEROS               TO WS-CTR-QTD-VENCIDAS

           PERFORM P622-AVALIA-PARCELA
               VARYING WS-IND-PARCELA FROM 1 BY 1
               UNTIL WS-IND-PARCELA GREATER THAN REG-NUM-PARCELAS

           SET RESUMO-NOVO          TO FALSE
           MOVE REG-ID-CONTATO      TO RFN-ID-CONTATO
           READ RESUMO-FIN
               KEY IS RFN-ID-CONTATO
               INVALID KEY
                   SET RESUMO-NOVO  TO TRUE
                   INITIALIZE REG-RESUMO-FIN
                   MOVE REG-ID-CONTATO TO RFN-ID-CONTATO
           END-READ

           ADD 1                    TO RFN-QTD-ABERTOS
           ADD WS-CTR-QTD-VENCIDAS  TO RFN-QTD-VENCIDAS
           ADD WS-CTR-SALDO-ABERTO  TO RFN-SALDO-ABERTO
           ADD WS-CTR-SALDO-VENCIDO TO RFN-SALDO-VENCIDO

           IF RESUMO-NOVO
               WRITE REG-RESUMO-FIN
           ELSE
               REWRITE REG-RESUMO-FIN
           END-IF
           .
       P620-FIM.

       P622-AVALIA-PARCELA.
           PERFORM P624-CALCULA-SALDO

           IF WS-SALDO-PARCELA GREATER THAN ZEROS
               ADD WS-SALDO-PARCELA TO WS-CTR-SALDO-ABERTO

               MOVE REG-DT-CONTRATO TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA  TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA    TO WS-DATA-VENCIMENTO

               IF WS-DATA-VENCIMENTO LESS THAN WS-DATA-SISTEMA
                   ADD 1            TO WS-CTR-QTD-VENCIDAS
                   ADD WS-SALDO-PARCELA TO WS-CTR-SALDO-VENCIDO
               END-IF
           END-IF
           .
       P622-FIM.

       P624-CALCULA-SALDO.
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

               PERFORM P626-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P624-FIM.

       P626-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARCELA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P626-FIM.

      ******************************************************************
      * PASSO DO PLANO NOTURNO: TODAS AS DEFINICOES MARCADAS PARA O
      * NOTURNO, NA ORDEM DO NOME, SEMPRE MASCARADAS
      ******************************************************************
       P700-NOTURNO.
           MOVE ZEROS               TO WS-QTD-NOTURNOS
           SET EOF-RLD-OK           TO FALSE
           SET FS-RLD-OK            TO TRUE

           OPEN INPUT RELATORIOS
           IF WS-FS-RLD EQUAL 35
               DISPLAY 'NENHUMA DEFINICAO DE RELATORIO GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-RLD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIOS.'
               MOVE WS-FS-RLD       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RLD ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO RLD-NOME
           START RELATORIOS KEY IS NOT LESS THAN RLD-NOME
               INVALID KEY
                   SET EOF-RLD-OK   TO TRUE
           END-START
           PERFORM P710-SEPARA-NOTURNO UNTIL EOF-RLD-OK
           CLOSE RELATORIOS

           DISPLAY 'RELATORIOS DO PLANO NOTURNO: ' WS-QTD-NOTURNOS
           SET DADOS-COMPLETOS      TO FALSE
           PERFORM P720-EXECUTA-NOTURNO
               VARYING WS-IND-NOT FROM 1 BY 1
               UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOTURNOS
           .
       P700-FIM.

       P710-SEPARA-NOTURNO.
           READ RELATORIOS NEXT RECORD
               AT END
                   SET EOF-RLD-OK  TO TRUE
               NOT AT END
                   IF RLD-NOTURNO-SIM
                       IF WS-QTD-NOTURNOS LESS THAN WS-MAX-NOTURNOS
                           ADD 1    TO WS-QTD-NOTURNOS
                           MOVE RLD-NOME
                             TO WS-NOT-NOME(WS-QTD-NOTURNOS)
                       ELSE
                           DISPLAY 'RELATORIO ' RLD-NOME ' FORA DO '
                                   'NOTURNO (LIMITE DE '
                                   WS-MAX-NOTURNOS ').'
                       END-IF
                   END-IF
           END-READ
           .
       P710-FIM.

       P720-EXECUTA-NOTURNO.
           MOVE WS-NOT-NOME(WS-IND-NOT) TO WS-NOME-BUSCA
           PERFORM P420-LE-DEFINICAO
           IF DEFINICAO-ACHADA
               DISPLAY 'EXECUTANDO ' RLD-NOME ' - ' RLD-TITULO
               PERFORM P500-EXECUTA
           END-IF
           .
       P720-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM GRLCNTT.
