      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 21/12/2024
      * Purpose: COMPARACAO DE DUAS VERSOES DE UM ARQUIVO DE LAYOUT
      *          CONHECIDO (CONTATOS.dat, CLIENTES.dat OU STUDENT.TXT),
      *          PARA PROVAR QUE OS DADOS PASSARAM INTACTOS POR UMA
      *          RESTAURACAO, REORGANIZACAO (REOCNTT/REOCLIE/REOSTUD),
      *          MIGRACAO DE LAYOUT OU RODADA EM PARALELO. CADA LADO
      *          PODE SER O INDEXADO (O MESTRE OU A COPIA BAK_AAAAMMDD_
      *          DE BAKGERAL) OU O SEQUENCIAL GRAVADO EM ORDEM DE CHAVE
      *          (AS COPIAS _BAK_AAAAMMDD DE BAKCONTT/BAKCLIE/BAKSTUD).
      *          OS REGISTROS SAO CASADOS PELA CHAVE E O SPOOL LISTA OS
      *          QUE SO EXISTEM NO ANTIGO, OS QUE SO EXISTEM NO NOVO E,
      *          DOS ALTERADOS, CADA CAMPO DIFERENTE COM O ANTES E O
      *          DEPOIS. OS TOTAIS VAO PARA O LOG CENTRAL (LOGEXEC):
      *          LIDOS = CHAVES COMPARADAS, GRAVADOS = IGUAIS,
      *          REJEITADOS = DIFERENCAS NAO ESPERADAS; HAVENDO
      *          DIFERENCA NAO ESPERADA O PROGRAMA TERMINA COM ERRO.
      *          INCLUSOES NO NOVO PODEM SER DECLARADAS ESPERADAS (SO
      *          CONTAM NOS TOTAIS, SEM ERRO).
      *          NO PLANO NOTURNO (LK-MODO 'B') CONFERE OS TRES MESTRES
      *          CONTRA AS COPIAS DO DIA, DEPOIS DAS REORGANIZACOES; EM
      *          CONTATOS.dat AS INCLUSOES SAO ESPERADAS (CARGA DE
      *          CARGCNTT ENTRE O BACKUP E A REORGANIZACAO)
      * Tectonics: cobc -I copybooks
      * Update: 23/12/2024 - CPF/CNPJ, TELEFONE E E-MAIL DOS CAMPOS
      *         ALTERADOS SAEM MASCARADOS NO SPOOL (MODULO MASKUTIL),
      *         PELA MASCARA INDICADA NA TABELA DE CAMPOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPARQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ANT-CONTT-IDX ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ACI-CHAVE
               ALTERNATE RECORD KEY IS ACI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ACI-DOC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ACI-TEL
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ANT.

               SELECT ANT-CONTT-SEQ ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT ANT-CLIE-IDX ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ALI-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT ANT-CLIE-SEQ ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT ANT-STUD-IDX ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ASI-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT ANT-STUD-SEQ ASSIGN TO WS-ARQ-ANTIGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT NOV-CONTT-IDX ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS NCI-CHAVE
               ALTERNATE RECORD KEY IS NCI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NCI-DOC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NCI-TEL
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-NOV.

               SELECT NOV-CONTT-SEQ ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOV.

               SELECT NOV-CLIE-IDX ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS NLI-CHAVE
               FILE STATUS IS WS-FS-NOV.

               SELECT NOV-CLIE-SEQ ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOV.

               SELECT NOV-STUD-IDX ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS NSI-CHAVE
               FILE STATUS IS WS-FS-NOV.

               SELECT NOV-STUD-SEQ ASSIGN TO WS-ARQ-NOVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOV.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      *    MESMO DESENHO CHAVE + RESTO DE REOCNTT/BAKGERAL: SO A CHAVE E
      *    AS CHAVES ALTERNATIVAS TEM NOME; OS CAMPOS SAO COMPARADOS NA
      *    AREA DE TRABALHO PELA TABELA WS-CAMPOS
       FD ANT-CONTT-IDX.
       01 REG-ANT-CONTT-IDX.
          03 ACI-CHAVE                    PIC 9(06).
          03 ACI-NOME                     PIC X(20).
          03 ACI-TEL                      PIC X(11).
          03 FILLER                       PIC X(106).
          03 ACI-DOC                      PIC X(14).
          03 FILLER                       PIC X(38).

       FD ANT-CONTT-SEQ.
       01 REG-ANT-CONTT-SEQ               PIC X(195).

       FD ANT-CLIE-IDX.
       01 REG-ANT-CLIE-IDX.
          03 ALI-CHAVE                    PIC 9(06).
          03 FILLER                       PIC X(163).

       FD ANT-CLIE-SEQ.
       01 REG-ANT-CLIE-SEQ                PIC X(169).

       FD ANT-STUD-IDX.
       01 REG-ANT-STUD-IDX.
          03 ASI-CHAVE                    PIC 9(05).
          03 FILLER                       PIC X(33).

       FD ANT-STUD-SEQ.
       01 REG-ANT-STUD-SEQ                PIC X(38).

       FD NOV-CONTT-IDX.
       01 REG-NOV-CONTT-IDX.
          03 NCI-CHAVE                    PIC 9(06).
          03 NCI-NOME                     PIC X(20).
          03 NCI-TEL                      PIC X(11).
          03 FILLER                       PIC X(106).
          03 NCI-DOC                      PIC X(14).
          03 FILLER                       PIC X(38).

       FD NOV-CONTT-SEQ.
       01 REG-NOV-CONTT-SEQ               PIC X(195).

       FD NOV-CLIE-IDX.
       01 REG-NOV-CLIE-IDX.
          03 NLI-CHAVE                    PIC 9(06).
          03 FILLER                       PIC X(163).

       FD NOV-CLIE-SEQ.
       01 REG-NOV-CLIE-SEQ                PIC X(169).

       FD NOV-STUD-IDX.
       01 REG-NOV-STUD-IDX.
          03 NSI-CHAVE                    PIC 9(05).
          03 FILLER                       PIC X(33).

       FD NOV-STUD-SEQ.
       01 REG-NOV-STUD-SEQ                PIC X(38).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-ANT                       PIC 99.
          88 FS-ANT-OK                    VALUE 0 2.
       77 WS-FS-NOV                       PIC 99.
          88 FS-NOV-OK                    VALUE 0 2.
       77 WS-FIM-ANTIGO                   PIC X VALUE 'N'.
          88 FIM-ANTIGO                   VALUE 'S' FALSE 'N'.
       77 WS-FIM-NOVO                     PIC X VALUE 'N'.
          88 FIM-NOVO                     VALUE 'S' FALSE 'N'.
       77 WS-ANTIGO-ABERTO                PIC X VALUE 'N'.
          88 ANTIGO-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-NOVO-ABERTO                  PIC X VALUE 'N'.
          88 NOVO-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-INTERROMPIDA                 PIC X VALUE 'N'.
          88 COMPARACAO-INTERROMPIDA      VALUE 'S' FALSE 'N'.
       77 WS-RELATORIO-ABERTO             PIC X VALUE 'N'.
          88 RELATORIO-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-TOLERA-INCLUSAO              PIC X VALUE 'N'.
          88 INCLUSAO-ESPERADA            VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
          88 CONFIRMA-OK                  VALUE 'S'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-CMP-LAYOUT                   PIC 9(01) VALUE ZEROS.
          88 CMP-LAYOUT-VALIDO            VALUE 1 THRU 3.
       77 WS-ORG-ANTIGO                   PIC X(01) VALUE SPACES.
          88 ORG-ANTIGO-VALIDA            VALUE 'I' 'S'.
       77 WS-ORG-NOVO                     PIC X(01) VALUE SPACES.
          88 ORG-NOVO-VALIDA              VALUE 'I' 'S'.
       77 WS-ARQ-ANTIGO                   PIC X(40) VALUE SPACES.
       77 WS-ARQ-NOVO                     PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-REG-ANTIGO                   PIC X(200) VALUE SPACES.
       77 WS-REG-NOVO                     PIC X(200) VALUE SPACES.
       77 WS-CHAVE-ANTIGO                 PIC X(06) VALUE SPACES.
       77 WS-CHAVE-NOVO                   PIC X(06) VALUE SPACES.
       77 WS-ULT-CHAVE-ANTIGO             PIC X(06) VALUE SPACES.
       77 WS-ULT-CHAVE-NOVO               PIC X(06) VALUE SPACES.
       77 WS-IND-LAY                      PIC 9(01) VALUE ZEROS.
       77 WS-IND-CPO                      PIC 9(02) VALUE ZEROS.
       77 WS-POS                          PIC 9(03) VALUE ZEROS.
       77 WS-TAM                          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DETALHES                 PIC 9(05) VALUE ZEROS.
       77 WS-MAX-DETALHES                 PIC 9(05) VALUE 500.
       77 WS-QTD-NAO-ESPERADAS            PIC 9(07) VALUE ZEROS.
       77 WS-ED-QTD                       PIC Z.ZZZ.ZZ9.
      *
      * LAYOUTS CONHECIDOS: ARQUIVO MESTRE (NOME CONFERIDO EM LAYVERS),
      * PREFIXO DA COPIA SEQUENCIAL DO BACKUP DIARIO, TAMANHO DO
      * REGISTRO, TAMANHO DA CHAVE (SEMPRE NO INICIO DO REGISTRO),
      * POSICAO/TAMANHO DO CAMPO QUE IDENTIFICA O REGISTRO NA LISTAGEM
      * E SE O PLANO NOTURNO ACEITA INCLUSOES NO MESTRE
      *
       01 WS-CMP-LAYOUTS-DADOS.
          03 FILLER PIC X(38) VALUE
             'CONTATOS.dat   CONTATOS_BAK_195600720S'.
          03 FILLER PIC X(38) VALUE
             'CLIENTES.dat   CLIENTES_BAK_169601930N'.
          03 FILLER PIC X(38) VALUE
             'STUDENT.TXT    STUDENT_BAK_ 038500620N'.
       01 WS-CMP-LAYOUTS REDEFINES WS-CMP-LAYOUTS-DADOS.
          03 WS-CMP-ITEM                  OCCURS 3 TIMES.
             05 WS-CMP-MESTRE             PIC X(15).
             05 WS-CMP-PREFIXO-BAK        PIC X(13).
             05 WS-CMP-TAM-REG            PIC 9(03).
             05 WS-CMP-TAM-CHAVE          PIC 9(01).
             05 WS-CMP-POS-DESCR          PIC 9(03).
             05 WS-CMP-TAM-DESCR          PIC 9(02).
             05 WS-CMP-TOLERA-NOTURNO     PIC X(01).
       77 WS-QTD-CMP-LAYOUTS              PIC 9(01) VALUE 3.
      *
      * CAMPOS DE CADA LAYOUT (FD_CONTT, FD_CLIE E O ALUNO DE ARQV-EX)
      * FORA A CHAVE: LAYOUT, NOME, POSICAO, TAMANHO E A MASCARA DO
      * DADO PESSOAL NO SPOOL (D CPF/CNPJ, T TELEFONE, E E-MAIL,
      * BRANCO = IMPRESSO COMO ESTA; FUNCOES DE MASKUTIL). QUALQUER
      * ALTERACAO NAQUELES LAYOUTS (VER LAYVERS.cpy) PEDE O AJUSTE AQUI
      *
       01 WS-CAMPOS-DADOS.
          03 FILLER PIC X(28) VALUE '1NM-CONTATO          007020 '.
          03 FILLER PIC X(28) VALUE '1TEL-CONTATO         027011T'.
          03 FILLER PIC X(28) VALUE '1END-RUA             038030 '.
          03 FILLER PIC X(28) VALUE '1END-CIDADE          068020 '.
          03 FILLER PIC X(28) VALUE '1END-ESTADO          088002 '.
          03 FILLER PIC X(28) VALUE '1EMAIL-CONTATO       090030E'.
          03 FILLER PIC X(28) VALUE '1DT-ALTERACAO        120008 '.
          03 FILLER PIC X(28) VALUE '1ST-CONTATO          128001 '.
          03 FILLER PIC X(28) VALUE '1CATEGORIA-CONTATO   129015 '.
          03 FILLER PIC X(28) VALUE '1DOC-CONTATO         144014D'.
          03 FILLER PIC X(28) VALUE '1CONS-MKT-CONTATO    158001 '.
          03 FILLER PIC X(28) VALUE '1CONS-DT-CONTATO     159008 '.
          03 FILLER PIC X(28) VALUE '1CONS-ORIG-CONTATO   167010 '.
          03 FILLER PIC X(28) VALUE '1EMP-CONTATO         177002 '.
          03 FILLER PIC X(28) VALUE '1CEP-CONTATO         179008 '.
          03 FILLER PIC X(28) VALUE '1DEV-CORREIO-CONTATO 187001 '.
          03 FILLER PIC X(28) VALUE '1NASC-CONTATO        188008 '.
          03 FILLER PIC X(28) VALUE '2REG-TELEFONE        007012T'.
          03 FILLER PIC X(28) VALUE '2REG-PRIMEIRO-NOME   019015 '.
          03 FILLER PIC X(28) VALUE '2REG-SEGUNDO-NOME    034015 '.
          03 FILLER PIC X(28) VALUE '2REG-RUA             049030 '.
          03 FILLER PIC X(28) VALUE '2REG-BAIRRO          079020 '.
          03 FILLER PIC X(28) VALUE '2REG-CIDADE          099020 '.
          03 FILLER PIC X(28) VALUE '2REG-UF              119002 '.
          03 FILLER PIC X(28) VALUE '2REG-CEP             121008 '.
          03 FILLER PIC X(28) VALUE '2REG-NACIONALIDADE   129020 '.
          03 FILLER PIC X(28) VALUE '2REG-PROFISSAO       149020 '.
          03 FILLER PIC X(28) VALUE '2REG-ST-CLIENTE      169001 '.
          03 FILLER PIC X(28) VALUE '3NM-STUDENT          006020 '.
          03 FILLER PIC X(28) VALUE '3ST-STUDENT          026001 '.
          03 FILLER PIC X(28) VALUE '3RESP1-CONTATO       027006 '.
          03 FILLER PIC X(28) VALUE '3RESP2-CONTATO       033006 '.
       01 WS-CAMPOS REDEFINES WS-CAMPOS-DADOS.
          03 WS-CPO-ITEM                  OCCURS 32 TIMES.
             05 WS-CPO-LAYOUT             PIC 9(01).
             05 WS-CPO-NOME               PIC X(20).
             05 WS-CPO-POSICAO            PIC 9(03).
             05 WS-CPO-TAMANHO            PIC 9(03).
             05 WS-CPO-MASCARA            PIC X(01).
       77 WS-QTD-CAMPOS                   PIC 9(02) VALUE 32.
       01 WS-CONTADORES.
          03 WS-QTD-LIDOS-ANTIGO          PIC 9(07).
          03 WS-QTD-LIDOS-NOVO            PIC 9(07).
          03 WS-QTD-IGUAIS                PIC 9(07).
          03 WS-QTD-SO-ANTIGO             PIC 9(07).
          03 WS-QTD-SO-NOVO               PIC 9(07).
          03 WS-QTD-ALTERADOS             PIC 9(07).
       01 WS-TOTAIS.
          03 WS-TOT-COMPARADOS            PIC 9(07).
          03 WS-TOT-IGUAIS                PIC 9(07).
          03 WS-TOT-NAO-ESPERADAS         PIC 9(07).
       01 WS-LINHA-DETALHE.
          03 WS-LD-SITUACAO               PIC X(14).
          03 FILLER                       PIC X(06) VALUE 'CHAVE '.
          03 WS-LD-CHAVE                  PIC X(06).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LD-DESCRICAO              PIC X(30).
       01 WS-LINHA-CAMPO.
          03 FILLER                       PIC X(04) VALUE SPACES.
          03 WS-LC-CAMPO                  PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LC-ROTULO                 PIC X(08).
          03 WS-LC-VALOR                  PIC X(30).
       01 WS-LINHA-TOTAL.
          03 WS-LT-ROTULO                 PIC X(24).
          03 WS-LT-QTD                    PIC Z.ZZZ.ZZ9.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LT-OBSERVACAO             PIC X(30).
       01 WS-AREA-LOTE.
          03 WS-LOTE-ACAO                 PIC X(01).
          03 WS-LOTE-PROGRAMA             PIC X(08).
          03 WS-LOTE-OCUPADO              PIC X(01).
             88 LOTE-OCUPADO              VALUE 'S'.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
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

           DISPLAY '*** COMPARACAO DE ARQUIVOS ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TOTAIS
           MOVE 'CMPARQ  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           MOVE 'V'                TO WS-LOTE-ACAO
           MOVE SPACES             TO WS-LOTE-PROGRAMA
           CALL 'LOTEFLAG' USING WS-AREA-LOTE

           IF LOTE-OCUPADO
               DISPLAY 'COMPARACAO RECUSADA: JOB ' WS-LOTE-PROGRAMA
                       ' EM ANDAMENTO (JANELA DE LOTE OCUPADA).'
               SET LK-ERRO         TO TRUE
           ELSE
               IF LK-MODO-BATCH
                   PERFORM P500-ABRE-RELATORIO
                   PERFORM P200-COMPARA-LAYOUT-NOTURNO
                       VARYING WS-IND-LAY FROM 1 BY 1
                       UNTIL WS-IND-LAY GREATER THAN WS-QTD-CMP-LAYOUTS
               ELSE
                   PERFORM P100-PEDE-PARAMETROS
                   IF CONFIRMA-OK
                       PERFORM P500-ABRE-RELATORIO
                       PERFORM P300-COMPARA
                   END-IF
               END-IF
               IF RELATORIO-ABERTO
                   PERFORM P590-FECHA-RELATORIO
               END-IF
           END-IF

           MOVE 'F'                 TO WS-LOG-EVENTO
           MOVE WS-TOT-COMPARADOS   TO WS-LOG-QTD-LIDOS
           MOVE WS-TOT-IGUAIS       TO WS-LOG-QTD-GRAVADOS
           MOVE WS-TOT-NAO-ESPERADAS TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS           TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * MODO INTERATIVO: LAYOUT, OS DOIS ARQUIVOS COM A ORGANIZACAO DE
      * CADA UM E SE AS INCLUSOES NO NOVO SAO ESPERADAS
      ******************************************************************
       P100-PEDE-PARAMETROS.
           MOVE SPACES              TO WS-CONFIRMA
           MOVE 9                   TO WS-CMP-LAYOUT
           PERFORM P110-PEDE-LAYOUT
               UNTIL CMP-LAYOUT-VALIDO OR WS-CMP-LAYOUT EQUAL ZEROS
           IF WS-CMP-LAYOUT EQUAL ZEROS
               DISPLAY 'COMPARACAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ARQUIVO ANTIGO (COPIA OU VERSAO ANTERIOR): '
           ACCEPT WS-ARQ-ANTIGO
           IF WS-ARQ-ANTIGO EQUAL SPACES
               DISPLAY 'COMPARACAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-ORG-ANTIGO
           PERFORM P120-PEDE-ORG-ANTIGO UNTIL ORG-ANTIGO-VALIDA

           DISPLAY 'ARQUIVO NOVO (EX: O MESTRE ATUAL): '
           ACCEPT WS-ARQ-NOVO
           IF WS-ARQ-NOVO EQUAL SPACES
               DISPLAY 'COMPARACAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-ORG-NOVO
           PERFORM P130-PEDE-ORG-NOVO UNTIL ORG-NOVO-VALIDA

           DISPLAY 'INCLUSOES NO NOVO SAO ESPERADAS? <S> SIM, '
                   '<QUALQUER TECLA> NAO: '
           ACCEPT WS-TOLERA-INCLUSAO
           IF NOT INCLUSAO-ESPERADA
               SET INCLUSAO-ESPERADA TO FALSE
           END-IF

           DISPLAY 'CONFIRMA A COMPARACAO? <S> SIM: '
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-OK
               DISPLAY 'COMPARACAO CANCELADA.'
           END-IF
           .
       P100-FIM.

       P110-PEDE-LAYOUT.
           DISPLAY 'LAYOUT: 1 CONTATOS.dat  2 CLIENTES.dat  '
                   '3 STUDENT.TXT  0 CANCELA: '
           ACCEPT WS-CMP-LAYOUT
           .
       P110-FIM.

       P120-PEDE-ORG-ANTIGO.
           DISPLAY 'ORGANIZACAO DO ANTIGO (I = INDEXADO, '
                   'S = SEQUENCIAL): '
           ACCEPT WS-ORG-ANTIGO
           .
       P120-FIM.

       P130-PEDE-ORG-NOVO.
           DISPLAY 'ORGANIZACAO DO NOVO (I = INDEXADO, '
                   'S = SEQUENCIAL): '
           ACCEPT WS-ORG-NOVO
           .
       P130-FIM.

      ******************************************************************
      * PLANO NOTURNO: COPIA SEQUENCIAL DO DIA (ANTIGO) CONTRA O MESTRE
      * INDEXADO (NOVO), DEPOIS DOS PASSOS DE BACKUP E REORGANIZACAO
      ******************************************************************
       P200-COMPARA-LAYOUT-NOTURNO.
           MOVE WS-IND-LAY          TO WS-CMP-LAYOUT
           MOVE SPACES              TO WS-ARQ-ANTIGO
           STRING WS-CMP-PREFIXO-BAK(WS-CMP-LAYOUT)
                      DELIMITED BY SPACE
                  WS-DATA-HOJE   DELIMITED BY SIZE
                  '.dat'         DELIMITED BY SIZE
                  INTO WS-ARQ-ANTIGO
           END-STRING
           MOVE 'S'                 TO WS-ORG-ANTIGO
           MOVE WS-CMP-MESTRE(WS-CMP-LAYOUT) TO WS-ARQ-NOVO
           MOVE 'I'                 TO WS-ORG-NOVO
           MOVE WS-CMP-TOLERA-NOTURNO(WS-CMP-LAYOUT)
                                    TO WS-TOLERA-INCLUSAO
           PERFORM P300-COMPARA
           .
       P200-FIM.

      ******************************************************************
      * UMA COMPARACAO: OS DOIS ARQUIVOS SAO LIDOS EM ORDEM DE CHAVE E
      * CASADOS COMO NUM BALANCE-LINE; O FIM DE CADA UM VIRA CHAVE
      * HIGH-VALUES
      ******************************************************************
       P300-COMPARA.
           SET LAYOUT-RECUSADO      TO FALSE
           MOVE WS-CMP-MESTRE(WS-CMP-LAYOUT) TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO          TO TRUE
               MOVE SPACES          TO REG-IMPRESSAO
               STRING WS-CMP-MESTRE(WS-CMP-LAYOUT) DELIMITED BY SPACE
                      ': LAYOUT RECUSADO - COMPARACAO NAO FEITA'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-CONTADORES
           MOVE ZEROS               TO WS-QTD-DETALHES
           SET COMPARACAO-INTERROMPIDA TO FALSE
           SET FIM-ANTIGO           TO FALSE
           SET FIM-NOVO             TO FALSE
           MOVE LOW-VALUES          TO WS-ULT-CHAVE-ANTIGO
           MOVE LOW-VALUES          TO WS-ULT-CHAVE-NOVO

           PERFORM P510-CABECALHO-COMPARACAO
           PERFORM P310-ABRE-ANTIGO
           PERFORM P320-ABRE-NOVO

           IF ANTIGO-ABERTO AND NOVO-ABERTO
               PERFORM P330-LE-ANTIGO
               PERFORM P340-LE-NOVO
               PERFORM P400-CASA-REGISTROS
                   UNTIL FIM-ANTIGO AND FIM-NOVO
           ELSE
               SET COMPARACAO-INTERROMPIDA TO TRUE
           END-IF

           PERFORM P350-FECHA-ARQUIVOS
           PERFORM P550-TOTAIS-COMPARACAO
           .
       P300-FIM.

       P310-ABRE-ANTIGO.
           SET ANTIGO-ABERTO        TO FALSE
           EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-ANTIGO
               WHEN 1 ALSO 'I'
                   OPEN INPUT ANT-CONTT-IDX
               WHEN 1 ALSO 'S'
                   OPEN INPUT ANT-CONTT-SEQ
               WHEN 2 ALSO 'I'
                   OPEN INPUT ANT-CLIE-IDX
               WHEN 2 ALSO 'S'
                   OPEN INPUT ANT-CLIE-SEQ
               WHEN 3 ALSO 'I'
                   OPEN INPUT ANT-STUD-IDX
               WHEN 3 ALSO 'S'
                   OPEN INPUT ANT-STUD-SEQ
           END-EVALUATE

           IF FS-ANT-OK
               SET ANTIGO-ABERTO    TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR ' WS-ARQ-ANTIGO
               MOVE WS-FS-ANT       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-ANT ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P310-FIM.

       P320-ABRE-NOVO.
           SET NOVO-ABERTO          TO FALSE
           EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-NOVO
               WHEN 1 ALSO 'I'
                   OPEN INPUT NOV-CONTT-IDX
               WHEN 1 ALSO 'S'
                   OPEN INPUT NOV-CONTT-SEQ
               WHEN 2 ALSO 'I'
                   OPEN INPUT NOV-CLIE-IDX
               WHEN 2 ALSO 'S'
                   OPEN INPUT NOV-CLIE-SEQ
               WHEN 3 ALSO 'I'
                   OPEN INPUT NOV-STUD-IDX
               WHEN 3 ALSO 'S'
                   OPEN INPUT NOV-STUD-SEQ
           END-EVALUATE

           IF FS-NOV-OK
               SET NOVO-ABERTO      TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR ' WS-ARQ-NOVO
               MOVE WS-FS-NOV       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-NOV ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * LEITURA DO PROXIMO REGISTRO DE CADA LADO; O SEQUENCIAL TEM DE
      * VIR EM ORDEM CRESCENTE E SEM REPETIR A CHAVE, SENAO A
      * COMPARACAO E INTERROMPIDA (O CASAMENTO NAO SERIA CONFIAVEL)
      ******************************************************************
       P330-LE-ANTIGO.
           MOVE SPACES              TO WS-REG-ANTIGO
           EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-ANTIGO
               WHEN 1 ALSO 'I'
                   READ ANT-CONTT-IDX NEXT INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
               WHEN 1 ALSO 'S'
                   READ ANT-CONTT-SEQ INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
               WHEN 2 ALSO 'I'
                   READ ANT-CLIE-IDX NEXT INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
               WHEN 2 ALSO 'S'
                   READ ANT-CLIE-SEQ INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
               WHEN 3 ALSO 'I'
                   READ ANT-STUD-IDX NEXT INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
               WHEN 3 ALSO 'S'
                   READ ANT-STUD-SEQ INTO WS-REG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                   END-READ
           END-EVALUATE

           IF FIM-ANTIGO
               MOVE HIGH-VALUES     TO WS-CHAVE-ANTIGO
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-ANT-OK
               DISPLAY 'ERRO AO LER ' WS-ARQ-ANTIGO
               MOVE WS-FS-ANT       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-ANT ' - ' WS-FS-MSG
               PERFORM P360-INTERROMPE
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-LIDOS-ANTIGO
           MOVE SPACES              TO WS-CHAVE-ANTIGO
           MOVE WS-REG-ANTIGO(1:WS-CMP-TAM-CHAVE(WS-CMP-LAYOUT))
                                    TO WS-CHAVE-ANTIGO
           IF WS-CHAVE-ANTIGO NOT GREATER THAN WS-ULT-CHAVE-ANTIGO
               DISPLAY WS-ARQ-ANTIGO ' FORA DA ORDEM DA CHAVE NO '
                       'REGISTRO ' WS-QTD-LIDOS-ANTIGO
                       ' (CHAVE ' WS-CHAVE-ANTIGO ').'
               PERFORM P360-INTERROMPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAVE-ANTIGO     TO WS-ULT-CHAVE-ANTIGO
           .
       P330-FIM.

       P340-LE-NOVO.
           MOVE SPACES              TO WS-REG-NOVO
           EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-NOVO
               WHEN 1 ALSO 'I'
                   READ NOV-CONTT-IDX NEXT INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
               WHEN 1 ALSO 'S'
                   READ NOV-CONTT-SEQ INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
               WHEN 2 ALSO 'I'
                   READ NOV-CLIE-IDX NEXT INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
               WHEN 2 ALSO 'S'
                   READ NOV-CLIE-SEQ INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
               WHEN 3 ALSO 'I'
                   READ NOV-STUD-IDX NEXT INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
               WHEN 3 ALSO 'S'
                   READ NOV-STUD-SEQ INTO WS-REG-NOVO
                       AT END
                           SET FIM-NOVO TO TRUE
                   END-READ
           END-EVALUATE

           IF FIM-NOVO
               MOVE HIGH-VALUES     TO WS-CHAVE-NOVO
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-NOV-OK
               DISPLAY 'ERRO AO LER ' WS-ARQ-NOVO
               MOVE WS-FS-NOV       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-NOV ' - ' WS-FS-MSG
               PERFORM P360-INTERROMPE
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-LIDOS-NOVO
           MOVE SPACES              TO WS-CHAVE-NOVO
           MOVE WS-REG-NOVO(1:WS-CMP-TAM-CHAVE(WS-CMP-LAYOUT))
                                    TO WS-CHAVE-NOVO
           IF WS-CHAVE-NOVO NOT GREATER THAN WS-ULT-CHAVE-NOVO
               DISPLAY WS-ARQ-NOVO ' FORA DA ORDEM DA CHAVE NO '
                       'REGISTRO ' WS-QTD-LIDOS-NOVO
                       ' (CHAVE ' WS-CHAVE-NOVO ').'
               PERFORM P360-INTERROMPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAVE-NOVO       TO WS-ULT-CHAVE-NOVO
           .
       P340-FIM.

       P350-FECHA-ARQUIVOS.
           IF ANTIGO-ABERTO
               EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-ANTIGO
                   WHEN 1 ALSO 'I'
                       CLOSE ANT-CONTT-IDX
                   WHEN 1 ALSO 'S'
                       CLOSE ANT-CONTT-SEQ
                   WHEN 2 ALSO 'I'
                       CLOSE ANT-CLIE-IDX
                   WHEN 2 ALSO 'S'
                       CLOSE ANT-CLIE-SEQ
                   WHEN 3 ALSO 'I'
                       CLOSE ANT-STUD-IDX
                   WHEN 3 ALSO 'S'
                       CLOSE ANT-STUD-SEQ
               END-EVALUATE
               SET ANTIGO-ABERTO    TO FALSE
           END-IF

           IF NOVO-ABERTO
               EVALUATE WS-CMP-LAYOUT ALSO WS-ORG-NOVO
                   WHEN 1 ALSO 'I'
                       CLOSE NOV-CONTT-IDX
                   WHEN 1 ALSO 'S'
                       CLOSE NOV-CONTT-SEQ
                   WHEN 2 ALSO 'I'
                       CLOSE NOV-CLIE-IDX
                   WHEN 2 ALSO 'S'
                       CLOSE NOV-CLIE-SEQ
                   WHEN 3 ALSO 'I'
                       CLOSE NOV-STUD-IDX
                   WHEN 3 ALSO 'S'
                       CLOSE NOV-STUD-SEQ
               END-EVALUATE
               SET NOVO-ABERTO      TO FALSE
           END-IF
           .
       P350-FIM.

       P360-INTERROMPE.
           SET COMPARACAO-INTERROMPIDA TO TRUE
           SET LK-ERRO              TO TRUE
           SET FIM-ANTIGO           TO TRUE
           SET FIM-NOVO             TO TRUE
           MOVE HIGH-VALUES         TO WS-CHAVE-ANTIGO
           MOVE HIGH-VALUES         TO WS-CHAVE-NOVO
           .
       P360-FIM.

      ******************************************************************
      * CASAMENTO PELA CHAVE: MENOR NO ANTIGO = SO NO ANTIGO, MENOR NO
      * NOVO = SO NO NOVO, IGUAL = COMPARA O REGISTRO INTEIRO E, SE
      * DIFERENTE, LISTA CAMPO A CAMPO
      ******************************************************************
       P400-CASA-REGISTROS.
           EVALUATE TRUE
               WHEN WS-CHAVE-ANTIGO LESS THAN WS-CHAVE-NOVO
                   ADD 1            TO WS-QTD-SO-ANTIGO
                   MOVE 'SO NO ANTIGO' TO WS-LD-SITUACAO
                   MOVE WS-CHAVE-ANTIGO TO WS-LD-CHAVE
                   MOVE WS-REG-ANTIGO(WS-CMP-POS-DESCR(WS-CMP-LAYOUT):
                                      WS-CMP-TAM-DESCR(WS-CMP-LAYOUT))
                                    TO WS-LD-DESCRICAO
                   PERFORM P410-LISTA-REGISTRO
                   PERFORM P330-LE-ANTIGO
               WHEN WS-CHAVE-ANTIGO GREATER THAN WS-CHAVE-NOVO
                   ADD 1            TO WS-QTD-SO-NOVO
                   MOVE 'SO NO NOVO'   TO WS-LD-SITUACAO
                   MOVE WS-CHAVE-NOVO  TO WS-LD-CHAVE
                   MOVE WS-REG-NOVO(WS-CMP-POS-DESCR(WS-CMP-LAYOUT):
                                    WS-CMP-TAM-DESCR(WS-CMP-LAYOUT))
                                    TO WS-LD-DESCRICAO
                   PERFORM P410-LISTA-REGISTRO
                   PERFORM P340-LE-NOVO
               WHEN OTHER
                   IF WS-REG-ANTIGO EQUAL WS-REG-NOVO
                       ADD 1        TO WS-QTD-IGUAIS
                   ELSE
                       ADD 1        TO WS-QTD-ALTERADOS
                       MOVE 'ALTERADO'     TO WS-LD-SITUACAO
                       MOVE WS-CHAVE-NOVO  TO WS-LD-CHAVE
                       MOVE WS-REG-NOVO(WS-CMP-POS-DESCR(WS-CMP-LAYOUT):
                                        WS-CMP-TAM-DESCR(WS-CMP-LAYOUT))
                                    TO WS-LD-DESCRICAO
                       PERFORM P410-LISTA-REGISTRO
                       IF WS-QTD-DETALHES NOT GREATER THAN
                          WS-MAX-DETALHES
                           PERFORM P420-COMPARA-CAMPO
                               VARYING WS-IND-CPO FROM 1 BY 1
                               UNTIL WS-IND-CPO GREATER THAN
                                     WS-QTD-CAMPOS
                       END-IF
                   END-IF
                   PERFORM P330-LE-ANTIGO
                   PERFORM P340-LE-NOVO
           END-EVALUATE
           .
       P400-FIM.

      *    ACIMA DE WS-MAX-DETALHES REGISTROS DIFERENTES SO OS TOTAIS
      *    CONTINUAM SENDO APURADOS
       P410-LISTA-REGISTRO.
           ADD 1                    TO WS-QTD-DETALHES
           IF WS-QTD-DETALHES GREATER THAN WS-MAX-DETALHES
               IF WS-QTD-DETALHES EQUAL WS-MAX-DETALHES + 1
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING '*** LIMITE DE ' WS-MAX-DETALHES
                          ' REGISTROS LISTADOS - AS DEMAIS DIFERENCAS'
                          ' SO NOS TOTAIS'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P410-FIM.

       P420-COMPARA-CAMPO.
           IF WS-CPO-LAYOUT(WS-IND-CPO) NOT EQUAL WS-CMP-LAYOUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CPO-POSICAO(WS-IND-CPO) TO WS-POS
           MOVE WS-CPO-TAMANHO(WS-IND-CPO) TO WS-TAM
           IF WS-REG-ANTIGO(WS-POS:WS-TAM) EQUAL
              WS-REG-NOVO(WS-POS:WS-TAM)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CPO-NOME(WS-IND-CPO) TO WS-LC-CAMPO
           MOVE 'ANTES : '          TO WS-LC-ROTULO
           MOVE WS-REG-ANTIGO(WS-POS:WS-TAM) TO WS-LC-VALOR
           PERFORM P425-MASCARA-VALOR
           MOVE WS-LINHA-CAMPO      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO WS-LC-CAMPO
           MOVE 'DEPOIS: '          TO WS-LC-ROTULO
           MOVE WS-REG-NOVO(WS-POS:WS-TAM) TO WS-LC-VALOR
           PERFORM P425-MASCARA-VALOR
           MOVE WS-LINHA-CAMPO      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P420-FIM.

      *    CPF/CNPJ, TELEFONE E E-MAIL SAEM SEMPRE MASCARADOS NO SPOOL
       P425-MASCARA-VALOR.
           IF WS-CPO-MASCARA(WS-IND-CPO) EQUAL SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CPO-MASCARA(WS-IND-CPO) TO WS-MASK-FUNCAO
           MOVE WS-LC-VALOR         TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE WS-MASK-MASCARADO   TO WS-LC-VALOR
           .
       P425-FIM.

      ******************************************************************
      * RELATORIO NO SPOOL (SPOOLUTL): CABECALHO GERAL, UM BLOCO POR
      * COMPARACAO COM AS DIFERENCAS E OS TOTAIS, E O RESULTADO FINAL
      ******************************************************************
       P500-ABRE-RELATORIO.
           MOVE 'CMPARQ  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           SET RELATORIO-ABERTO     TO TRUE

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'COMPARACAO DE ARQUIVOS DE ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P500-FIM.

       P510-CABECALHO-COMPARACAO.
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LAYOUT: ' WS-CMP-MESTRE(WS-CMP-LAYOUT)
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ANTIGO: ' WS-ARQ-ANTIGO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           IF WS-ORG-ANTIGO EQUAL 'I'
               MOVE '(INDEXADO)'    TO REG-IMPRESSAO(50:10)
           ELSE
               MOVE '(SEQUENCIAL)'  TO REG-IMPRESSAO(50:12)
           END-IF
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'NOVO..: ' WS-ARQ-NOVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           IF WS-ORG-NOVO EQUAL 'I'
               MOVE '(INDEXADO)'    TO REG-IMPRESSAO(50:10)
           ELSE
               MOVE '(SEQUENCIAL)'  TO REG-IMPRESSAO(50:12)
           END-IF
           WRITE REG-IMPRESSAO
           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P510-FIM.

       P550-TOTAIS-COMPARACAO.
           COMPUTE WS-QTD-NAO-ESPERADAS =
                   WS-QTD-SO-ANTIGO + WS-QTD-ALTERADOS
           IF NOT INCLUSAO-ESPERADA
               ADD WS-QTD-SO-NOVO   TO WS-QTD-NAO-ESPERADAS
           END-IF
           ADD WS-QTD-IGUAIS        TO WS-TOT-COMPARADOS
           ADD WS-QTD-SO-ANTIGO     TO WS-TOT-COMPARADOS
           ADD WS-QTD-SO-NOVO       TO WS-TOT-COMPARADOS
           ADD WS-QTD-ALTERADOS     TO WS-TOT-COMPARADOS
           ADD WS-QTD-IGUAIS        TO WS-TOT-IGUAIS
           ADD WS-QTD-NAO-ESPERADAS TO WS-TOT-NAO-ESPERADAS

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO WS-LT-OBSERVACAO
           MOVE 'LIDOS NO ANTIGO.......:' TO WS-LT-ROTULO
           MOVE WS-QTD-LIDOS-ANTIGO TO WS-LT-QTD
           PERFORM P560-LINHA-TOTAL
           MOVE 'LIDOS NO NOVO.........:' TO WS-LT-ROTULO
           MOVE WS-QTD-LIDOS-NOVO   TO WS-LT-QTD
           PERFORM P560-LINHA-TOTAL
           MOVE 'IGUAIS................:' TO WS-LT-ROTULO
           MOVE WS-QTD-IGUAIS       TO WS-LT-QTD
           PERFORM P560-LINHA-TOTAL
           MOVE 'SO NO ANTIGO..........:' TO WS-LT-ROTULO
           MOVE WS-QTD-SO-ANTIGO    TO WS-LT-QTD
           PERFORM P560-LINHA-TOTAL
           MOVE 'SO NO NOVO............:' TO WS-LT-ROTULO
           MOVE WS-QTD-SO-NOVO      TO WS-LT-QTD
           IF INCLUSAO-ESPERADA
               MOVE '(INCLUSOES ESPERADAS)' TO WS-LT-OBSERVACAO
           END-IF
           PERFORM P560-LINHA-TOTAL
           MOVE SPACES              TO WS-LT-OBSERVACAO
           MOVE 'ALTERADOS.............:' TO WS-LT-ROTULO
           MOVE WS-QTD-ALTERADOS    TO WS-LT-QTD
           PERFORM P560-LINHA-TOTAL

           MOVE SPACES              TO REG-IMPRESSAO
           EVALUATE TRUE
               WHEN COMPARACAO-INTERROMPIDA
                   STRING 'RESULTADO: COMPARACAO INTERROMPIDA - '
                          'VER O CONSOLE'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
               WHEN WS-QTD-NAO-ESPERADAS GREATER THAN ZEROS
                   SET LK-ERRO      TO TRUE
                   MOVE WS-QTD-NAO-ESPERADAS TO WS-ED-QTD
                   STRING 'RESULTADO: ' WS-ED-QTD
                          ' DIFERENCA(S) NAO ESPERADA(S)'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
               WHEN OTHER
                   MOVE 'RESULTADO: ARQUIVOS CONFEREM'
                                    TO REG-IMPRESSAO
           END-EVALUATE
           WRITE REG-IMPRESSAO
           DISPLAY WS-CMP-MESTRE(WS-CMP-LAYOUT) REG-IMPRESSAO(1:60)
           .
       P550-FIM.

       P560-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P560-FIM.

       P590-FECHA-RELATORIO.
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           IF LK-ERRO
               MOVE '*** COMPARACAO COM DIFERENCA OU ERRO ***'
                                    TO REG-IMPRESSAO
           ELSE
               MOVE '*** TODOS OS ARQUIVOS COMPARADOS CONFEREM ***'
                                    TO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO
           SET RELATORIO-ABERTO     TO FALSE
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P590-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM CMPARQ.
