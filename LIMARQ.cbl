      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 20/12/2024
      * Purpose: LIMPEZA NOTURNA DOS ARQUIVOS DE APOIO - PASSO DO PLANO
      *          NOTURNO QUE APLICA A RETENCAO DE CADA TIPO DE ARQUIVO
      *          QUE SO CRESCE (MONARQ APENAS AVISA): OS DIAS MANTIDOS
      *          (RETD-) E OS ULTIMOS N MANTIDOS MESMO VENCIDOS (RETN-)
      *          SAO PARAMETROS DE PARMUTIL, MANTIDOS EM PARMCNTT:
      *          - SPOOL: EXCLUI O .PRN VENCIDO DO DIRETORIO SPOOL (FORA
      *            AS ULTIMAS N SAIDAS DE CADA PROGRAMA) E REGRAVA O
      *            CATALOGO SPOOL_CTL.dat SEM A ENTRADA, E SEM AS
      *            ENTRADAS CUJO .PRN JA NAO EXISTE, PARA O SPLCNTT
      *            NUNCA APONTAR PARA UMA SAIDA EXCLUIDA;
      *          - EXECUCAO_LOG.dat E SIGNON_LOG.dat: COMPACTADOS SEM
      *            OS REGISTROS VENCIDOS (FICAM SEMPRE OS ULTIMOS N);
      *          - ABEND_DIAG.TXT: COMPACTADO SEM OS BLOCOS DE ABEND
      *            VENCIDOS (FICAM SEMPRE OS ULTIMOS N);
      *          - ARQUIVOS _TMP QUE SOBRARAM DE REORGANIZACOES E
      *            FECHAMENTOS INTERROMPIDOS: EXCLUIDOS QUANDO MAIS
      *            VELHOS QUE A RETENCAO.
      *          NAO RODA COM UM JOB DESTRUTIVO EM ANDAMENTO (LOTEFLAG)
      *          E LIGA O SINALIZADOR ENQUANTO LIMPA. O RESUMO POR TIPO
      *          SAI NO SPOOL (SPOOLUTL, DEPOIS DA LIMPEZA DO CATALOGO)
      *          E OS TOTAIS NO LOG CENTRAL (LOGEXEC): LIDOS, MANTIDOS
      *          E REMOVIDOS
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMARQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATALOGO ASSIGN TO
               'SPOOL_CTL.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT CATALOGO-TMP ASSIGN TO
               'SPOOL_CTL_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT ARQ-LOG ASSIGN TO
               'EXECUCAO_LOG.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT ARQ-LOG-TMP ASSIGN TO
               'EXECUCAO_LOG_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT SIGNON-LOG ASSIGN TO
               'SIGNON_LOG.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT SIGNON-TMP ASSIGN TO
               'SIGNON_LOG_TMP.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT ARQ-DIAG ASSIGN TO
               'ABEND_DIAG.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT ARQ-DIAG-TMP ASSIGN TO
               'ABEND_DIAG_TMP.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO.
       01 REG-CATALOGO.
          03 CAT-DATA                     PIC 9(08).
          03 CAT-PROGRAMA                 PIC X(08).
          03 CAT-SEQUENCIA                PIC 9(02).
          03 CAT-NOME                     PIC X(40).

       FD CATALOGO-TMP.
       01 REG-CATALOGO-TMP                PIC X(58).

       FD ARQ-LOG.
       01 REG-LOG.
          03 LOG-PROGRAMA                 PIC X(08).
          03 LOG-EVENTO                   PIC X(01).
          03 LOG-DATA                     PIC 9(08).
          03 LOG-HORA                     PIC 9(08).
          03 LOG-QTD-LIDOS                PIC 9(07).
          03 LOG-QTD-GRAVADOS             PIC 9(07).
          03 LOG-QTD-REJEITADOS           PIC 9(07).
          03 LOG-STATUS                   PIC X(01).

       FD ARQ-LOG-TMP.
       01 REG-LOG-TMP                     PIC X(47).

       FD SIGNON-LOG.
       01 REG-SIGNON.
          03 SGN-DATA                     PIC 9(08).
          03 SGN-HORA                     PIC 9(08).
          03 SGN-OPERADOR                 PIC X(06).
          03 SGN-RESULTADO                PIC X(01).

       FD SIGNON-TMP.
       01 REG-SIGNON-TMP                  PIC X(23).

      *    CADA ABEND E UM BLOCO DE LINHAS QUE COMECA PELO CABECALHO
      *    '=== ABEND EM AAAAMMDD AS ...' GRAVADO POR ABENDUTL
       FD ARQ-DIAG.
       01 REG-DIAG                        PIC X(220).
       01 REG-DIAG-CABECALHO.
          03 DIAG-MARCA                   PIC X(13).
          03 DIAG-DATA                    PIC X(08).
          03 FILLER                       PIC X(199).

       FD ARQ-DIAG-TMP.
       01 REG-DIAG-TMP                    PIC X(220).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-TMP                       PIC 99.
          88 FS-TMP-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-MANTER                       PIC X VALUE 'S'.
          88 MANTER-OK                    VALUE 'S' FALSE 'N'.
       77 WS-PROGRAMA-ACHADO              PIC X VALUE 'N'.
          88 PROGRAMA-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-HOUVE-REMOCAO                PIC X VALUE 'N'.
          88 HOUVE-REMOCAO                VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ARQUIVO                 PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INTEIROS                PIC 9(07) VALUE ZEROS.
       77 WS-IDADE-DIAS                   PIC S9(07) VALUE ZEROS.
       77 WS-QTD-TOTAL                    PIC 9(07) VALUE ZEROS.
       77 WS-ORDEM                        PIC 9(07) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-PRG                      PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO                     PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PROGRAMAS                PIC 9(03) VALUE ZEROS.
       77 WS-MAX-PROGRAMAS                PIC 9(03) VALUE 300.
       77 WS-QTD-ORFAS                    PIC 9(07) VALUE ZEROS.
       77 WS-ARQ-ORIGINAL                 PIC X(40) VALUE SPACES.
       77 WS-ARQ-TEMP                     PIC X(40) VALUE SPACES.
       77 WS-NOME-ARQUIVO                 PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
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
      *
      * RETENCAO E RESUMO POR TIPO DE ARQUIVO: 1 SPOOL, 2 LOG DE
      * EXECUCAO, 3 LOG DE SIGN-ON, 4 DIAGNOSTICO DE ABEND, 5 _TMP
      *
       01 WS-TIPOS-DADOS.
          03 FILLER PIC X(42) VALUE
             'RETD-SPOOLRETN-SPOOLSPOOL (SPOOL_CTL.dat) '.
          03 FILLER PIC X(42) VALUE
             'RETD-LOG  RETN-LOG  EXECUCAO_LOG.dat      '.
          03 FILLER PIC X(42) VALUE
             'RETD-SGN  RETN-SGN  SIGNON_LOG.dat        '.
          03 FILLER PIC X(42) VALUE
             'RETD-ABENDRETN-ABENDABEND_DIAG.TXT        '.
          03 FILLER PIC X(42) VALUE
             'RETD-TMP            ARQUIVOS _TMP         '.
       01 WS-TIPOS REDEFINES WS-TIPOS-DADOS.
          03 WS-TIPO-ITEM                 OCCURS 5 TIMES.
             05 WS-TIPO-PRM-DIAS          PIC X(10).
             05 WS-TIPO-PRM-MANTER        PIC X(10).
             05 WS-TIPO-DESCRICAO         PIC X(22).
       77 WS-QTD-TIPOS                    PIC 9(01) VALUE 5.
       01 WS-RESUMO.
          03 WS-RES-ITEM                  OCCURS 5 TIMES.
             05 WS-RES-DIAS               PIC 9(05).
             05 WS-RES-MANTER             PIC 9(05).
             05 WS-RES-LIDOS              PIC 9(07).
             05 WS-RES-MANTIDOS           PIC 9(07).
             05 WS-RES-REMOVIDOS          PIC 9(07).
       01 WS-TOTAIS.
          03 WS-TOT-LIDOS                 PIC 9(07).
          03 WS-TOT-MANTIDOS              PIC 9(07).
          03 WS-TOT-REMOVIDOS             PIC 9(07).
      *
      * QUANTIDADE E ORDEM DAS SAIDAS DE CADA PROGRAMA NO CATALOGO,
      * PARA MANTER AS ULTIMAS N DE CADA UM
      *
       01 WS-TABELA-PROGRAMAS.
          03 WS-PRG-ITEM                  OCCURS 300 TIMES.
             05 WS-PRG-NOME               PIC X(08).
             05 WS-PRG-QTD                PIC 9(05).
             05 WS-PRG-ORDEM              PIC 9(05).
      *
      * ARQUIVOS DE TRABALHO DAS REORGANIZACOES, FECHAMENTOS E DESTA
      * PROPRIA LIMPEZA
      *
       01 WS-TEMPORARIOS-DADOS.
          03 FILLER PIC X(30) VALUE 'CONTATOS_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'CONTATOS_AUD_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'CLIENTES_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'STUDENT_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'CONTRATOS_HIST_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'GRLCNTT_FIN_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'SPOOL_CTL_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'EXECUCAO_LOG_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'SIGNON_LOG_TMP.dat'.
          03 FILLER PIC X(30) VALUE 'ABEND_DIAG_TMP.TXT'.
       01 WS-TEMPORARIOS REDEFINES WS-TEMPORARIOS-DADOS.
          03 WS-TMP-NOME                  PIC X(30) OCCURS 10 TIMES.
       77 WS-QTD-TEMPORARIOS              PIC 9(02) VALUE 10.
       01 WS-LINHA-RESUMO.
          03 WS-LR-DESCRICAO              PIC X(22).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-DIAS                   PIC ZZZZ9.
          03 WS-LR-DIAS-X REDEFINES WS-LR-DIAS
                                          PIC X(05).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-MANTER                 PIC ZZZZ9.
          03 WS-LR-MANTER-X REDEFINES WS-LR-MANTER
                                          PIC X(05).
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LR-LIDOS                  PIC Z.ZZZ.ZZ9.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LR-MANTIDOS               PIC Z.ZZZ.ZZ9.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-LR-REMOVIDOS              PIC Z.ZZZ.ZZ9.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-LOTE.
          03 WS-LOTE-ACAO                 PIC X(01).
          03 WS-LOTE-PROGRAMA             PIC X(08).
          03 WS-LOTE-OCUPADO              PIC X(01).
             88 LOTE-OCUPADO              VALUE 'S'.
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
          COPY FSMSG.

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

           DISPLAY '*** LIMPEZA DOS ARQUIVOS DE APOIO ***'
           SET LK-SUCESSO          TO TRUE
           INITIALIZE WS-RESUMO
           INITIALIZE WS-TOTAIS
           MOVE 'LIMARQ  '         TO WS-LOG-PROGRAMA
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
               DISPLAY 'LIMPEZA RECUSADA: JOB ' WS-LOTE-PROGRAMA
                       ' EM ANDAMENTO (JANELA DE LOTE OCUPADA).'
               SET LK-ERRO         TO TRUE
           ELSE
               MOVE 'S'            TO WS-LOTE-ACAO
               MOVE 'LIMARQ  '     TO WS-LOTE-PROGRAMA
               CALL 'LOTEFLAG' USING WS-AREA-LOTE
               PERFORM P300-LIMPA
               MOVE 'C'            TO WS-LOTE-ACAO
               CALL 'LOTEFLAG' USING WS-AREA-LOTE
               PERFORM P600-IMPRIME-RESUMO
           END-IF

           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-TOT-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-TOT-MANTIDOS    TO WS-LOG-QTD-GRAVADOS
           MOVE WS-TOT-REMOVIDOS   TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
       P300-LIMPA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P310-CARREGA-RETENCAO
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO GREATER THAN WS-QTD-TIPOS

           MOVE 1                   TO WS-IND-TIPO
           PERFORM P320-CALCULA-CORTE
           PERFORM P400-LIMPA-SPOOL

           MOVE 2                   TO WS-IND-TIPO
           PERFORM P320-CALCULA-CORTE
           PERFORM P450-LIMPA-LOG-EXECUCAO

           MOVE 3                   TO WS-IND-TIPO
           PERFORM P320-CALCULA-CORTE
           PERFORM P470-LIMPA-LOG-SIGNON

           MOVE 4                   TO WS-IND-TIPO
           PERFORM P320-CALCULA-CORTE
           PERFORM P500-LIMPA-DIAGNOSTICO

           MOVE 5                   TO WS-IND-TIPO
           PERFORM P550-LIMPA-TEMPORARIOS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-TEMPORARIOS

           PERFORM P330-SOMA-TOTAIS
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO GREATER THAN WS-QTD-TIPOS
           .
       P300-FIM.

       P310-CARREGA-RETENCAO.
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE
           MOVE WS-TIPO-PRM-DIAS(WS-IND-TIPO) TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-RES-DIAS(WS-IND-TIPO)

           IF WS-TIPO-PRM-MANTER(WS-IND-TIPO) NOT EQUAL SPACES
               MOVE 'V'             TO WS-PRM-FUNCAO
               MOVE WS-DATA-HOJE    TO WS-PRM-DATA
               MOVE ZEROS           TO WS-PRM-INDICE
               MOVE WS-TIPO-PRM-MANTER(WS-IND-TIPO) TO WS-PRM-CODIGO
               CALL 'PARMUTIL' USING WS-AREA-PRM
               MOVE WS-PRM-VALOR    TO WS-RES-MANTER(WS-IND-TIPO)
           END-IF
           .
       P310-FIM.

      *    MANTIDO O QUE TEM DATA IGUAL OU POSTERIOR AO CORTE
       P320-CALCULA-CORTE.
           COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   WS-RES-DIAS(WS-IND-TIPO)
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
           .
       P320-FIM.

       P330-SOMA-TOTAIS.
           ADD WS-RES-LIDOS(WS-IND-TIPO)     TO WS-TOT-LIDOS
           ADD WS-RES-MANTIDOS(WS-IND-TIPO)  TO WS-TOT-MANTIDOS
           ADD WS-RES-REMOVIDOS(WS-IND-TIPO) TO WS-TOT-REMOVIDOS
           .
       P330-FIM.

      ******************************************************************
      * SPOOL: 1A PASSADA CONTA AS SAIDAS DE CADA PROGRAMA; NA 2A CADA
      * ENTRADA VENCIDA E FORA DAS ULTIMAS N DO PROGRAMA TEM O .PRN
      * EXCLUIDO E SAI DO CATALOGO; A ENTRADA MANTIDA CUJO .PRN NAO
      * EXISTE MAIS TAMBEM SAI (ORFA)
      ******************************************************************
       P400-LIMPA-SPOOL.
           MOVE ZEROS               TO WS-QTD-PROGRAMAS
           MOVE ZEROS               TO WS-QTD-ORFAS
           INITIALIZE WS-TABELA-PROGRAMAS
           SET HOUVE-REMOCAO        TO FALSE
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT CATALOGO
           IF WS-FS EQUAL 35
               DISPLAY 'SPOOL: NENHUMA SAIDA CATALOGADA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR SPOOL_CTL.dat.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM P405-CONTA-SAIDA UNTIL EOF-OK
           CLOSE CATALOGO

           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT CATALOGO
           OPEN OUTPUT CATALOGO-TMP
           IF NOT FS-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DO SPOOL OU O '
                       'TEMPORARIO (FILE STATUS ' WS-FS '/' WS-FS-TMP
                       ').'
               SET LK-ERRO          TO TRUE
               CLOSE CATALOGO
               CLOSE CATALOGO-TMP
               EXIT PARAGRAPH
           END-IF
           PERFORM P410-FILTRA-SAIDA UNTIL EOF-OK
           CLOSE CATALOGO
           CLOSE CATALOGO-TMP

           MOVE 'SPOOL_CTL.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'SPOOL_CTL_TMP.dat' TO WS-ARQ-TEMP
           PERFORM P700-TROCA-ARQUIVOS

           DISPLAY 'SPOOL: ' WS-RES-LIDOS(1) ' SAIDAS, '
                   WS-RES-REMOVIDOS(1) ' REMOVIDAS (' WS-QTD-ORFAS
                   ' SEM O .PRN).'
           .
       P400-FIM.

       P405-CONTA-SAIDA.
           READ CATALOGO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   PERFORM P420-LOCALIZA-PROGRAMA
                   IF NOT PROGRAMA-ACHADO AND
                      WS-QTD-PROGRAMAS LESS THAN WS-MAX-PROGRAMAS
                       ADD 1        TO WS-QTD-PROGRAMAS
                       MOVE WS-QTD-PROGRAMAS TO WS-IND-PRG
                       MOVE CAT-PROGRAMA
                         TO WS-PRG-NOME(WS-IND-PRG)
                       SET PROGRAMA-ACHADO TO TRUE
                   END-IF
                   IF PROGRAMA-ACHADO
                       ADD 1        TO WS-PRG-QTD(WS-IND-PRG)
                   END-IF
           END-READ
           .
       P405-FIM.

       P410-FILTRA-SAIDA.
           READ CATALOGO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-RES-LIDOS(1)
                   PERFORM P415-DECIDE-SAIDA
                   IF MANTER-OK
                       MOVE CAT-NOME TO WS-NOME-ARQUIVO
                       CALL 'CBL_CHECK_FILE_EXIST'
                           USING WS-NOME-ARQUIVO WS-DETALHE-ARQUIVO
                           RETURNING WS-RETCODE
                       IF NOT RETCODE-OK
                           SET MANTER-OK TO FALSE
                           ADD 1    TO WS-QTD-ORFAS
                       END-IF
                   ELSE
                       MOVE CAT-NOME TO WS-NOME-ARQUIVO
                       CALL 'CBL_DELETE_FILE' USING WS-NOME-ARQUIVO
                           RETURNING WS-RETCODE
                   END-IF
                   IF MANTER-OK
                       ADD 1        TO WS-RES-MANTIDOS(1)
                       MOVE REG-CATALOGO TO REG-CATALOGO-TMP
                       WRITE REG-CATALOGO-TMP
                   ELSE
                       ADD 1        TO WS-RES-REMOVIDOS(1)
                       SET HOUVE-REMOCAO TO TRUE
                   END-IF
           END-READ
           .
       P410-FIM.

      *    PROGRAMA QUE NAO COUBE NA TABELA FICA SEMPRE MANTIDO
       P415-DECIDE-SAIDA.
           SET MANTER-OK            TO TRUE
           PERFORM P420-LOCALIZA-PROGRAMA
           IF PROGRAMA-ACHADO
               ADD 1                TO WS-PRG-ORDEM(WS-IND-PRG)
               IF CAT-DATA LESS THAN WS-DATA-CORTE AND
                  WS-PRG-ORDEM(WS-IND-PRG) + WS-RES-MANTER(1)
                  NOT GREATER THAN WS-PRG-QTD(WS-IND-PRG)
                   SET MANTER-OK    TO FALSE
               END-IF
           END-IF
           .
       P415-FIM.

       P420-LOCALIZA-PROGRAMA.
           SET PROGRAMA-ACHADO      TO FALSE
           PERFORM P425-COMPARA-PROGRAMA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROGRAMAS OR
                     PROGRAMA-ACHADO
           .
       P420-FIM.

       P425-COMPARA-PROGRAMA.
           IF WS-PRG-NOME(WS-IND) EQUAL CAT-PROGRAMA
               SET PROGRAMA-ACHADO  TO TRUE
               MOVE WS-IND          TO WS-IND-PRG
           END-IF
           .
       P425-FIM.

      ******************************************************************
      * LOG DE EXECUCAO: 1A PASSADA CONTA, 2A COPIA PARA O TEMPORARIO
      * O QUE NAO VENCEU OU ESTA ENTRE OS ULTIMOS N REGISTROS
      ******************************************************************
       P450-LIMPA-LOG-EXECUCAO.
           MOVE ZEROS               TO WS-QTD-TOTAL
           MOVE ZEROS               TO WS-ORDEM
           SET HOUVE-REMOCAO        TO FALSE
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT ARQ-LOG
           IF WS-FS EQUAL 35
               DISPLAY 'EXECUCAO_LOG.dat NAO EXISTE.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR EXECUCAO_LOG.dat.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM P455-CONTA-LOG UNTIL EOF-OK
           CLOSE ARQ-LOG

           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT ARQ-LOG
           OPEN OUTPUT ARQ-LOG-TMP
           IF NOT FS-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O LOG DE EXECUCAO OU O '
                       'TEMPORARIO (FILE STATUS ' WS-FS '/' WS-FS-TMP
                       ').'
               SET LK-ERRO          TO TRUE
               CLOSE ARQ-LOG
               CLOSE ARQ-LOG-TMP
               EXIT PARAGRAPH
           END-IF
           PERFORM P460-FILTRA-LOG UNTIL EOF-OK
           CLOSE ARQ-LOG
           CLOSE ARQ-LOG-TMP

           MOVE 'EXECUCAO_LOG.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'EXECUCAO_LOG_TMP.dat' TO WS-ARQ-TEMP
           PERFORM P700-TROCA-ARQUIVOS

           DISPLAY 'LOG DE EXECUCAO: ' WS-RES-LIDOS(2)
                   ' REGISTROS, ' WS-RES-REMOVIDOS(2) ' REMOVIDOS.'
           .
       P450-FIM.

       P455-CONTA-LOG.
           READ ARQ-LOG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-TOTAL
           END-READ
           .
       P455-FIM.

       P460-FILTRA-LOG.
           READ ARQ-LOG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-RES-LIDOS(2)
                   ADD 1            TO WS-ORDEM
                   IF LOG-DATA LESS THAN WS-DATA-CORTE AND
                      WS-ORDEM + WS-RES-MANTER(2)
                      NOT GREATER THAN WS-QTD-TOTAL
                       ADD 1        TO WS-RES-REMOVIDOS(2)
                       SET HOUVE-REMOCAO TO TRUE
                   ELSE
                       ADD 1        TO WS-RES-MANTIDOS(2)
                       MOVE REG-LOG TO REG-LOG-TMP
                       WRITE REG-LOG-TMP
                   END-IF
           END-READ
           .
       P460-FIM.

      ******************************************************************
      * LOG DE SIGN-ON: MESMA REGRA DO LOG DE EXECUCAO
      ******************************************************************
       P470-LIMPA-LOG-SIGNON.
           MOVE ZEROS               TO WS-QTD-TOTAL
           MOVE ZEROS               TO WS-ORDEM
           SET HOUVE-REMOCAO        TO FALSE
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT SIGNON-LOG
           IF WS-FS EQUAL 35
               DISPLAY 'SIGNON_LOG.dat NAO EXISTE.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR SIGNON_LOG.dat.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM P475-CONTA-SIGNON UNTIL EOF-OK
           CLOSE SIGNON-LOG

           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT SIGNON-LOG
           OPEN OUTPUT SIGNON-TMP
           IF NOT FS-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O LOG DE SIGN-ON OU O '
                       'TEMPORARIO (FILE STATUS ' WS-FS '/' WS-FS-TMP
                       ').'
               SET LK-ERRO          TO TRUE
               CLOSE SIGNON-LOG
               CLOSE SIGNON-TMP
               EXIT PARAGRAPH
           END-IF
           PERFORM P480-FILTRA-SIGNON UNTIL EOF-OK
           CLOSE SIGNON-LOG
           CLOSE SIGNON-TMP

           MOVE 'SIGNON_LOG.dat'     TO WS-ARQ-ORIGINAL
           MOVE 'SIGNON_LOG_TMP.dat' TO WS-ARQ-TEMP
           PERFORM P700-TROCA-ARQUIVOS

           DISPLAY 'LOG DE SIGN-ON: ' WS-RES-LIDOS(3)
                   ' REGISTROS, ' WS-RES-REMOVIDOS(3) ' REMOVIDOS.'
           .
       P470-FIM.

       P475-CONTA-SIGNON.
           READ SIGNON-LOG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-TOTAL
           END-READ
           .
       P475-FIM.

       P480-FILTRA-SIGNON.
           READ SIGNON-LOG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-RES-LIDOS(3)
                   ADD 1            TO WS-ORDEM
                   IF SGN-DATA LESS THAN WS-DATA-CORTE AND
                      WS-ORDEM + WS-RES-MANTER(3)
                      NOT GREATER THAN WS-QTD-TOTAL
                       ADD 1        TO WS-RES-REMOVIDOS(3)
                       SET HOUVE-REMOCAO TO TRUE
                   ELSE
                       ADD 1        TO WS-RES-MANTIDOS(3)
                       MOVE REG-SIGNON TO REG-SIGNON-TMP
                       WRITE REG-SIGNON-TMP
                   END-IF
           END-READ
           .
       P480-FIM.

      ******************************************************************
      * DIAGNOSTICO DE ABEND: A DECISAO E TOMADA NO CABECALHO DE CADA
      * BLOCO E VALE PARA TODAS AS LINHAS DELE; A CONTAGEM DO RESUMO E
      * EM ABENDS (BLOCOS), NAO EM LINHAS
      ******************************************************************
       P500-LIMPA-DIAGNOSTICO.
           MOVE ZEROS               TO WS-QTD-TOTAL
           MOVE ZEROS               TO WS-ORDEM
           SET HOUVE-REMOCAO        TO FALSE
           SET MANTER-OK            TO TRUE
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT ARQ-DIAG
           IF WS-FS EQUAL 35
               DISPLAY 'ABEND_DIAG.TXT NAO EXISTE.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ABEND_DIAG.TXT.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM P505-CONTA-ABEND UNTIL EOF-OK
           CLOSE ARQ-DIAG

           SET FS-OK                TO TRUE
           SET FS-TMP-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT ARQ-DIAG
           OPEN OUTPUT ARQ-DIAG-TMP
           IF NOT FS-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO ABRIR O DIAGNOSTICO DE ABEND OU O '
                       'TEMPORARIO (FILE STATUS ' WS-FS '/' WS-FS-TMP
                       ').'
               SET LK-ERRO          TO TRUE
               CLOSE ARQ-DIAG
               CLOSE ARQ-DIAG-TMP
               EXIT PARAGRAPH
           END-IF
           PERFORM P510-FILTRA-DIAGNOSTICO UNTIL EOF-OK
           CLOSE ARQ-DIAG
           CLOSE ARQ-DIAG-TMP

           MOVE 'ABEND_DIAG.TXT'     TO WS-ARQ-ORIGINAL
           MOVE 'ABEND_DIAG_TMP.TXT' TO WS-ARQ-TEMP
           PERFORM P700-TROCA-ARQUIVOS

           DISPLAY 'DIAGNOSTICO DE ABEND: ' WS-RES-LIDOS(4)
                   ' ABENDS, ' WS-RES-REMOVIDOS(4) ' REMOVIDOS.'
           .
       P500-FIM.

       P505-CONTA-ABEND.
           READ ARQ-DIAG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF DIAG-MARCA EQUAL '=== ABEND EM '
                       ADD 1        TO WS-QTD-TOTAL
                   END-IF
           END-READ
           .
       P505-FIM.

       P510-FILTRA-DIAGNOSTICO.
           READ ARQ-DIAG
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF DIAG-MARCA EQUAL '=== ABEND EM '
                       PERFORM P515-DECIDE-BLOCO
                   END-IF
                   IF MANTER-OK
                       MOVE REG-DIAG TO REG-DIAG-TMP
                       WRITE REG-DIAG-TMP
                   END-IF
           END-READ
           .
       P510-FIM.

      *    CABECALHO SEM DATA VALIDA E MANTIDO
       P515-DECIDE-BLOCO.
           ADD 1                    TO WS-RES-LIDOS(4)
           ADD 1                    TO WS-ORDEM
           SET MANTER-OK            TO TRUE
           IF DIAG-DATA IS NUMERIC
               MOVE DIAG-DATA       TO WS-DATA-ARQUIVO
               IF WS-DATA-ARQUIVO LESS THAN WS-DATA-CORTE AND
                  WS-ORDEM + WS-RES-MANTER(4)
                  NOT GREATER THAN WS-QTD-TOTAL
                   SET MANTER-OK    TO FALSE
               END-IF
           END-IF

           IF MANTER-OK
               ADD 1                TO WS-RES-MANTIDOS(4)
           ELSE
               ADD 1                TO WS-RES-REMOVIDOS(4)
               SET HOUVE-REMOCAO    TO TRUE
           END-IF
           .
       P515-FIM.

      ******************************************************************
      * ARQUIVOS _TMP: O QUE EXISTE E FOI GRAVADO HA MAIS DIAS QUE A
      * RETENCAO E EXCLUIDO (A JANELA DE LOTE ESTA LIVRE, NENHUM JOB
      * ESTA USANDO)
      ******************************************************************
       P550-LIMPA-TEMPORARIOS.
           MOVE WS-TMP-NOME(WS-IND) TO WS-NOME-ARQUIVO
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-NOME-ARQUIVO WS-DETALHE-ARQUIVO
               RETURNING WS-RETCODE
           IF NOT RETCODE-OK
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-RES-LIDOS(5)
           COMPUTE WS-DATA-ARQUIVO = WS-DET-ANO * 10000 +
                                     WS-DET-MES * 100 + WS-DET-DIA
           COMPUTE WS-IDADE-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ARQUIVO)

           IF WS-IDADE-DIAS LESS THAN WS-RES-DIAS(5)
               ADD 1                TO WS-RES-MANTIDOS(5)
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NOME-ARQUIVO
                   RETURNING WS-RETCODE
               IF RETCODE-OK
                   ADD 1            TO WS-RES-REMOVIDOS(5)
                   DISPLAY 'TEMPORARIO EXCLUIDO: ' WS-NOME-ARQUIVO
               ELSE
                   ADD 1            TO WS-RES-MANTIDOS(5)
                   DISPLAY 'ERRO AO EXCLUIR ' WS-NOME-ARQUIVO
                           ' (RETCODE: ' WS-RETCODE ').'
                   SET LK-ERRO      TO TRUE
               END-IF
           END-IF
           .
       P550-FIM.

      ******************************************************************
      * RESUMO DA LIMPEZA NO SPOOL (A SAIDA E CATALOGADA DEPOIS DA
      * LIMPEZA DO CATALOGO)
      ******************************************************************
       P600-IMPRIME-RESUMO.
           MOVE 'LIMARQ  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LIMPEZA DOS ARQUIVOS DE APOIO DE ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE 'ARQUIVO'           TO REG-IMPRESSAO(1:7)
           MOVE '  DIAS ULT.N      LIDOS   MANTIDOS  REMOVIDOS'
                                    TO REG-IMPRESSAO(23:45)
           WRITE REG-IMPRESSAO

           PERFORM P610-LINHA-TIPO
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO GREATER THAN WS-QTD-TIPOS

           MOVE 'TOTAL'             TO WS-LR-DESCRICAO
           MOVE SPACES              TO WS-LR-DIAS-X
           MOVE SPACES              TO WS-LR-MANTER-X
           MOVE WS-TOT-LIDOS        TO WS-LR-LIDOS
           MOVE WS-TOT-MANTIDOS     TO WS-LR-MANTIDOS
           MOVE WS-TOT-REMOVIDOS    TO WS-LR-REMOVIDOS
           MOVE WS-LINHA-RESUMO     TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ENTRADAS DO CATALOGO SEM O .PRN RETIRADAS: '
                  WS-QTD-ORFAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           IF LK-ERRO
               MOVE '*** HOUVE ERRO NA LIMPEZA - VER O CONSOLE ***'
                                    TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           CLOSE ARQ-IMPRESSAO
           DISPLAY 'RESUMO GRAVADO EM ' WS-NOME-SPOOL
           .
       P600-FIM.

       P610-LINHA-TIPO.
           MOVE WS-TIPO-DESCRICAO(WS-IND-TIPO) TO WS-LR-DESCRICAO
           MOVE WS-RES-DIAS(WS-IND-TIPO)       TO WS-LR-DIAS
           IF WS-TIPO-PRM-MANTER(WS-IND-TIPO) EQUAL SPACES
               MOVE SPACES                     TO WS-LR-MANTER-X
           ELSE
               MOVE WS-RES-MANTER(WS-IND-TIPO) TO WS-LR-MANTER
           END-IF
           MOVE WS-RES-LIDOS(WS-IND-TIPO)      TO WS-LR-LIDOS
           MOVE WS-RES-MANTIDOS(WS-IND-TIPO)   TO WS-LR-MANTIDOS
           MOVE WS-RES-REMOVIDOS(WS-IND-TIPO)  TO WS-LR-REMOVIDOS
           MOVE WS-LINHA-RESUMO     TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P610-FIM.

      ******************************************************************
      * TROCA DO ARQUIVO PELO TEMPORARIO COMPACTADO (CBL_DELETE/RENAME,
      * COMO EM ARQAUDIT); SEM NADA REMOVIDO O TEMPORARIO E DESCARTADO
      ******************************************************************
       P700-TROCA-ARQUIVOS.
           IF NOT HOUVE-REMOCAO
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-TEMP
                   RETURNING WS-RETCODE
               EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING WS-ARQ-ORIGINAL
               RETURNING WS-RETCODE

           IF NOT RETCODE-OK
               DISPLAY 'ERRO AO EXCLUIR ' WS-ARQ-ORIGINAL
                       ' PARA A TROCA (RETCODE: ' WS-RETCODE ').'
               SET LK-ERRO          TO TRUE
           ELSE
               CALL 'CBL_RENAME_FILE' USING WS-ARQ-TEMP
                       WS-ARQ-ORIGINAL
                   RETURNING WS-RETCODE

               IF NOT RETCODE-OK
                   DISPLAY 'ERRO AO RENOMEAR ' WS-ARQ-TEMP
                           ' (RETCODE: ' WS-RETCODE ').'
                   SET LK-ERRO      TO TRUE
               END-IF
           END-IF
           .
       P700-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM LIMARQ.
