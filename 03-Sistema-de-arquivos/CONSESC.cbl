      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 10/12/2024
      * Purpose: CONSELHO DE CLASSE BIMESTRAL - <R> RELATORIO DA
      *          TURMA DEPOIS DE CADA BIMESTRE COM OS ALUNOS EM RISCO:
      *          MEDIA ATE O BIMESTRE ABAIXO DA MEDIA DE APROVACAO EM
      *          ALGUMA MATERIA (NOTAS_ALUNOS.dat, VALENDO A MAIOR
      *          ENTRE NOTA E RECUPERACAO, COMO NO FECHAMENTO) OU
      *          AUSENCIAS NA MATERIA (PRESENCA.dat POR FRQ-MATERIA)
      *          NUM RITMO QUE PASSA DO LIMITE DO ANO; MOSTRA AS NOTAS
      *          DE CADA BIMESTRE COM A TENDENCIA E AS FALTAS
      *          PERMITIDAS NO ANO (AULAS SEMANAIS DO CURRICULO X 40
      *          SEMANAS LETIVAS). <D> REGISTRA AS DECISOES DO
      *          CONSELHO POR ALUNO (REFORCO, REUNIAO COM OS PAIS,
      *          ACOMPANHAMENTO, ENCAMINHAMENTO) EM CONSELHO.dat, QUE
      *          VOLTAM NO RELATORIO DOS BIMESTRES SEGUINTES; A CARTA
      *          DE CONVOCACAO DOS PAIS E EMITIDA PELO AVISESC (<R>) -
      *          O FECHAMENTO (FECHESC) SO JULGA NO FIM DO ANO, QUANDO
      *          JA E TARDE PARA AJUDAR O ALUNO
      * Tectonics: cobc
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSESC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           'STUDENT.TXT'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CD-STUDENT
           FILE STATUS IS WS-FS.

           SELECT MATRICULAS ASSIGN TO
           'MATRICULAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MAT-CHAVE
           FILE STATUS IS WS-FS-MAT.

           SELECT NOTAS-ALUNOS ASSIGN TO
           'NOTAS_ALUNOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS NTA-CHAVE
           FILE STATUS IS WS-FS-NTA.

           SELECT PRESENCA ASSIGN TO
           'PRESENCA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS FRQ-CHAVE
           FILE STATUS IS WS-FS-FRQ.

           SELECT CURRICULO ASSIGN TO
           'CURRICULO.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CUR-CHAVE
           FILE STATUS IS WS-FS-CUR.

           SELECT CONSELHO ASSIGN TO
           'CONSELHO.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CNS-CHAVE
           FILE STATUS IS WS-FS-CNS.

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
       01 STUDENT-FILE.
           03 CD-STUDENT                 PIC 9(05).
           03 NM-STUDENT                 PIC X(20).
           03 ST-STUDENT                 PIC X(01).
              88 ST-ALUNO-ATIVO          VALUE 'A'.
              88 ST-ALUNO-INATIVO        VALUE 'I'.
              88 ST-ALUNO-TRANSFERIDO    VALUE 'T'.
           03 RESP1-CONTATO              PIC 9(06).
           03 RESP2-CONTATO              PIC 9(06).

       FD MATRICULAS.
       01 REG-MATRICULA.
           03 MAT-CHAVE.
              05 MAT-ANO                 PIC 9(04).
              05 MAT-CD-STUDENT          PIC 9(05).
           03 MAT-TURMA                  PIC X(05).
           03 MAT-SERIE                  PIC 9(02).
           03 MAT-ST-MATRICULA           PIC X(01).
              88 MAT-ATIVA               VALUE 'A'.
              88 MAT-ENCERRADA           VALUE 'E'.
              88 MAT-TRANSFERIDA         VALUE 'T'.
              88 MAT-CANCELADA           VALUE 'C'.

       FD NOTAS-ALUNOS.
       01 REG-NOTA-ALUNO.
           03 NTA-CHAVE.
              05 NTA-CD-STUDENT          PIC 9(05).
              05 NTA-MATERIA             PIC X(10).
              05 NTA-BIMESTRE            PIC 9(01).
           03 NTA-NOTA                   PIC 9(02)V99.
           03 NTA-TEM-RECUPERACAO        PIC X(01).
              88 NTA-COM-RECUPERACAO     VALUE 'S'.
           03 NTA-NOTA-RECUPERACAO       PIC 9(02)V99.

       FD PRESENCA.
       01 REG-PRESENCA.
           03 FRQ-CHAVE.
              05 FRQ-DATA                PIC 9(08).
              05 FRQ-CD-STUDENT          PIC 9(05).
              05 FRQ-MATERIA             PIC X(10).
           03 FRQ-SITUACAO               PIC X(01).
              88 FRQ-PRESENTE            VALUE 'P'.
              88 FRQ-AUSENTE             VALUE 'A'.

       FD CURRICULO.
       01 REG-CURRICULO.
           03 CUR-CHAVE.
              05 CUR-SERIE               PIC 9(02).
              05 CUR-MATERIA             PIC X(10).
           03 CUR-DESCRICAO              PIC X(30).
           03 CUR-AULAS-SEMANA           PIC 9(02).
           03 CUR-ST-MATERIA             PIC X(01).
              88 CUR-ATIVA               VALUE 'A'.
              88 CUR-INATIVA             VALUE 'I'.

      *    DECISOES DO CONSELHO DE CLASSE, UMA POR TIPO DE DECISAO DO
      *    ALUNO NO BIMESTRE; A REUNIAO COM OS PAIS (P) LEVA DATA E
      *    HORA PARA A CARTA DE CONVOCACAO (AVISESC)
       FD CONSELHO.
       01 REG-CONSELHO.
           03 CNS-CHAVE.
              05 CNS-ANO                 PIC 9(04).
              05 CNS-CD-STUDENT          PIC 9(05).
              05 CNS-BIMESTRE            PIC 9(01).
              05 CNS-DECISAO             PIC X(01).
                 88 CNS-REFORCO          VALUE 'R'.
                 88 CNS-REUNIAO-PAIS     VALUE 'P'.
                 88 CNS-ACOMPANHAMENTO   VALUE 'A'.
                 88 CNS-ENCAMINHAMENTO   VALUE 'E'.
                 88 CNS-OUTRA            VALUE 'O'.
                 88 CNS-DECISAO-VALIDA   VALUE 'R' 'P' 'A' 'E' 'O'.
           03 CNS-MATERIA                PIC X(10).
           03 CNS-OBSERVACAO             PIC X(40).
           03 CNS-DT-REUNIAO             PIC 9(08).
           03 CNS-HR-REUNIAO             PIC 9(04).
           03 CNS-CARTA-EMITIDA          PIC X(01).
              88 CNS-COM-CARTA           VALUE 'S'.
           03 CNS-DATA                   PIC 9(08).
           03 CNS-OPERADOR               PIC X(06).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                  PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-NTA                      PIC 99.
          88 FS-NTA-OK                   VALUE 0.
       77 WS-FS-FRQ                      PIC 99.
          88 FS-FRQ-OK                   VALUE 0.
       77 WS-FS-CUR                      PIC 99.
          88 FS-CUR-OK                   VALUE 0.
       77 WS-FS-CNS                      PIC 99.
          88 FS-CNS-OK                   VALUE 0.
       77 WS-EOF                         PIC X VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'S' FALSE 'N'.
       77 WS-CUR-ABERTO                  PIC X VALUE 'N'.
          88 CUR-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-CNS-ABERTO                  PIC X VALUE 'N'.
          88 CNS-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-REG-EXISTE                  PIC X VALUE 'N'.
          88 REG-EXISTE                  VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-EM-RISCO              PIC X VALUE 'N'.
          88 ALUNO-EM-RISCO              VALUE 'S' FALSE 'N'.
       77 WS-TEM-DECISOES                PIC X VALUE 'N'.
          88 TEM-DECISOES                VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X VALUE SPACES.
       77 WS-CONFIRM                     PIC X VALUE SPACES.
       77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
       77 WS-TURMA                       PIC X(05) VALUE SPACES.
       77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
       77 WS-CD-BUSCA                    PIC 9(05) VALUE ZEROS.
       77 WS-MEDIA-APROVACAO             PIC 9(02)V99 VALUE ZEROS.
       77 WS-LIMITE-PCT                  PIC 9(02) VALUE ZEROS.
       77 WS-SEMANAS-ANO                 PIC 9(02) VALUE 40.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-QTD-ALUNOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EM-RISCO                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ACOMPANHADOS            PIC 9(03) VALUE ZEROS.
       77 WS-IND-ALU                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-ITM                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-BIM                     PIC 9(01) VALUE ZEROS.
       77 WS-POS-ALUNO                   PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-BUSCA               PIC X(10) VALUE SPACES.
       77 WS-NOTA-CONSIDERADA            PIC 9(02)V99 VALUE ZEROS.
       77 WS-SOMA-NOTAS                  PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-NOTAS                   PIC 9(01) VALUE ZEROS.
       77 WS-MEDIA                       PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-ANTERIOR               PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-ULTIMA                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-TOTAL-AULAS                 PIC 9(04) VALUE ZEROS.
       77 WS-PCT-AUSENCIA                PIC 9(03)V99 VALUE ZEROS.
       77 WS-FALTAS-PERMITIDAS           PIC 9(04) VALUE ZEROS.
       77 WS-TENDENCIA                   PIC X(08) VALUE SPACES.
       77 WS-SINAL-RISCO                 PIC X(05) VALUE SPACES.
       77 WS-DESC-DECISAO                PIC X(22) VALUE SPACES.
       77 WS-NOTA-MSK                    PIC Z9,99.
       77 WS-MEDIA-MSK                   PIC Z9,99.
       77 WS-PCT-MSK                     PIC ZZ9,99.
       77 WS-FALTAS-MSK                  PIC ZZZ9.
       77 WS-PERMITIDAS-MSK              PIC ZZZ9.
       77 WS-APROVACAO-MSK               PIC Z9,99.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 WS-HOJE-MM                  PIC 9(02).
          03 WS-HOJE-DD                  PIC 9(02).
       01 WS-DATA-REUNIAO                PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-REUNIAO.
          03 WS-REU-AAAA                 PIC 9(04).
          03 WS-REU-MM                   PIC 9(02).
          03 WS-REU-DD                   PIC 9(02).
       01 WS-HORA-REUNIAO                PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-REUNIAO.
          03 WS-REU-HH                   PIC 9(02).
          03 WS-REU-MI                   PIC 9(02).
       01 WS-LINHA-NOTAS.
          03 WS-COLUNA-NOTA              PIC X(06) OCCURS 4 TIMES.
      *    ALUNOS DA TURMA E, POR ALUNO + MATERIA, AS NOTAS DE CADA
      *    BIMESTRE E AS PRESENCAS/AUSENCIAS DO ANO
       01 WS-TABELA-ALUNOS.
          03 WS-TAB-ALUNO                OCCURS 80 TIMES.
             05 WS-ALU-CD                PIC 9(05).
             05 WS-ALU-NOME              PIC X(20).
             05 WS-ALU-SERIE             PIC 9(02).
       01 WS-TABELA-ITENS.
          03 WS-TAB-ITEM                 OCCURS 999 TIMES.
             05 WS-ITM-CD                PIC 9(05).
             05 WS-ITM-MATERIA           PIC X(10).
             05 WS-ITM-BIMESTRE          OCCURS 4 TIMES.
                07 WS-ITM-NOTA           PIC 9(02)V99.
                07 WS-ITM-TEM-NOTA       PIC X(01).
             05 WS-ITM-PRESENCAS         PIC 9(04).
             05 WS-ITM-AUSENCIAS         PIC 9(04).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                 PIC X(40).
          03 LK-STATUS                   PIC X(01).
             88 LK-SUCESSO               VALUE '0'.
             88 LK-ERRO                  VALUE '1'.
          03 LK-OPERADOR                 PIC X(06).
          03 LK-EMPRESA                  PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CONSELHO DE CLASSE ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <R> RELATORIO DA TURMA, <D> DECISAO DO '
                   'CONSELHO, <L> DECISOES DO ALUNO OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM P400-RELATORIO-TURMA
               WHEN 'D'
               WHEN 'd'
                   PERFORM P600-REGISTRA-DECISAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P650-LISTA-DECISOES
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

       P305-PEDE-ANO.
           DISPLAY 'ANO LETIVO (AAAA, 0 = ANO ATUAL): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-HOJE-AAAA    TO WS-ANO-LETIVO
           END-IF
           .
       P305-FIM.

      ******************************************************************
      * RELATORIO DO CONSELHO DE CLASSE DA TURMA ATE O BIMESTRE
      ******************************************************************
       P400-RELATORIO-TURMA.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA
           INSPECT WS-TURMA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'BIMESTRE ENCERRADO (1 A 4): '
           ACCEPT WS-BIMESTRE
           DISPLAY 'MEDIA DE APROVACAO (SUGESTAO: 06,00): '
           ACCEPT WS-MEDIA-APROVACAO
           DISPLAY 'PERCENTUAL DE AUSENCIA QUE REPROVA '
                   '(SUGESTAO: 25): '
           ACCEPT WS-LIMITE-PCT
           IF WS-LIMITE-PCT EQUAL ZEROS
               MOVE 25              TO WS-LIMITE-PCT
           END-IF
           IF WS-BIMESTRE EQUAL ZEROS OR WS-BIMESTRE GREATER THAN 4
              OR WS-MEDIA-APROVACAO EQUAL ZEROS
              OR WS-TURMA EQUAL SPACES
               DISPLAY 'TURMA, BIMESTRE OU MEDIA INVALIDOS!'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-QTD-ALUNOS
           MOVE ZEROS               TO WS-QTD-ITENS
           MOVE ZEROS               TO WS-QTD-EM-RISCO
           MOVE ZEROS               TO WS-QTD-ACOMPANHADOS
           INITIALIZE WS-TABELA-ITENS

           PERFORM P410-CARREGA-TURMA
           IF WS-QTD-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-TURMA
                       ' EM ' WS-ANO-LETIVO '.'
               EXIT PARAGRAPH
           END-IF
           PERFORM P420-CARREGA-NOTAS
               VARYING WS-IND-ALU FROM 1 BY 1
               UNTIL WS-IND-ALU GREATER THAN WS-QTD-ALUNOS
           PERFORM P430-CARREGA-PRESENCAS

           SET CUR-ABERTO          TO FALSE
           SET FS-CUR-OK           TO TRUE
           OPEN INPUT CURRICULO
           IF FS-CUR-OK
               SET CUR-ABERTO      TO TRUE
           END-IF
           SET CNS-ABERTO          TO FALSE
           SET FS-CNS-OK           TO TRUE
           OPEN INPUT CONSELHO
           IF FS-CNS-OK
               SET CNS-ABERTO      TO TRUE
           END-IF

           MOVE 'CONSESC'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE WS-MEDIA-APROVACAO  TO WS-APROVACAO-MSK
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONSELHO DE CLASSE - TURMA ' WS-TURMA
                  ' - ' WS-BIMESTRE 'O BIMESTRE DE ' WS-ANO-LETIVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MEDIA DE APROVACAO ' WS-APROVACAO-MSK
                  '   LIMITE DE AUSENCIA ' WS-LIMITE-PCT '%'
                  '   EMISSAO ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P450-AVALIA-ALUNO
               VARYING WS-IND-ALU FROM 1 BY 1
               UNTIL WS-IND-ALU GREATER THAN WS-QTD-ALUNOS

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ALUNOS NA TURMA: ' WS-QTD-ALUNOS
                  '   EM RISCO: ' WS-QTD-EM-RISCO
                  '   SO EM ACOMPANHAMENTO: ' WS-QTD-ACOMPANHADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '  SINAL: NOTA = MEDIA ABAIXO DA APROVACAO, FALTA = '
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '  AUSENCIA NO RITMO DE PASSAR DO LIMITE DO ANO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           IF CUR-ABERTO
               CLOSE CURRICULO
           END-IF
           IF CNS-ABERTO
               CLOSE CONSELHO
           END-IF

           DISPLAY 'ALUNOS EM RISCO: ' WS-QTD-EM-RISCO
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-CARREGA-TURMA.
           SET FS-MAT-OK           TO TRUE
           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P415-LE-MATRICULA UNTIL EOF-OK
           CLOSE STUDENT
           CLOSE MATRICULAS
           .
       P410-FIM.

       P415-LE-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA AND MAT-TURMA EQUAL WS-TURMA AND
                          WS-QTD-ALUNOS LESS THAN 80
                           ADD 1    TO WS-QTD-ALUNOS
                           MOVE MAT-CD-STUDENT
                             TO WS-ALU-CD(WS-QTD-ALUNOS)
                           MOVE MAT-SERIE
                             TO WS-ALU-SERIE(WS-QTD-ALUNOS)
                           MOVE MAT-CD-STUDENT TO CD-STUDENT
                           READ STUDENT
                               KEY IS CD-STUDENT
                               INVALID KEY
                                   MOVE 'ALUNO NAO CADASTRADO'
                                     TO WS-ALU-NOME(WS-QTD-ALUNOS)
                               NOT INVALID KEY
                                   MOVE NM-STUDENT
                                     TO WS-ALU-NOME(WS-QTD-ALUNOS)
                           END-READ
                       END-IF
                   END-IF
           END-READ
           .
       P415-FIM.

      ******************************************************************
      * NOTAS DO ALUNO ATE O BIMESTRE PEDIDO; VALE A MAIOR ENTRE A
      * NOTA DO BIMESTRE E A DA RECUPERACAO
      ******************************************************************
       P420-CARREGA-NOTAS.
           SET FS-NTA-OK           TO TRUE
           OPEN INPUT NOTAS-ALUNOS
           IF NOT FS-NTA-OK
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK              TO FALSE
           MOVE WS-ALU-CD(WS-IND-ALU) TO NTA-CD-STUDENT
           MOVE LOW-VALUES          TO NTA-MATERIA
           MOVE ZEROS               TO NTA-BIMESTRE
           START NOTAS-ALUNOS KEY IS NOT LESS THAN NTA-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P425-LE-NOTA UNTIL EOF-OK
           CLOSE NOTAS-ALUNOS
           .
       P420-FIM.

       P425-LE-NOTA.
           READ NOTAS-ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF NTA-CD-STUDENT NOT EQUAL WS-ALU-CD(WS-IND-ALU)
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF NTA-BIMESTRE GREATER THAN ZEROS AND
                          NTA-BIMESTRE NOT GREATER THAN WS-BIMESTRE
                           MOVE NTA-CD-STUDENT TO WS-CD-BUSCA
                           MOVE NTA-MATERIA    TO WS-MATERIA-BUSCA
                           PERFORM P440-ACHA-ITEM
                           IF WS-IND-ITM NOT GREATER THAN
                              WS-QTD-ITENS
                               MOVE NTA-NOTA TO WS-NOTA-CONSIDERADA
                               IF NTA-COM-RECUPERACAO AND
                                  NTA-NOTA-RECUPERACAO GREATER THAN
                                  NTA-NOTA
                                   MOVE NTA-NOTA-RECUPERACAO
                                     TO WS-NOTA-CONSIDERADA
                               END-IF
                               MOVE WS-NOTA-CONSIDERADA TO
                                 WS-ITM-NOTA(WS-IND-ITM NTA-BIMESTRE)
                               MOVE 'S' TO
                               WS-ITM-TEM-NOTA(WS-IND-ITM NTA-BIMESTRE)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P425-FIM.

      ******************************************************************
      * PRESENCAS E AUSENCIAS DO ANO POR ALUNO DA TURMA E MATERIA
      ******************************************************************
       P430-CARREGA-PRESENCAS.
           SET FS-FRQ-OK           TO TRUE
           OPEN INPUT PRESENCA
           IF NOT FS-FRQ-OK
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK              TO FALSE
           COMPUTE FRQ-DATA = WS-ANO-LETIVO * 10000
           MOVE ZEROS               TO FRQ-CD-STUDENT
           MOVE LOW-VALUES          TO FRQ-MATERIA
           START PRESENCA KEY IS NOT LESS THAN FRQ-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P435-LE-PRESENCA UNTIL EOF-OK
           CLOSE PRESENCA
           .
       P430-FIM.

       P435-LE-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF FRQ-DATA(1:4) NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       PERFORM P436-SOMA-PRESENCA
                   END-IF
           END-READ
           .
       P435-FIM.

       P436-SOMA-PRESENCA.
           PERFORM P445-COMPARA
               VARYING WS-POS-ALUNO FROM 1 BY 1
               UNTIL WS-POS-ALUNO GREATER THAN WS-QTD-ALUNOS OR
                     WS-ALU-CD(WS-POS-ALUNO) EQUAL FRQ-CD-STUDENT
           IF WS-POS-ALUNO GREATER THAN WS-QTD-ALUNOS
               EXIT PARAGRAPH
           END-IF
           MOVE FRQ-CD-STUDENT      TO WS-CD-BUSCA
           MOVE FRQ-MATERIA         TO WS-MATERIA-BUSCA
           PERFORM P440-ACHA-ITEM
           IF WS-IND-ITM NOT GREATER THAN WS-QTD-ITENS
               IF FRQ-AUSENTE
                   ADD 1 TO WS-ITM-AUSENCIAS(WS-IND-ITM)
               ELSE
                   ADD 1 TO WS-ITM-PRESENCAS(WS-IND-ITM)
               END-IF
           END-IF
           .
       P436-FIM.

       P440-ACHA-ITEM.
           PERFORM P445-COMPARA
               VARYING WS-IND-ITM FROM 1 BY 1
               UNTIL WS-IND-ITM GREATER THAN WS-QTD-ITENS OR
                     (WS-ITM-CD(WS-IND-ITM) EQUAL WS-CD-BUSCA AND
                      WS-ITM-MATERIA(WS-IND-ITM) EQUAL
                      WS-MATERIA-BUSCA)
           IF WS-IND-ITM GREATER THAN WS-QTD-ITENS AND
              WS-QTD-ITENS LESS THAN 999
               ADD 1                TO WS-QTD-ITENS
               MOVE WS-QTD-ITENS    TO WS-IND-ITM
               MOVE WS-CD-BUSCA     TO WS-ITM-CD(WS-IND-ITM)
               MOVE WS-MATERIA-BUSCA TO WS-ITM-MATERIA(WS-IND-ITM)
           END-IF
           .
       P440-FIM.

       P445-COMPARA.
           CONTINUE
           .
       P445-FIM.

      ******************************************************************
      * ALUNO ENTRA NO RELATORIO SE ESTA EM RISCO EM ALGUMA MATERIA OU
      * SE JA TEM DECISAO DO CONSELHO NO ANO (ACOMPANHAMENTO)
      ******************************************************************
       P450-AVALIA-ALUNO.
           SET ALUNO-EM-RISCO      TO FALSE
           PERFORM P455-AVALIA-ITEM
               VARYING WS-IND-ITM FROM 1 BY 1
               UNTIL WS-IND-ITM GREATER THAN WS-QTD-ITENS
           PERFORM P470-TEM-DECISAO

           IF NOT ALUNO-EM-RISCO AND NOT TEM-DECISOES
               EXIT PARAGRAPH
           END-IF
           IF ALUNO-EM-RISCO
               ADD 1                TO WS-QTD-EM-RISCO
           ELSE
               ADD 1                TO WS-QTD-ACOMPANHADOS
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           IF ALUNO-EM-RISCO
               STRING 'ALUNO ' WS-ALU-CD(WS-IND-ALU) ' '
                      WS-ALU-NOME(WS-IND-ALU) ' - EM RISCO'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           ELSE
               STRING 'ALUNO ' WS-ALU-CD(WS-IND-ALU) ' '
                      WS-ALU-NOME(WS-IND-ALU) ' - EM ACOMPANHAMENTO'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           MOVE '  MATERIA      1B    2B    3B    4B  MEDIA TENDENC.'
                                    TO REG-IMPRESSAO
           MOVE 'FALT  %AUS PERM SINAL'
                                    TO REG-IMPRESSAO(52:21)
           WRITE REG-IMPRESSAO
           PERFORM P460-LINHA-MATERIA
               VARYING WS-IND-ITM FROM 1 BY 1
               UNTIL WS-IND-ITM GREATER THAN WS-QTD-ITENS
           IF TEM-DECISOES
               MOVE '  DECISOES DO CONSELHO NO ANO:'
                                    TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               PERFORM P475-IMPRIME-DECISOES
           END-IF
           .
       P450-FIM.

       P455-AVALIA-ITEM.
           IF WS-ITM-CD(WS-IND-ITM) NOT EQUAL WS-ALU-CD(WS-IND-ALU)
               EXIT PARAGRAPH
           END-IF
           PERFORM P465-CALCULA-ITEM
           IF WS-SINAL-RISCO NOT EQUAL SPACES
               SET ALUNO-EM-RISCO  TO TRUE
           END-IF
           .
       P455-FIM.

       P460-LINHA-MATERIA.
           IF WS-ITM-CD(WS-IND-ITM) NOT EQUAL WS-ALU-CD(WS-IND-ALU)
               EXIT PARAGRAPH
           END-IF
           PERFORM P465-CALCULA-ITEM
           MOVE WS-MEDIA            TO WS-MEDIA-MSK
           MOVE WS-ITM-AUSENCIAS(WS-IND-ITM) TO WS-FALTAS-MSK
           MOVE WS-PCT-AUSENCIA     TO WS-PCT-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  ' WS-ITM-MATERIA(WS-IND-ITM) ' '
                  WS-LINHA-NOTAS
                  WS-MEDIA-MSK ' ' WS-TENDENCIA ' '
                  WS-FALTAS-MSK ' ' WS-PCT-MSK ' '
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           IF WS-FALTAS-PERMITIDAS GREATER THAN ZEROS
               MOVE WS-FALTAS-PERMITIDAS TO WS-PERMITIDAS-MSK
               MOVE WS-PERMITIDAS-MSK TO REG-IMPRESSAO(64:4)
           ELSE
               MOVE '   -'         TO REG-IMPRESSAO(64:4)
           END-IF
           MOVE WS-SINAL-RISCO      TO REG-IMPRESSAO(69:5)
           WRITE REG-IMPRESSAO
           .
       P460-FIM.

      ******************************************************************
      * MEDIA ATE O BIMESTRE, TENDENCIA (ULTIMA NOTA CONTRA A
      * ANTERIOR), PERCENTUAL DE AUSENCIA E FALTAS PERMITIDAS NO ANO
      ******************************************************************
       P465-CALCULA-ITEM.
           MOVE ZEROS               TO WS-SOMA-NOTAS
           MOVE ZEROS               TO WS-QTD-NOTAS
           MOVE ZEROS               TO WS-MEDIA
           MOVE ZEROS               TO WS-NOTA-ANTERIOR
           MOVE ZEROS               TO WS-NOTA-ULTIMA
           MOVE SPACES              TO WS-SINAL-RISCO
           PERFORM P466-SOMA-BIMESTRE
               VARYING WS-IND-BIM FROM 1 BY 1
               UNTIL WS-IND-BIM GREATER THAN 4

           EVALUATE TRUE
               WHEN WS-QTD-NOTAS LESS THAN 2
                   MOVE '   -    '  TO WS-TENDENCIA
               WHEN WS-NOTA-ULTIMA GREATER THAN WS-NOTA-ANTERIOR
                   MOVE 'SUBINDO '  TO WS-TENDENCIA
               WHEN WS-NOTA-ULTIMA LESS THAN WS-NOTA-ANTERIOR
                   MOVE 'CAINDO  '  TO WS-TENDENCIA
               WHEN OTHER
                   MOVE 'ESTAVEL '  TO WS-TENDENCIA
           END-EVALUATE

           IF WS-QTD-NOTAS GREATER THAN ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                       WS-SOMA-NOTAS / WS-QTD-NOTAS
               IF WS-MEDIA LESS THAN WS-MEDIA-APROVACAO
                   MOVE 'NOTA '     TO WS-SINAL-RISCO
               END-IF
           END-IF

           MOVE ZEROS               TO WS-PCT-AUSENCIA
           COMPUTE WS-TOTAL-AULAS = WS-ITM-PRESENCAS(WS-IND-ITM)
                                  + WS-ITM-AUSENCIAS(WS-IND-ITM)
           IF WS-TOTAL-AULAS GREATER THAN ZEROS
               COMPUTE WS-PCT-AUSENCIA ROUNDED =
                       WS-ITM-AUSENCIAS(WS-IND-ITM) * 100
                       / WS-TOTAL-AULAS
           END-IF

           MOVE ZEROS               TO WS-FALTAS-PERMITIDAS
           IF CUR-ABERTO
               MOVE WS-ALU-SERIE(WS-IND-ALU) TO CUR-SERIE
               MOVE WS-ITM-MATERIA(WS-IND-ITM) TO CUR-MATERIA
               READ CURRICULO
                   KEY IS CUR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-FALTAS-PERMITIDAS =
                               CUR-AULAS-SEMANA * WS-SEMANAS-ANO
                               * WS-LIMITE-PCT / 100
               END-READ
           END-IF

           IF WS-PCT-AUSENCIA GREATER THAN WS-LIMITE-PCT OR
              (WS-FALTAS-PERMITIDAS GREATER THAN ZEROS AND
               WS-ITM-AUSENCIAS(WS-IND-ITM) NOT LESS THAN
               WS-FALTAS-PERMITIDAS)
               IF WS-SINAL-RISCO EQUAL SPACES
                   MOVE 'FALTA'     TO WS-SINAL-RISCO
               ELSE
                   MOVE 'AMBOS'     TO WS-SINAL-RISCO
               END-IF
           END-IF
           .
       P465-FIM.

       P466-SOMA-BIMESTRE.
           IF WS-ITM-TEM-NOTA(WS-IND-ITM WS-IND-BIM) EQUAL 'S'
               ADD WS-ITM-NOTA(WS-IND-ITM WS-IND-BIM)
                                    TO WS-SOMA-NOTAS
               ADD 1                TO WS-QTD-NOTAS
               MOVE WS-NOTA-ULTIMA  TO WS-NOTA-ANTERIOR
               MOVE WS-ITM-NOTA(WS-IND-ITM WS-IND-BIM)
                                    TO WS-NOTA-ULTIMA
               MOVE WS-ITM-NOTA(WS-IND-ITM WS-IND-BIM)
                                    TO WS-NOTA-MSK
               MOVE SPACES          TO WS-COLUNA-NOTA(WS-IND-BIM)
               MOVE WS-NOTA-MSK     TO WS-COLUNA-NOTA(WS-IND-BIM)
           ELSE
               MOVE '   -  '        TO WS-COLUNA-NOTA(WS-IND-BIM)
           END-IF
           .
       P466-FIM.

       P470-TEM-DECISAO.
           SET TEM-DECISOES        TO FALSE
           IF NOT CNS-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-LETIVO       TO CNS-ANO
           MOVE WS-ALU-CD(WS-IND-ALU) TO CNS-CD-STUDENT
           MOVE ZEROS               TO CNS-BIMESTRE
           MOVE LOW-VALUES          TO CNS-DECISAO
           START CONSELHO KEY IS NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CONSELHO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CNS-ANO EQUAL WS-ANO-LETIVO AND
                      CNS-CD-STUDENT EQUAL WS-ALU-CD(WS-IND-ALU) AND
                      CNS-BIMESTRE NOT GREATER THAN WS-BIMESTRE
                       SET TEM-DECISOES TO TRUE
                   END-IF
           END-READ
           .
       P470-FIM.

       P475-IMPRIME-DECISOES.
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO CNS-ANO
           MOVE WS-ALU-CD(WS-IND-ALU) TO CNS-CD-STUDENT
           MOVE ZEROS               TO CNS-BIMESTRE
           MOVE LOW-VALUES          TO CNS-DECISAO
           START CONSELHO KEY IS NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P476-LINHA-DECISAO UNTIL EOF-OK
           .
       P475-FIM.

       P476-LINHA-DECISAO.
           READ CONSELHO NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF CNS-ANO NOT EQUAL WS-ANO-LETIVO OR
                      CNS-CD-STUDENT NOT EQUAL WS-ALU-CD(WS-IND-ALU)
                      OR CNS-BIMESTRE GREATER THAN WS-BIMESTRE
                       SET EOF-OK  TO TRUE
                   ELSE
                       PERFORM P480-DESCREVE-DECISAO
                       MOVE SPACES  TO REG-IMPRESSAO
                       STRING '    ' CNS-BIMESTRE 'B ' WS-DESC-DECISAO
                              ' ' CNS-MATERIA ' ' CNS-OBSERVACAO
                              DELIMITED BY SIZE INTO REG-IMPRESSAO
                       WRITE REG-IMPRESSAO
                   END-IF
           END-READ
           .
       P476-FIM.

       P480-DESCREVE-DECISAO.
           EVALUATE TRUE
               WHEN CNS-REFORCO
                   MOVE 'AULA DE REFORCO'   TO WS-DESC-DECISAO
               WHEN CNS-REUNIAO-PAIS
                   MOVE 'REUNIAO COM OS PAIS' TO WS-DESC-DECISAO
               WHEN CNS-ACOMPANHAMENTO
                   MOVE 'ACOMPANHAMENTO PEDAG.' TO WS-DESC-DECISAO
               WHEN CNS-ENCAMINHAMENTO
                   MOVE 'ENCAMINHAMENTO'    TO WS-DESC-DECISAO
               WHEN OTHER
                   MOVE 'OUTRA PROVIDENCIA' TO WS-DESC-DECISAO
           END-EVALUATE
           .
       P480-FIM.

      ******************************************************************
      * DECISAO DO CONSELHO PARA O ALUNO NO BIMESTRE
      ******************************************************************
       P600-REGISTRA-DECISAO.
           PERFORM P305-PEDE-ANO
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE EQUAL ZEROS OR WS-BIMESTRE GREATER THAN 4
               DISPLAY 'BIMESTRE INVALIDO!'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-BUSCA

           SET REG-EXISTE          TO FALSE
           SET FS-MAT-OK           TO TRUE
           OPEN INPUT MATRICULAS
           IF FS-MAT-OK
               MOVE WS-ANO-LETIVO   TO MAT-ANO
               MOVE WS-CD-BUSCA     TO MAT-CD-STUDENT
               READ MATRICULAS
                   KEY IS MAT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAT-ATIVA
                           SET REG-EXISTE TO TRUE
                       END-IF
               END-READ
               CLOSE MATRICULAS
           END-IF
           IF NOT REG-EXISTE
               DISPLAY 'ALUNO SEM MATRICULA ATIVA NO ANO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DECISAO: <R> AULA DE REFORCO, <P> REUNIAO COM OS '
                   'PAIS, <A> ACOMPANHAMENTO PEDAGOGICO, <E> '
                   'ENCAMINHAMENTO, <O> OUTRA: '
           ACCEPT WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'rpaeo' TO 'RPAEO'

           SET FS-CNS-OK           TO TRUE
           OPEN I-O CONSELHO
           IF WS-FS-CNS EQUAL 35
               OPEN OUTPUT CONSELHO
               CLOSE CONSELHO
               OPEN I-O CONSELHO
           END-IF
           IF NOT FS-CNS-OK
               DISPLAY 'ERRO AO ABRIR CONSELHO.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-CNS
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO CNS-ANO
           MOVE WS-CD-BUSCA         TO CNS-CD-STUDENT
           MOVE WS-BIMESTRE         TO CNS-BIMESTRE
           MOVE WS-OPCAO            TO CNS-DECISAO
           IF NOT CNS-DECISAO-VALIDA
               DISPLAY 'DECISAO INVALIDA!'
               CLOSE CONSELHO
               EXIT PARAGRAPH
           END-IF
           READ CONSELHO
               KEY IS CNS-CHAVE
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   DISPLAY 'DECISAO JA REGISTRADA: ' CNS-MATERIA ' '
                           CNS-OBSERVACAO
                   DISPLAY 'SUBSTITUIR? <S/N>: '
                   ACCEPT WS-CONFIRM
           END-READ
           IF REG-EXISTE AND WS-CONFIRM NOT EQUAL 'S' AND
              WS-CONFIRM NOT EQUAL 's'
               CLOSE CONSELHO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO CNS-MATERIA
           MOVE SPACES              TO CNS-OBSERVACAO
           MOVE ZEROS               TO CNS-DT-REUNIAO
           MOVE ZEROS               TO CNS-HR-REUNIAO
           MOVE 'N'                 TO CNS-CARTA-EMITIDA
           DISPLAY 'MATERIA (EM BRANCO = GERAL): '
           ACCEPT CNS-MATERIA
           INSPECT CNS-MATERIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'OBSERVACAO: '
           ACCEPT CNS-OBSERVACAO
           IF CNS-REUNIAO-PAIS
               DISPLAY 'DATA DA REUNIAO (AAAAMMDD): '
               ACCEPT WS-DATA-REUNIAO
               DISPLAY 'HORA DA REUNIAO (HHMM): '
               ACCEPT WS-HORA-REUNIAO
               IF WS-DATA-REUNIAO LESS THAN WS-DATA-HOJE OR
                  WS-REU-MM EQUAL ZEROS OR WS-REU-MM GREATER THAN 12
                  OR WS-REU-DD EQUAL ZEROS OR WS-REU-DD GREATER THAN 31
                  OR WS-REU-HH GREATER THAN 23
                  OR WS-REU-MI GREATER THAN 59
                   DISPLAY 'DATA/HORA DA REUNIAO INVALIDA! DECISAO '
                           'NAO GRAVADA.'
                   CLOSE CONSELHO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-REUNIAO TO CNS-DT-REUNIAO
               MOVE WS-HORA-REUNIAO TO CNS-HR-REUNIAO
           END-IF
           MOVE WS-DATA-HOJE        TO CNS-DATA
           MOVE LK-OPERADOR         TO CNS-OPERADOR

           IF REG-EXISTE
               REWRITE REG-CONSELHO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A DECISAO.'
                   NOT INVALID KEY
                       DISPLAY 'DECISAO ATUALIZADA!'
               END-REWRITE
           ELSE
               WRITE REG-CONSELHO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DECISAO.'
                   NOT INVALID KEY
                       DISPLAY 'DECISAO REGISTRADA!'
               END-WRITE
           END-IF
           IF CNS-REUNIAO-PAIS
               DISPLAY 'EMITA A CONVOCACAO DOS PAIS NAS CARTAS '
                       'ESCOLARES (OPCAO <R>).'
           END-IF
           CLOSE CONSELHO
           .
       P600-FIM.

       P650-LISTA-DECISOES.
           PERFORM P305-PEDE-ANO
           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-BUSCA
           SET FS-CNS-OK           TO TRUE
           OPEN INPUT CONSELHO
           IF NOT FS-CNS-OK
               DISPLAY 'NENHUMA DECISAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO CNS-ANO
           MOVE WS-CD-BUSCA         TO CNS-CD-STUDENT
           MOVE ZEROS               TO CNS-BIMESTRE
           MOVE LOW-VALUES          TO CNS-DECISAO
           START CONSELHO KEY IS NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P655-MOSTRA-DECISAO UNTIL EOF-OK
           CLOSE CONSELHO
           .
       P650-FIM.

       P655-MOSTRA-DECISAO.
           READ CONSELHO NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF CNS-ANO NOT EQUAL WS-ANO-LETIVO OR
                      CNS-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       PERFORM P480-DESCREVE-DECISAO
                       DISPLAY CNS-BIMESTRE 'B ' WS-DESC-DECISAO ' '
                               CNS-MATERIA ' ' CNS-OBSERVACAO
                       IF CNS-REUNIAO-PAIS
                           DISPLAY '   REUNIAO ' CNS-DT-REUNIAO ' '
                                   CNS-HR-REUNIAO ' CARTA EMITIDA: '
                                   CNS-CARTA-EMITIDA
                       END-IF
                   END-IF
           END-READ
           .
       P655-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CONSESC.
