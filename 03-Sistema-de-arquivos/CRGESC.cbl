      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 04/12/2024
      * Purpose: RELATORIOS DO QUADRO DE HORARIOS (HORARIOS.dat DE
      *          GRDESC), GRAVADOS NO SPOOL: <C> CARGA HORARIA POR
      *          PROFESSOR NO ANO (AULAS SEMANAIS E TURMAS ATENDIDAS,
      *          INCLUSIVE OS PROFESSORES ATIVOS SEM AULA) E <N>
      *          TURMAS SEM NOTA NO BIMESTRE - CADA MATERIA DA GRADE
      *          DE CADA TURMA EM QUE NENHUM ALUNO MATRICULADO TEM NOTA
      *          LANCADA NO BIMESTRE (NOTAS_ALUNOS.dat), COM O
      *          PROFESSOR RESPONSAVEL PARA A COBRANCA
      * Tectonics: cobc
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRGESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO
           'PROFESSORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PRF-CD-PROFESSOR
           FILE STATUS IS WS-FS-PRF.

           SELECT HORARIOS ASSIGN TO
           'HORARIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS HOR-CHAVE
           FILE STATUS IS WS-FS-HOR.

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

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
       01 REG-PROFESSOR.
           03 PRF-CD-PROFESSOR           PIC 9(04).
           03 PRF-NOME                   PIC X(30).
           03 PRF-CPF                    PIC X(11).
           03 PRF-ST-PROFESSOR           PIC X(01).
              88 PRF-ATIVO               VALUE 'A'.
              88 PRF-INATIVO             VALUE 'I'.

       FD HORARIOS.
       01 REG-HORARIO.
           03 HOR-CHAVE.
              05 HOR-ANO                 PIC 9(04).
              05 HOR-TURMA               PIC X(05).
              05 HOR-DIA-SEMANA          PIC 9(01).
              05 HOR-AULA                PIC 9(01).
           03 HOR-SERIE                  PIC 9(02).
           03 HOR-MATERIA                PIC X(10).
           03 HOR-CD-PROFESSOR           PIC 9(04).

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

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                  PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-FS-HOR                      PIC 99.
          88 FS-HOR-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-NTA                      PIC 99.
          88 FS-NTA-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                       PIC X VALUE SPACES.
       77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
       77 WS-IND                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-GRD                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PROFESSORES             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GRADE                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES               PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-AULAS                 PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-MSK                   PIC ZZ9.
       77 WS-TURMAS-MSK                  PIC Z9.
       77 WS-ALUNOS-MSK                  PIC ZZ9.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       77 WS-ACHOU                       PIC X VALUE 'N'.
          88 WS-ACHOU-OK                 VALUE 'S' FALSE 'N'.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
       01 WS-TABELA-PROFESSORES.
          03 WS-PRF-ITEM                 OCCURS 200 TIMES.
             05 WS-PRF-CD                PIC 9(04).
             05 WS-PRF-NOME              PIC X(30).
             05 WS-PRF-ST                PIC X(01).
             05 WS-PRF-AULAS             PIC 9(03).
             05 WS-PRF-TURMAS            PIC 9(02).
             05 WS-PRF-ULT-TURMA         PIC X(05).
      ******************************************************************
      * UMA ENTRADA POR TURMA + MATERIA DA GRADE DO ANO, COM O
      * PROFESSOR DA PRIMEIRA AULA DA MATERIA NA TURMA
      ******************************************************************
       01 WS-TABELA-GRADE.
          03 WS-GRD-ITEM                 OCCURS 500 TIMES.
             05 WS-GRD-TURMA             PIC X(05).
             05 WS-GRD-MATERIA           PIC X(10).
             05 WS-GRD-PROFESSOR         PIC 9(04).
             05 WS-GRD-ALUNOS            PIC 9(03).
             05 WS-GRD-LANCADA           PIC X(01).
                88 WS-GRD-COM-NOTA       VALUE 'S'.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 FILLER                      PIC X(04).
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
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CARGA HORARIA E NOTAS PENDENTES ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <C> CARGA HORARIA POR PROFESSOR, '
                   '<N> TURMAS SEM NOTA NO BIMESTRE OU <F> '
                   'FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P400-CARGA-HORARIA
               WHEN 'N'
               WHEN 'n'
                   PERFORM P500-NOTAS-PENDENTES
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
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-HOJE-AAAA    TO WS-ANO-LETIVO
           END-IF
           .
       P305-FIM.

      ******************************************************************
      * CARGA DOS PROFESSORES EM TABELA (ATE 200)
      ******************************************************************
       P310-CARREGA-PROFESSORES.
           MOVE ZEROS               TO WS-QTD-PROFESSORES
           SET FS-PRF-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT PROFESSORES
           IF NOT FS-PRF-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P315-LE-PROFESSOR UNTIL EOF-OK
           CLOSE PROFESSORES
           .
       P310-FIM.

       P315-LE-PROFESSOR.
           READ PROFESSORES NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF WS-QTD-PROFESSORES LESS THAN 200
                       ADD 1        TO WS-QTD-PROFESSORES
                       MOVE PRF-CD-PROFESSOR
                         TO WS-PRF-CD(WS-QTD-PROFESSORES)
                       MOVE PRF-NOME
                         TO WS-PRF-NOME(WS-QTD-PROFESSORES)
                       MOVE PRF-ST-PROFESSOR
                         TO WS-PRF-ST(WS-QTD-PROFESSORES)
                       MOVE ZEROS
                         TO WS-PRF-AULAS(WS-QTD-PROFESSORES)
                       MOVE ZEROS
                         TO WS-PRF-TURMAS(WS-QTD-PROFESSORES)
                       MOVE SPACES
                         TO WS-PRF-ULT-TURMA(WS-QTD-PROFESSORES)
                   END-IF
           END-READ
           .
       P315-FIM.

       P320-BUSCA-PROFESSOR.
           SET WS-ACHOU-OK         TO FALSE
           PERFORM P325-COMPARA-PROFESSOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROFESSORES
                  OR WS-ACHOU-OK
           IF WS-ACHOU-OK
               SUBTRACT 1          FROM WS-IND
           END-IF
           .
       P320-FIM.

       P325-COMPARA-PROFESSOR.
           IF WS-PRF-CD(WS-IND) EQUAL HOR-CD-PROFESSOR
               SET WS-ACHOU-OK     TO TRUE
           END-IF
           .
       P325-FIM.

       P330-ABRE-SPOOL.
           MOVE 'CRGESC'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P330-FIM.

      ******************************************************************
      * CARGA HORARIA: CADA AULA DA GRADE DO ANO SOMA UMA AULA SEMANAL
      * AO PROFESSOR; AS TURMAS SAO CONTADAS NA TROCA DE TURMA (A
      * LEITURA DE HORARIOS.dat VEM EM ORDEM DE TURMA)
      ******************************************************************
       P400-CARGA-HORARIA.
           PERFORM P305-PEDE-ANO
           PERFORM P310-CARREGA-PROFESSORES

           IF WS-QTD-PROFESSORES EQUAL ZEROS
               DISPLAY 'NENHUM PROFESSOR CADASTRADO (GRDESC).'
               EXIT PARAGRAPH
           END-IF

           SET FS-HOR-OK           TO TRUE
           SET EOF-OK              TO FALSE
           MOVE ZEROS               TO WS-TOTAL-AULAS
           OPEN INPUT HORARIOS
           IF FS-HOR-OK
               MOVE WS-ANO-LETIVO   TO HOR-ANO
               MOVE LOW-VALUES      TO HOR-TURMA
               MOVE ZEROS           TO HOR-DIA-SEMANA
               MOVE ZEROS           TO HOR-AULA
               START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               PERFORM P410-SOMA-AULA UNTIL EOF-OK
               CLOSE HORARIOS
           END-IF

           PERFORM P330-ABRE-SPOOL
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CARGA HORARIA POR PROFESSOR - ANO ' WS-ANO-LETIVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'COD  PROFESSOR                      AULAS/SEM TURMAS'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P420-IMPRIME-PROFESSOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROFESSORES

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL DE AULAS SEMANAIS NA GRADE: ' WS-TOTAL-AULAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-SOMA-AULA.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       ADD 1        TO WS-TOTAL-AULAS
                       PERFORM P320-BUSCA-PROFESSOR
                       IF WS-ACHOU-OK
                           ADD 1    TO WS-PRF-AULAS(WS-IND)
                           IF WS-PRF-ULT-TURMA(WS-IND) NOT EQUAL
                              HOR-TURMA
                               ADD 1 TO WS-PRF-TURMAS(WS-IND)
                               MOVE HOR-TURMA
                                 TO WS-PRF-ULT-TURMA(WS-IND)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-IMPRIME-PROFESSOR.
           IF WS-PRF-ST(WS-IND) NOT EQUAL 'A' AND
              WS-PRF-AULAS(WS-IND) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRF-AULAS(WS-IND)  TO WS-AULAS-MSK
           MOVE WS-PRF-TURMAS(WS-IND) TO WS-TURMAS-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-PRF-CD(WS-IND) ' ' WS-PRF-NOME(WS-IND) '  '
                  '   ' WS-AULAS-MSK '      ' WS-TURMAS-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           IF WS-PRF-AULAS(WS-IND) EQUAL ZEROS
               MOVE 'SEM AULAS'     TO REG-IMPRESSAO(62:9)
           END-IF
           WRITE REG-IMPRESSAO
           .
       P420-FIM.

      ******************************************************************
      * TURMAS SEM NOTA NO BIMESTRE: MONTA AS MATERIAS DA GRADE DE CADA
      * TURMA E, PARA CADA ALUNO COM MATRICULA ATIVA NO ANO, PROCURA A
      * NOTA DO BIMESTRE EM CADA MATERIA DA TURMA DELE; SOBRAM AS
      * MATERIAS SEM NENHUMA NOTA LANCADA
      ******************************************************************
       P500-NOTAS-PENDENTES.
           PERFORM P305-PEDE-ANO
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE LESS THAN 1 OR WS-BIMESTRE GREATER THAN 4
               DISPLAY 'BIMESTRE INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-MONTA-GRADE
           IF WS-QTD-GRADE EQUAL ZEROS
               DISPLAY 'NENHUM HORARIO GRAVADO PARA O ANO '
                       WS-ANO-LETIVO ' (GRDESC).'
               EXIT PARAGRAPH
           END-IF

           SET FS-MAT-OK           TO TRUE
           SET FS-NTA-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT MATRICULAS
           OPEN INPUT NOTAS-ALUNOS
           IF FS-MAT-OK
               MOVE WS-ANO-LETIVO   TO MAT-ANO
               MOVE ZEROS           TO MAT-CD-STUDENT
               START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               PERFORM P530-CONFERE-ALUNO UNTIL EOF-OK
               CLOSE MATRICULAS
           END-IF
           IF FS-NTA-OK
               CLOSE NOTAS-ALUNOS
           END-IF

           PERFORM P310-CARREGA-PROFESSORES
           PERFORM P330-ABRE-SPOOL
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TURMAS SEM NOTA - ANO ' WS-ANO-LETIVO
                  ' BIMESTRE ' WS-BIMESTRE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'TURMA MATERIA    ALUNOS PROFESSOR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE ZEROS               TO WS-QTD-PENDENTES
           PERFORM P550-IMPRIME-PENDENTE
               VARYING WS-IND-GRD FROM 1 BY 1
               UNTIL WS-IND-GRD GREATER THAN WS-QTD-GRADE

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MATERIAS DA GRADE......: ' WS-QTD-GRADE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SEM NOTA NO BIMESTRE...: ' WS-QTD-PENDENTES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           DISPLAY 'MATERIAS SEM NOTA: ' WS-QTD-PENDENTES
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-MONTA-GRADE.
           MOVE ZEROS               TO WS-QTD-GRADE
           SET FS-HOR-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE LOW-VALUES          TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P515-LE-HORARIO UNTIL EOF-OK
           CLOSE HORARIOS
           .
       P510-FIM.

       P515-LE-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       SET WS-ACHOU-OK TO FALSE
                       PERFORM P520-COMPARA-GRADE
                           VARYING WS-IND-GRD FROM 1 BY 1
                           UNTIL WS-IND-GRD GREATER THAN WS-QTD-GRADE
                              OR WS-ACHOU-OK
                       IF NOT WS-ACHOU-OK AND
                          WS-QTD-GRADE LESS THAN 500
                           ADD 1    TO WS-QTD-GRADE
                           MOVE HOR-TURMA
                             TO WS-GRD-TURMA(WS-QTD-GRADE)
                           MOVE HOR-MATERIA
                             TO WS-GRD-MATERIA(WS-QTD-GRADE)
                           MOVE HOR-CD-PROFESSOR
                             TO WS-GRD-PROFESSOR(WS-QTD-GRADE)
                           MOVE ZEROS
                             TO WS-GRD-ALUNOS(WS-QTD-GRADE)
                           MOVE 'N'
                             TO WS-GRD-LANCADA(WS-QTD-GRADE)
                       END-IF
                   END-IF
           END-READ
           .
       P515-FIM.

       P520-COMPARA-GRADE.
           IF WS-GRD-TURMA(WS-IND-GRD) EQUAL HOR-TURMA AND
              WS-GRD-MATERIA(WS-IND-GRD) EQUAL HOR-MATERIA
               SET WS-ACHOU-OK     TO TRUE
           END-IF
           .
       P520-FIM.

       P530-CONFERE-ALUNO.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA
                           PERFORM P540-PROCURA-NOTA
                               VARYING WS-IND-GRD FROM 1 BY 1
                               UNTIL WS-IND-GRD GREATER THAN
                                     WS-QTD-GRADE
                       END-IF
                   END-IF
           END-READ
           .
       P530-FIM.

       P540-PROCURA-NOTA.
           IF WS-GRD-TURMA(WS-IND-GRD) NOT EQUAL MAT-TURMA
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-GRD-ALUNOS(WS-IND-GRD)

           IF WS-GRD-COM-NOTA(WS-IND-GRD) OR NOT FS-NTA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE MAT-CD-STUDENT      TO NTA-CD-STUDENT
           MOVE WS-GRD-MATERIA(WS-IND-GRD) TO NTA-MATERIA
           MOVE WS-BIMESTRE         TO NTA-BIMESTRE
           READ NOTAS-ALUNOS
               KEY IS NTA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'         TO WS-GRD-LANCADA(WS-IND-GRD)
           END-READ
           .
       P540-FIM.

       P550-IMPRIME-PENDENTE.
           IF WS-GRD-COM-NOTA(WS-IND-GRD) OR
              WS-GRD-ALUNOS(WS-IND-GRD) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-PENDENTES
           MOVE WS-GRD-PROFESSOR(WS-IND-GRD) TO HOR-CD-PROFESSOR
           PERFORM P320-BUSCA-PROFESSOR
           MOVE WS-GRD-ALUNOS(WS-IND-GRD) TO WS-ALUNOS-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           IF WS-ACHOU-OK
               STRING WS-GRD-TURMA(WS-IND-GRD) ' '
                      WS-GRD-MATERIA(WS-IND-GRD) ' ' WS-ALUNOS-MSK
                      '    ' WS-GRD-PROFESSOR(WS-IND-GRD) ' '
                      WS-PRF-NOME(WS-IND)
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           ELSE
               STRING WS-GRD-TURMA(WS-IND-GRD) ' '
                      WS-GRD-MATERIA(WS-IND-GRD) ' ' WS-ALUNOS-MSK
                      '    ' WS-GRD-PROFESSOR(WS-IND-GRD)
                      ' NAO CADASTRADO'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           .
       P550-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CRGESC.
