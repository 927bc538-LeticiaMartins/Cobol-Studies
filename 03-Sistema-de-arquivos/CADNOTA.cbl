      *         ORIGINAL E DESTRUIR O REGISTRO DO QUE ACONTECEU; O
      *         BOLETIM IMPRIME AS DUAS E AS MEDIAS USAM A MAIOR
      *         DELAS (REGRA DA ESCOLA)
      * Update: 04/12/2024 - A MATERIA DEIXA DE SER TEXTO LIVRE: A NOTA
      *         SO E LANCADA PARA ALUNO COM MATRICULA ATIVA NO ANO E
      *         PARA MATERIA QUE CONSTA DO QUADRO DE HORARIOS DA TURMA
      *         DELE (HORARIOS.dat, MANTIDO EM GRDESC PELO CODIGO DO
      *         CURRICULO)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNOTA.
           RECORD  KEY  IS NTA-CHAVE
           FILE STATUS IS WS-FS-NTA.

           SELECT MATRICULAS ASSIGN TO
           'MATRICULAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MAT-CHAVE
           FILE STATUS IS WS-FS-MAT.

           SELECT HORARIOS ASSIGN TO
           'HORARIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS HOR-CHAVE
           FILE STATUS IS WS-FS-HOR.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
              88 NTA-COM-RECUPERACAO     VALUE 'S'.
           03 NTA-NOTA-RECUPERACAO       PIC 9(02)V99.

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

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-CONFIRM                     PIC X VALUE SPACES.
       77 WS-ALUNO-ACHADO                PIC X VALUE 'N'.
          88 ALUNO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-HOR                      PIC 99.
          88 FS-HOR-OK                   VALUE 0.
       77 WS-EOF-HOR                     PIC X.
          88 EOF-HOR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-TURMA-ALUNO                 PIC X(05) VALUE SPACES.
       77 WS-NA-GRADE                    PIC X VALUE 'N'.
          88 MATERIA-NA-GRADE            VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 FILLER                      PIC X(04).
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** LANCAMENTO DE NOTAS ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE

           CLOSE STUDENT

           IF ALUNO-ACHADO
               PERFORM P305-BUSCA-TURMA
           END-IF

           IF ALUNO-ACHADO
               DISPLAY 'LANCAR: <N> NOTA DO BIMESTRE OU <R> NOTA DE '
                       'RECUPERACAO: '
           .
       P300-FIM.

      ******************************************************************
      * A NOTA E LANCADA NA TURMA DO ALUNO NO ANO CORRENTE
      * (MATRICULAS.dat), PARA A MATERIA SER CONFERIDA NA GRADE DELA
      ******************************************************************
       P305-BUSCA-TURMA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET FS-MAT-OK           TO TRUE
           SET ALUNO-ACHADO        TO FALSE

           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               DISPLAY 'NENHUMA MATRICULA GRAVADA - MATRICULE O ALUNO '
                       'EM MATRESC ANTES DE LANCAR NOTAS.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE-AAAA        TO MAT-ANO
           MOVE WS-CD-BUSCA         TO MAT-CD-STUDENT
           READ MATRICULAS
               KEY IS MAT-CHAVE
               INVALID KEY
                   DISPLAY 'ALUNO SEM MATRICULA NO ANO ' WS-HOJE-AAAA
                           '!'
               NOT INVALID KEY
                   IF MAT-ATIVA
                       SET ALUNO-ACHADO TO TRUE
                       MOVE MAT-TURMA TO WS-TURMA-ALUNO
                       DISPLAY 'TURMA: ' MAT-TURMA ' SERIE: '
                               MAT-SERIE
                   ELSE
                       DISPLAY 'MATRICULA DO ANO ENCERRADA!'
                   END-IF
           END-READ

           CLOSE MATRICULAS
           .
       P305-FIM.

       P310-GRAVA-NOTA.
           DISPLAY 'MATERIA (CODIGO DO CURRICULO): '
           ACCEPT WS-MATERIA
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WS-BIMESTRE
           DISPLAY 'NOTA (0 A 10): '
           ACCEPT WS-NOTA
           PERFORM P340-CONFERE-GRADE

           IF WS-MATERIA EQUAL SPACES OR NOT MATERIA-NA-GRADE OR
              WS-BIMESTRE LESS THAN 1 OR WS-BIMESTRE GREATER THAN 4
              OR WS-NOTA GREATER THAN 10
               DISPLAY 'DADOS INVALIDOS! NOTA NAO LANCADA.'
      * ORIGINAL E PRESERVADA E A DE RECUPERACAO FICA AO LADO
      ******************************************************************
       P330-GRAVA-RECUPERACAO.
           DISPLAY 'MATERIA (CODIGO DO CURRICULO): '
           ACCEPT WS-MATERIA
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WS-BIMESTRE
           DISPLAY 'NOTA DA RECUPERACAO (0 A 10): '
           ACCEPT WS-NOTA
           PERFORM P340-CONFERE-GRADE

           IF WS-MATERIA EQUAL SPACES OR NOT MATERIA-NA-GRADE OR
              WS-BIMESTRE LESS THAN 1 OR WS-BIMESTRE GREATER THAN 4
              OR WS-NOTA GREATER THAN 10
               DISPLAY 'DADOS INVALIDOS! RECUPERACAO NAO LANCADA.'
           .
       P330-FIM.

      ******************************************************************
      * A MATERIA TEM DE ESTAR NO QUADRO DE HORARIOS DA TURMA NO ANO
      * (HORARIOS.dat, MANTIDO EM GRDESC) - MESMO CODIGO DO CURRICULO
      ******************************************************************
       P340-CONFERE-GRADE.
           INSPECT WS-MATERIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           SET MATERIA-NA-GRADE    TO FALSE
           SET FS-HOR-OK           TO TRUE
           SET EOF-HOR-OK          TO FALSE

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               DISPLAY 'QUADRO DE HORARIOS NAO CADASTRADO - CADASTRE '
                       'A GRADE DA TURMA EM GRDESC.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE-AAAA        TO HOR-ANO
           MOVE WS-TURMA-ALUNO      TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-HOR-OK   TO TRUE
           END-START
           PERFORM P345-LE-HORARIO
               UNTIL EOF-HOR-OK OR MATERIA-NA-GRADE

           CLOSE HORARIOS

           IF NOT MATERIA-NA-GRADE
               DISPLAY 'MATERIA ' WS-MATERIA ' NAO CONSTA DA GRADE DA '
                       'TURMA ' WS-TURMA-ALUNO ' (GRDESC)!'
           END-IF
           .
       P340-FIM.

       P345-LE-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-HOR-OK  TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-HOJE-AAAA OR
                      HOR-TURMA NOT EQUAL WS-TURMA-ALUNO
                       SET EOF-HOR-OK TO TRUE
                   ELSE
                       IF HOR-MATERIA EQUAL WS-MATERIA
                           SET MATERIA-NA-GRADE TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       P345-FIM.

       P320-CORRIGE-NOTA.
           DISPLAY 'JA EXISTE NOTA LANCADA PARA ESSA MATERIA/'
                   'BIMESTRE. SOBRESCREVER? <S/N>: '
           .
       P320-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CADNOTA.
