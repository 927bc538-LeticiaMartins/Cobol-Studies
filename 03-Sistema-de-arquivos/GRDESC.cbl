      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 04/12/2024
      * Purpose: GRADE CURRICULAR, PROFESSORES E QUADRO DE HORARIOS -
      *          MANTEM CURRICULO.dat (MATERIAS DE CADA SERIE, CHAVE
      *          SERIE + MATERIA, COM A QUANTIDADE DE AULAS SEMANAIS),
      *          PROFESSORES.dat (CADASTRO DOS PROFESSORES) E
      *          HORARIOS.dat (CHAVE ANO + TURMA + DIA DA SEMANA +
      *          AULA, COM A MATERIA E O PROFESSOR DE CADA AULA); O
      *          CODIGO DA MATERIA DO CURRICULO E O UNICO ACEITO NAS
      *          NOTAS (CADNOTA) E NA CHAMADA (CADFREQ), QUE PASSAM A
      *          CONFERIR A GRADE DA TURMA - ACABA COM 'MATEM' E
      *          'MATEMAT' VIRANDO MATERIAS DIFERENTES NO BOLETIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULO ASSIGN TO
           'CURRICULO.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CUR-CHAVE
           FILE STATUS IS WS-FS-CUR.

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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 WS-FS-CUR                      PIC 99.
          88 FS-CUR-OK                   VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-FS-HOR                      PIC 99.
          88 FS-HOR-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                       PIC X VALUE SPACES.
       77 WS-CONFIRM                     PIC X VALUE SPACES.
       77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
       77 WS-TURMA                       PIC X(05) VALUE SPACES.
       77 WS-SERIE                       PIC 9(02) VALUE ZEROS.
       77 WS-MATERIA                     PIC X(10) VALUE SPACES.
       77 WS-DESCRICAO                   PIC X(30) VALUE SPACES.
       77 WS-AULAS-SEMANA                PIC 9(02) VALUE ZEROS.
       77 WS-CD-PROFESSOR                PIC 9(04) VALUE ZEROS.
       77 WS-NOME-PROFESSOR              PIC X(30) VALUE SPACES.
       77 WS-CPF-PROFESSOR               PIC X(11) VALUE SPACES.
       77 WS-STATUS                      PIC X(01) VALUE SPACES.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-AULA                        PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-NOME-DIA                    PIC X(03) VALUE SPACES.
       77 WS-GRADE-VALIDA                PIC X VALUE 'N'.
          88 GRADE-VALIDA                VALUE 'S' FALSE 'N'.
       01 WS-TABELA-DIAS-DADOS.
          03 FILLER                      PIC X(18) VALUE
             'SEGTERQUAQUISEXSAB'.
       01 WS-TABELA-DIAS REDEFINES WS-TABELA-DIAS-DADOS.
          03 WS-DIA-NOME                 PIC X(03) OCCURS 6 TIMES.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 FILLER                      PIC X(04).

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

           DISPLAY '*** GRADE CURRICULAR, PROFESSORES E HORARIOS ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <M> MATERIA DO CURRICULO, <P> PROFESSOR, '
                   '<H> HORARIO DA TURMA, <C> CONSULTAR CURRICULO, '
                   '<L> LISTAR GRADE DA TURMA OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM P310-MANTEM-MATERIA
               WHEN 'P'
               WHEN 'p'
                   PERFORM P330-MANTEM-PROFESSOR
               WHEN 'H'
               WHEN 'h'
                   PERFORM P350-MANTEM-HORARIO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P400-LISTA-CURRICULO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P420-LISTA-GRADE
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

       P306-PEDE-MATERIA.
           DISPLAY 'MATERIA (CODIGO DE ATE 10 POSICOES): '
           ACCEPT WS-MATERIA
           INSPECT WS-MATERIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       P306-FIM.

      ******************************************************************
      * MATERIA DO CURRICULO: INCLUSAO OU ALTERACAO PELA CHAVE SERIE +
      * MATERIA; A MATERIA NAO E EXCLUIDA, E INATIVADA (AS NOTAS E
      * FREQUENCIAS DOS ANOS ANTERIORES CONTINUAM APONTANDO PARA ELA)
      ******************************************************************
       P310-MANTEM-MATERIA.
           DISPLAY 'SERIE (1 A 12): '
           ACCEPT WS-SERIE
           PERFORM P306-PEDE-MATERIA

           IF WS-SERIE EQUAL ZEROS OR WS-SERIE GREATER THAN 12 OR
              WS-MATERIA EQUAL SPACES
               DISPLAY 'SERIE/MATERIA INVALIDA!'
               EXIT PARAGRAPH
           END-IF

           SET FS-CUR-OK           TO TRUE
           OPEN I-O CURRICULO
           IF WS-FS-CUR EQUAL 35 THEN
               OPEN OUTPUT CURRICULO
               CLOSE CURRICULO
               OPEN I-O CURRICULO
           END-IF

           IF NOT FS-CUR-OK
               DISPLAY 'ERRO AO ABRIR CURRICULO.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-CUR
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SERIE            TO CUR-SERIE
           MOVE WS-MATERIA          TO CUR-MATERIA
           READ CURRICULO
               KEY IS CUR-CHAVE
               INVALID KEY
                   PERFORM P315-INCLUI-MATERIA
               NOT INVALID KEY
                   PERFORM P320-ALTERA-MATERIA
           END-READ

           CLOSE CURRICULO
           .
       P310-FIM.

       P315-INCLUI-MATERIA.
           DISPLAY 'MATERIA NOVA NA SERIE ' WS-SERIE '.'
           DISPLAY 'DESCRICAO: '
           ACCEPT WS-DESCRICAO
           DISPLAY 'AULAS POR SEMANA: '
           ACCEPT WS-AULAS-SEMANA

           IF WS-DESCRICAO EQUAL SPACES OR WS-AULAS-SEMANA EQUAL ZEROS
               DISPLAY 'DESCRICAO/AULAS INVALIDAS! MATERIA NAO '
                       'INCLUIDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SERIE            TO CUR-SERIE
           MOVE WS-MATERIA          TO CUR-MATERIA
           MOVE WS-DESCRICAO        TO CUR-DESCRICAO
           MOVE WS-AULAS-SEMANA     TO CUR-AULAS-SEMANA
           SET CUR-ATIVA            TO TRUE

           WRITE REG-CURRICULO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A MATERIA.'
               NOT INVALID KEY
                   DISPLAY 'MATERIA INCLUIDA NO CURRICULO!'
           END-WRITE
           .
       P315-FIM.

       P320-ALTERA-MATERIA.
           DISPLAY 'ATUAL: ' CUR-DESCRICAO ' - ' CUR-AULAS-SEMANA
                   ' AULAS/SEMANA - STATUS ' CUR-ST-MATERIA
           DISPLAY 'NOVA DESCRICAO (EM BRANCO = MANTER): '
           ACCEPT WS-DESCRICAO
           DISPLAY 'AULAS POR SEMANA (0 = MANTER): '
           ACCEPT WS-AULAS-SEMANA
           DISPLAY 'STATUS <A> ATIVA OU <I> INATIVA (EM BRANCO = '
                   'MANTER): '
           ACCEPT WS-STATUS

           IF WS-DESCRICAO NOT EQUAL SPACES
               MOVE WS-DESCRICAO    TO CUR-DESCRICAO
           END-IF
           IF WS-AULAS-SEMANA NOT EQUAL ZEROS
               MOVE WS-AULAS-SEMANA TO CUR-AULAS-SEMANA
           END-IF
           IF WS-STATUS EQUAL 'A' OR WS-STATUS EQUAL 'I'
               MOVE WS-STATUS       TO CUR-ST-MATERIA
           END-IF

           REWRITE REG-CURRICULO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A MATERIA.'
               NOT INVALID KEY
                   DISPLAY 'MATERIA ATUALIZADA!'
           END-REWRITE
           .
       P320-FIM.

      ******************************************************************
      * PROFESSOR: INCLUSAO OU ALTERACAO PELO CODIGO; O PROFESSOR QUE
      * SAI DA ESCOLA E INATIVADO E DEIXA DE ACEITAR HORARIOS NOVOS
      ******************************************************************
       P330-MANTEM-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT WS-CD-PROFESSOR

           IF WS-CD-PROFESSOR EQUAL ZEROS
               DISPLAY 'CODIGO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           SET FS-PRF-OK           TO TRUE
           OPEN I-O PROFESSORES
           IF WS-FS-PRF EQUAL 35 THEN
               OPEN OUTPUT PROFESSORES
               CLOSE PROFESSORES
               OPEN I-O PROFESSORES
           END-IF

           IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO ABRIR PROFESSORES.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-PROFESSOR     TO PRF-CD-PROFESSOR
           READ PROFESSORES
               KEY IS PRF-CD-PROFESSOR
               INVALID KEY
                   PERFORM P335-INCLUI-PROFESSOR
               NOT INVALID KEY
                   PERFORM P340-ALTERA-PROFESSOR
           END-READ

           CLOSE PROFESSORES
           .
       P330-FIM.

       P335-INCLUI-PROFESSOR.
           DISPLAY 'PROFESSOR NOVO.'
           DISPLAY 'NOME: '
           ACCEPT WS-NOME-PROFESSOR
           DISPLAY 'CPF (SOMENTE DIGITOS): '
           ACCEPT WS-CPF-PROFESSOR

           IF WS-NOME-PROFESSOR EQUAL SPACES
               DISPLAY 'NOME EM BRANCO! PROFESSOR NAO INCLUIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-PROFESSOR     TO PRF-CD-PROFESSOR
           MOVE WS-NOME-PROFESSOR   TO PRF-NOME
           MOVE WS-CPF-PROFESSOR    TO PRF-CPF
           SET PRF-ATIVO            TO TRUE

           WRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PROFESSOR.'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR INCLUIDO COM SUCESSO!'
           END-WRITE
           .
       P335-FIM.

       P340-ALTERA-PROFESSOR.
           DISPLAY 'ATUAL: ' PRF-NOME ' - CPF ' PRF-CPF
                   ' - STATUS ' PRF-ST-PROFESSOR
           DISPLAY 'NOVO NOME (EM BRANCO = MANTER): '
           ACCEPT WS-NOME-PROFESSOR
           DISPLAY 'NOVO CPF (EM BRANCO = MANTER): '
           ACCEPT WS-CPF-PROFESSOR
           DISPLAY 'STATUS <A> ATIVO OU <I> INATIVO (EM BRANCO = '
                   'MANTER): '
           ACCEPT WS-STATUS

           IF WS-NOME-PROFESSOR NOT EQUAL SPACES
               MOVE WS-NOME-PROFESSOR TO PRF-NOME
           END-IF
           IF WS-CPF-PROFESSOR NOT EQUAL SPACES
               MOVE WS-CPF-PROFESSOR TO PRF-CPF
           END-IF
           IF WS-STATUS EQUAL 'A' OR WS-STATUS EQUAL 'I'
               MOVE WS-STATUS       TO PRF-ST-PROFESSOR
           END-IF

           REWRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PROFESSOR.'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR ATUALIZADO!'
           END-REWRITE
           .
       P340-FIM.

      ******************************************************************
      * HORARIO DA TURMA: UMA AULA (DIA DA SEMANA + NUMERO DA AULA) COM
      * A MATERIA E O PROFESSOR. A MATERIA TEM DE ESTAR ATIVA NO
      * CURRICULO DA SERIE, O PROFESSOR ATIVO E LIVRE NAQUELE DIA E
      * AULA, E A TURMA NAO PODE TER AULAS DE DUAS SERIES; MATERIA EM
      * BRANCO LIBERA O HORARIO
      ******************************************************************
       P350-MANTEM-HORARIO.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA (ATE 5 POSICOES, EX: 5A): '
           ACCEPT WS-TURMA
           DISPLAY 'SERIE DA TURMA (1 A 12): '
           ACCEPT WS-SERIE
           DISPLAY 'DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                   '6=SAB): '
           ACCEPT WS-DIA-SEMANA
           DISPLAY 'NUMERO DA AULA NO DIA (1 A 9): '
           ACCEPT WS-AULA

           IF WS-TURMA EQUAL SPACES OR
              WS-SERIE EQUAL ZEROS OR WS-SERIE GREATER THAN 12 OR
              WS-DIA-SEMANA EQUAL ZEROS OR
              WS-DIA-SEMANA GREATER THAN 6 OR
              WS-AULA EQUAL ZEROS
               DISPLAY 'TURMA/SERIE/DIA/AULA INVALIDOS!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MATERIA (EM BRANCO = LIBERAR O HORARIO): '
           ACCEPT WS-MATERIA
           INSPECT WS-MATERIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           SET FS-HOR-OK           TO TRUE
           OPEN I-O HORARIOS
           IF WS-FS-HOR EQUAL 35 THEN
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN I-O HORARIOS
           END-IF

           IF NOT FS-HOR-OK
               DISPLAY 'ERRO AO ABRIR HORARIOS.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-HOR
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-MATERIA EQUAL SPACES
               PERFORM P355-LIBERA-HORARIO
           ELSE
               DISPLAY 'CODIGO DO PROFESSOR: '
               ACCEPT WS-CD-PROFESSOR
               PERFORM P360-VALIDA-HORARIO
               IF GRADE-VALIDA
                   PERFORM P370-GRAVA-HORARIO
               END-IF
           END-IF

           CLOSE HORARIOS
           .
       P350-FIM.

       P355-LIBERA-HORARIO.
           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE WS-TURMA            TO HOR-TURMA
           MOVE WS-DIA-SEMANA       TO HOR-DIA-SEMANA
           MOVE WS-AULA             TO HOR-AULA
           DELETE HORARIOS RECORD
               INVALID KEY
                   DISPLAY 'NAO HA AULA NESSE HORARIO.'
               NOT INVALID KEY
                   DISPLAY 'HORARIO LIBERADO!'
           END-DELETE
           .
       P355-FIM.

       P360-VALIDA-HORARIO.
           SET GRADE-VALIDA        TO FALSE

           SET FS-CUR-OK           TO TRUE
           OPEN INPUT CURRICULO
           IF NOT FS-CUR-OK
               DISPLAY 'CURRICULO NAO CADASTRADO! INCLUA AS MATERIAS '
                       'DA SERIE ANTES DO HORARIO.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SERIE            TO CUR-SERIE
           MOVE WS-MATERIA          TO CUR-MATERIA
           READ CURRICULO
               KEY IS CUR-CHAVE
               INVALID KEY
                   MOVE SPACE       TO CUR-ST-MATERIA
           END-READ
           CLOSE CURRICULO
           IF NOT CUR-ATIVA
               DISPLAY 'MATERIA ' WS-MATERIA ' NAO CONSTA (ATIVA) DO '
                       'CURRICULO DA SERIE ' WS-SERIE '!'
               EXIT PARAGRAPH
           END-IF

           SET FS-PRF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-PRF-OK
               DISPLAY 'PROFESSORES NAO CADASTRADOS!'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-PROFESSOR     TO PRF-CD-PROFESSOR
           READ PROFESSORES
               KEY IS PRF-CD-PROFESSOR
               INVALID KEY
                   MOVE SPACE       TO PRF-ST-PROFESSOR
           END-READ
           CLOSE PROFESSORES
           IF NOT PRF-ATIVO
               DISPLAY 'PROFESSOR ' WS-CD-PROFESSOR
                       ' NAO CADASTRADO OU INATIVO!'
               EXIT PARAGRAPH
           END-IF

           SET GRADE-VALIDA        TO TRUE
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE LOW-VALUES          TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P365-CONFERE-CONFLITO UNTIL EOF-OK
           .
       P360-FIM.

       P365-CONFERE-CONFLITO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   IF HOR-TURMA EQUAL WS-TURMA AND
                      HOR-SERIE NOT EQUAL WS-SERIE
                       DISPLAY 'A TURMA ' WS-TURMA ' JA TEM AULAS DA '
                               'SERIE ' HOR-SERIE '!'
                       SET GRADE-VALIDA TO FALSE
                   END-IF
                   IF HOR-TURMA NOT EQUAL WS-TURMA AND
                      HOR-DIA-SEMANA EQUAL WS-DIA-SEMANA AND
                      HOR-AULA EQUAL WS-AULA AND
                      HOR-CD-PROFESSOR EQUAL WS-CD-PROFESSOR
                       DISPLAY 'PROFESSOR JA DA AULA NESSE HORARIO NA '
                               'TURMA ' HOR-TURMA '!'
                       SET GRADE-VALIDA TO FALSE
                   END-IF
           END-READ
           .
       P365-FIM.

       P370-GRAVA-HORARIO.
           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE WS-TURMA            TO HOR-TURMA
           MOVE WS-DIA-SEMANA       TO HOR-DIA-SEMANA
           MOVE WS-AULA             TO HOR-AULA
           MOVE WS-SERIE            TO HOR-SERIE
           MOVE WS-MATERIA          TO HOR-MATERIA
           MOVE WS-CD-PROFESSOR     TO HOR-CD-PROFESSOR

           WRITE REG-HORARIO
               INVALID KEY
                   DISPLAY 'HORARIO JA OCUPADO! SUBSTITUIR A AULA? '
                           '<S/N>: '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' OR WS-CONFIRM EQUAL 's'
                       MOVE WS-SERIE        TO HOR-SERIE
                       MOVE WS-MATERIA      TO HOR-MATERIA
                       MOVE WS-CD-PROFESSOR TO HOR-CD-PROFESSOR
                       REWRITE REG-HORARIO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O HORARIO.'
                           NOT INVALID KEY
                               DISPLAY 'HORARIO ATUALIZADO!'
                       END-REWRITE
                   ELSE
                       DISPLAY 'HORARIO MANTIDO COMO ESTAVA.'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'HORARIO GRAVADO COM SUCESSO!'
           END-WRITE
           .
       P370-FIM.

       P400-LISTA-CURRICULO.
           DISPLAY 'SERIE (1 A 12): '
           ACCEPT WS-SERIE

           SET FS-CUR-OK           TO TRUE
           SET EOF-OK              TO FALSE
           MOVE ZEROS               TO WS-QTD-LISTADOS

           OPEN INPUT CURRICULO
           IF NOT FS-CUR-OK
               DISPLAY 'NENHUMA MATERIA NO CURRICULO AINDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SERIE            TO CUR-SERIE
           MOVE LOW-VALUES          TO CUR-MATERIA
           START CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           DISPLAY 'CURRICULO DA SERIE ' WS-SERIE ':'
           PERFORM P410-MOSTRA-MATERIA UNTIL EOF-OK
           DISPLAY 'MATERIAS: ' WS-QTD-LISTADOS

           CLOSE CURRICULO
           .
       P400-FIM.

       P410-MOSTRA-MATERIA.
           READ CURRICULO NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF CUR-SERIE NOT EQUAL WS-SERIE
                       SET EOF-OK  TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LISTADOS
                       DISPLAY '  ' CUR-MATERIA ' ' CUR-DESCRICAO ' '
                               CUR-AULAS-SEMANA ' AULAS/SEMANA '
                               CUR-ST-MATERIA
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-LISTA-GRADE.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA

           SET FS-HOR-OK           TO TRUE
           SET EOF-OK              TO FALSE
           MOVE ZEROS               TO WS-QTD-LISTADOS

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               DISPLAY 'NENHUM HORARIO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE WS-TURMA            TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           DISPLAY 'GRADE DA TURMA ' WS-TURMA ' DO ANO '
                   WS-ANO-LETIVO ':'
           PERFORM P430-MOSTRA-HORARIO UNTIL EOF-OK
           DISPLAY 'AULAS POR SEMANA: ' WS-QTD-LISTADOS

           CLOSE HORARIOS
           .
       P420-FIM.

       P430-MOSTRA-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-LETIVO OR
                      HOR-TURMA NOT EQUAL WS-TURMA
                       SET EOF-OK  TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LISTADOS
                       MOVE WS-DIA-NOME(HOR-DIA-SEMANA) TO WS-NOME-DIA
                       DISPLAY '  ' WS-NOME-DIA ' AULA ' HOR-AULA
                               ' - ' HOR-MATERIA ' PROFESSOR '
                               HOR-CD-PROFESSOR
                   END-IF
           END-READ
           .
       P430-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM GRDESC.
