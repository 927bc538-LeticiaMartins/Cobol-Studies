      *         MATRICULADOS NELA NO ANO DA CHAMADA (MATRICULAS.dat,
      *         MANTIDO POR MATRESC), EM VEZ DE CHAMAR A LISTA
      *         INTEIRA DE STUDENT.TXT
      * Update: 04/12/2024 - A MATERIA DA CHAMADA PASSA A SER CONFERIDA
      *         NO QUADRO DE HORARIOS DA TURMA (HORARIOS.dat DE GRDESC):
      *         FORA DA GRADE A CHAMADA E RECUSADA, E EM DIA DA SEMANA
      *         SEM AULA DA MATERIA SO COMO REPOSICAO CONFIRMADA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFREQ.
           RECORD  KEY  IS FRQ-CHAVE
           FILE STATUS IS WS-FS-FRQ.

           SELECT HORARIOS ASSIGN TO
           'HORARIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS HOR-CHAVE
           FILE STATUS IS WS-FS-HOR.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
              88 FRQ-PRESENTE            VALUE 'P'.
              88 FRQ-AUSENTE             VALUE 'A'.

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
       77 WS-DATA-CHAMADA                PIC 9(08) VALUE ZEROS.
       77 WS-MARCACAO                    PIC X VALUE SPACES.
       77 WS-QTD-MARCADOS                PIC 9(05) VALUE ZEROS.
       77 WS-FS-HOR                      PIC 99.
          88 FS-HOR-OK                   VALUE 0.
       77 WS-EOF-HOR                     PIC X.
          88 EOF-HOR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-NA-GRADE                    PIC X VALUE 'N'.
          88 MATERIA-NA-GRADE            VALUE 'S' FALSE 'N'.
       77 WS-NO-DIA                      PIC X VALUE 'N'.
          88 AULA-NO-DIA                 VALUE 'S' FALSE 'N'.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-CORRIDOS               PIC 9(07) VALUE ZEROS.
       77 WS-SEMANAS                     PIC 9(07) VALUE ZEROS.
       77 WS-CONFIRM                     PIC X VALUE SPACES.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** LANCAMENTO DIARIO DE FREQUENCIA ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'TURMA DA CHAMADA: '
           ACCEPT WS-TURMA-CHAMADA

           DISPLAY 'MATERIA DA CHAMADA (CODIGO DO CURRICULO): '
           ACCEPT WS-MATERIA-CHAMADA

           IF WS-MATERIA-CHAMADA EQUAL SPACES
               PERFORM P900-FIM
           END-IF

           PERFORM P200-CONFERE-GRADE
           IF NOT MATERIA-NA-GRADE
               DISPLAY 'MATERIA ' WS-MATERIA-CHAMADA ' NAO CONSTA DA '
                       'GRADE DA TURMA ' WS-TURMA-CHAMADA ' (GRDESC) - '
                       'CHAMADA NAO REALIZADA.'
               SET LK-ERRO          TO TRUE
               PERFORM P900-FIM
           END-IF
           IF NOT AULA-NO-DIA
               DISPLAY 'A TURMA NAO TEM AULA DE ' WS-MATERIA-CHAMADA
                       ' NESSE DIA DA SEMANA. E AULA DE REPOSICAO? '
                       '<S/N>: '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL 'S' AND
                  WS-CONFIRM NOT EQUAL 's'
                   DISPLAY 'CHAMADA NAO REALIZADA.'
                   PERFORM P900-FIM
               END-IF
           END-IF

           PERFORM P300-CHAMADA
           PERFORM P900-FIM
           .
      ******************************************************************
      * A MATERIA DA CHAMADA TEM DE ESTAR NO QUADRO DE HORARIOS DA
      * TURMA NO ANO (HORARIOS.dat DE GRDESC), E NORMALMENTE NUM
      * HORARIO DO DIA DA SEMANA DA DATA (1 = SEGUNDA ... 6 = SABADO;
      * O DIA 1 DO CALENDARIO DE INTEGER-OF-DATE, 01/01/1601, FOI UMA
      * SEGUNDA-FEIRA)
      ******************************************************************
       P200-CONFERE-GRADE.
           INSPECT WS-MATERIA-CHAMADA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           SET MATERIA-NA-GRADE    TO FALSE
           SET AULA-NO-DIA         TO FALSE

           COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CHAMADA)
           DIVIDE WS-DIAS-CORRIDOS BY 7 GIVING WS-SEMANAS
                  REMAINDER WS-DIA-SEMANA

           SET FS-HOR-OK           TO TRUE
           SET EOF-HOR-OK          TO FALSE
           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-CHAMADA      TO HOR-ANO
           MOVE WS-TURMA-CHAMADA    TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-HOR-OK   TO TRUE
           END-START
           PERFORM P210-LE-HORARIO UNTIL EOF-HOR-OK

           CLOSE HORARIOS
           .
       P200-FIM.

       P210-LE-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-HOR-OK  TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-CHAMADA OR
                      HOR-TURMA NOT EQUAL WS-TURMA-CHAMADA
                       SET EOF-HOR-OK TO TRUE
                   ELSE
                       IF HOR-MATERIA EQUAL WS-MATERIA-CHAMADA
                           SET MATERIA-NA-GRADE TO TRUE
                           IF HOR-DIA-SEMANA EQUAL WS-DIA-SEMANA
                               SET AULA-NO-DIA TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P210-FIM.

       P300-CHAMADA.
           SET FS-OK               TO TRUE
           SET FS-FRQ-OK           TO TRUE
           .
       P310-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CADFREQ.
