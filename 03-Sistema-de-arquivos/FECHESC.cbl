      * Update: 25/10/2024 - LAYOUT DE PRESENCA.dat ACOMPANHA A
      *         MATERIA NA CHAVE (CADFREQ); O LIMITE DE AUSENCIA DO
      *         FECHAMENTO CONTINUA SOBRE O TOTAL DO ANO
      * Update: 05/12/2024 - O FECHAMENTO PASSA A GUARDAR A MEDIA DE
      *         CADA MATERIA DO ALUNO NO ANO EM MEDIAS_ANUAIS.dat (CHAVE
      *         ANO + ALUNO + MATERIA, COM A MAIOR ENTRE NOTA E
      *         RECUPERACAO), BASE DO HISTORICO ESCOLAR (HISESC) DOS
      *         ANOS FECHADOS
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHESC.
           RECORD  KEY  IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.

           SELECT MEDIAS-ANUAIS ASSIGN TO
           'MEDIAS_ANUAIS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MDA-CHAVE
           FILE STATUS IS WS-FS-MDA.

       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
              88 RES-REPROVADO           VALUE 'R'.
              88 RES-APROV-RECUPERACAO   VALUE 'C'.

       FD MEDIAS-ANUAIS.
       01 REG-MEDIA-ANUAL.
           03 MDA-CHAVE.
              05 MDA-ANO                 PIC 9(04).
              05 MDA-CD-STUDENT          PIC 9(05).
              05 MDA-MATERIA             PIC X(10).
           03 MDA-MEDIA                  PIC 9(02)V99.
           03 MDA-QTD-NOTAS              PIC 9(02).
           03 MDA-RECUPERACAO            PIC X(01).
              88 MDA-COM-RECUPERACAO     VALUE 'S'.

       WORKING-STORAGE SECTION.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-CD-FECHAMENTO               PIC 9(05) VALUE ZEROS.
       77 WS-TURMA-FECHAMENTO            PIC X(05) VALUE SPACES.
       77 WS-SERIE-FECHAMENTO            PIC 9(02) VALUE ZEROS.
       77 WS-FS-MDA                      PIC 99.
          88 FS-MDA-OK                   VALUE 0.
       77 WS-QTD-MATERIAS                PIC 9(02) VALUE ZEROS.
       77 WS-IND                         PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU                       PIC X VALUE 'N'.
          88 WS-ACHOU-OK                 VALUE 'S' FALSE 'N'.
       77 WS-NOTA-CONSIDERADA            PIC 9(02)V99 VALUE ZEROS.
       01 WS-TABELA-MATERIAS.
          03 WS-MAT-ITEM                 OCCURS 20 TIMES.
             05 WS-MAT-NOME              PIC X(10).
             05 WS-MAT-SOMA              PIC 9(05)V99.
             05 WS-MAT-QTD               PIC 9(02).
             05 WS-MAT-RECUPERACAO       PIC X(01).
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
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

           DISPLAY '*** FECHAMENTO DO ANO LETIVO ***'
           SET LK-SUCESSO          TO TRUE

               OPEN OUTPUT RESULTADOS
           END-IF

           SET FS-MDA-OK           TO TRUE
           OPEN I-O   MEDIAS-ANUAIS
           IF WS-FS-MDA EQUAL 35
               OPEN OUTPUT MEDIAS-ANUAIS
           END-IF

           IF WS-FS-FRQ EQUAL 35
               SET TEM-PRESENCA    TO FALSE
           ELSE
               SET TEM-PRESENCA    TO TRUE
           END-IF

           IF FS-MAT-OK AND FS-NTA-OK AND FS-RES-OK AND FS-MDA-OK
               MOVE WS-ANO-LETIVO   TO MAT-ANO
               MOVE ZEROS           TO MAT-CD-STUDENT
               START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               CLOSE PRESENCA
           END-IF
           CLOSE RESULTADOS
           CLOSE MEDIAS-ANUAIS
           .
       P300-FIM.

           MOVE ZEROS               TO WS-SOMA-NOTAS
           MOVE ZEROS               TO WS-QTD-NOTAS
           MOVE ZEROS               TO WS-MEDIA-GERAL
           MOVE ZEROS               TO WS-QTD-MATERIAS
           SET HOUVE-RECUPERACAO    TO FALSE
           SET EOF-NTA-OK           TO FALSE

                   ELSE
                       IF NTA-COM-RECUPERACAO AND
                          NTA-NOTA-RECUPERACAO GREATER THAN NTA-NOTA
                           MOVE NTA-NOTA-RECUPERACAO
                                    TO WS-NOTA-CONSIDERADA
                           SET HOUVE-RECUPERACAO TO TRUE
                       ELSE
                           MOVE NTA-NOTA TO WS-NOTA-CONSIDERADA
                       END-IF
                       ADD WS-NOTA-CONSIDERADA TO WS-SOMA-NOTAS
                       ADD 1        TO WS-QTD-NOTAS
                       PERFORM P327-SOMA-MATERIA
                   END-IF
           END-READ
           .
       P325-FIM.

      ******************************************************************
      * MEDIA POR MATERIA DO ANO, GUARDADA NO FECHAMENTO EM
      * MEDIAS_ANUAIS.dat: NOTAS_ALUNOS.dat NAO TEM O ANO NA CHAVE E E
      * REAPROVEITADO NO ANO SEGUINTE, ENTAO O HISTORICO ESCOLAR
      * (HISESC) DOS ANOS FECHADOS SAI DAQUI
      ******************************************************************
       P327-SOMA-MATERIA.
           SET WS-ACHOU-OK          TO FALSE
           PERFORM P328-COMPARA-MATERIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-MATERIAS
                  OR WS-ACHOU-OK
           IF WS-ACHOU-OK
               SUBTRACT 1           FROM WS-IND
           ELSE
               IF WS-QTD-MATERIAS LESS THAN 20
                   ADD 1            TO WS-QTD-MATERIAS
                   MOVE WS-QTD-MATERIAS TO WS-IND
                   MOVE NTA-MATERIA TO WS-MAT-NOME(WS-IND)
                   MOVE ZEROS       TO WS-MAT-SOMA(WS-IND)
                   MOVE ZEROS       TO WS-MAT-QTD(WS-IND)
                   MOVE 'N'         TO WS-MAT-RECUPERACAO(WS-IND)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD WS-NOTA-CONSIDERADA  TO WS-MAT-SOMA(WS-IND)
           ADD 1                    TO WS-MAT-QTD(WS-IND)
           IF NTA-COM-RECUPERACAO AND
              NTA-NOTA-RECUPERACAO GREATER THAN NTA-NOTA
               MOVE 'S'             TO WS-MAT-RECUPERACAO(WS-IND)
           END-IF
           .
       P327-FIM.

       P328-COMPARA-MATERIA.
           IF WS-MAT-NOME(WS-IND) EQUAL NTA-MATERIA
               SET WS-ACHOU-OK      TO TRUE
           END-IF
           .
       P328-FIM.

       P330-APURA-AUSENCIA.
           MOVE ZEROS               TO WS-QTD-PRESENCAS
           MOVE ZEROS               TO WS-QTD-AUSENCIAS

           ADD 1                    TO WS-QTD-FECHADOS

           PERFORM P355-GRAVA-MEDIA-MATERIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-MATERIAS

           IF NOT RES-REPROVADO
               PERFORM P370-MATRICULA-SEGUINTE
           END-IF
           .
       P350-FIM.

       P355-GRAVA-MEDIA-MATERIA.
           MOVE WS-ANO-LETIVO       TO MDA-ANO
           MOVE WS-CD-FECHAMENTO    TO MDA-CD-STUDENT
           MOVE WS-MAT-NOME(WS-IND) TO MDA-MATERIA
           COMPUTE MDA-MEDIA ROUNDED =
                   WS-MAT-SOMA(WS-IND) / WS-MAT-QTD(WS-IND)
           MOVE WS-MAT-QTD(WS-IND)  TO MDA-QTD-NOTAS
           MOVE WS-MAT-RECUPERACAO(WS-IND) TO MDA-RECUPERACAO

           WRITE REG-MEDIA-ANUAL
               INVALID KEY
                   REWRITE REG-MEDIA-ANUAL
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A MEDIA DE '
                                   MDA-MATERIA ' DO ALUNO '
                                   WS-CD-FECHAMENTO '.'
                   END-REWRITE
           END-WRITE
           .
       P355-FIM.

       P360-ENCERRA-MATRICULA.
           SET MAT-ENCERRADA        TO TRUE
           REWRITE REG-MATRICULA
           .
       P370-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM FECHESC.
