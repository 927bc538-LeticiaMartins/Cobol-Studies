      *         PERCENTUAL DE AUSENCIA PASSA A SER TOTALIZADO POR
      *         ALUNO E MATERIA - A REPROVACAO POR FALTA E DECIDIDA
      *         POR MATERIA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFREQ.
       77 WS-IND-TRM                     PIC 9(03) VALUE ZEROS.
       77 WS-NA-TURMA                    PIC X VALUE 'N'.
          88 NA-TURMA                    VALUE 'S' FALSE 'N'.
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

           DISPLAY '*** RELATORIO DE FREQUENCIA ***'
           SET LK-SUCESSO          TO TRUE

           .
       P525-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM RELFREQ.
