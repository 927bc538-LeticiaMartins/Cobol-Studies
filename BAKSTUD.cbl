      * Tectonics: cobc -I copybooks
      * Update: 12/09/2024 - TAMANHO DO REGISTRO DE ALUNO AJUSTADO
      *         PARA O ST-STUDENT INCLUIDO EM ARQV-EX
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAKSTUD.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       77 WS-BACKUP-FILE                  PIC X(30) VALUE SPACES.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** BACKUP DE STUDENT.TXT ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-BACKUP
           .
       P300-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
