      *          ORIGINAL E RENOMEIA; RODA SOZINHO OU COMO PASSO DO
      *          PLANO NOTURNO (JOBCNTT)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REOCLIE.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                    VALUE ZEROS.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CLIENTES.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** REORGANIZACAO DE CLIENTES.dat ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-REORGANIZA
           .
       P300-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
