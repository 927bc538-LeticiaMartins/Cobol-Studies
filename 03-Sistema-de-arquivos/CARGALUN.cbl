      *         REGISTRO DEPOIS DA LIMPEZA (O MOVE SPACES DE
      *         P220-GRAVA-REJEITADO APAGAVA O MOTIVO JA PREENCHIDO E
      *         ALUNOS_REJ.TXT SAIA SEM CODIGO DE MOTIVO)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALUN.
       77 WS-LEN-NOME                    PIC 99 VALUE ZEROS.
       77 WS-REJ-MOTIVO                  PIC X(03) VALUE SPACES.
       77 WS-REJ-DESCRICAO               PIC X(30) VALUE SPACES.
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

           DISPLAY '*** CARGA EM LOTE DE ALUNOS ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P100-ABRE-ARQUIVOS
               DISPLAY 'REJEITADOS GRAVADOS EM ALUNOS_REJ.TXT'
           END-IF
           .
       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CARGALUN.
