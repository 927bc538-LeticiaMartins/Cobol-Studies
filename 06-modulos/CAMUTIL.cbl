      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 28/11/2024
      * Purpose: MODULO UTILITARIO DE CAMPANHAS (CAMPANHAS.dat,
      *          FD_CAMP, E CAMPANHA_MEMBROS.dat, FD_MCAM):
      *          <V> CONFERE O CODIGO DE CAMPANHA INFORMADO NA TIRAGEM
      *              (CADASTRADA, ATIVA E COM A JANELA AINDA ABERTA) E
      *              DEVOLVE NOME, CANAL, SEGMENTO E JANELA;
      *          <M> GRAVA O CONTATO COMO MEMBRO DA CAMPANHA, COM A
      *              DATA DE HOJE E O PROGRAMA DE ORIGEM; CONTATO QUE
      *              JA E MEMBRO FICA COMO ESTAVA (RESULTADO D)
      *          USADO POR CANCNTT, ETQCNTT, CARCNTT E ANVCNTT
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO
           'CAMPANHAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CAM-CODIGO
           FILE STATUS IS WS-FS-CAM.

           SELECT MEMBROS ASSIGN TO
           'CAMPANHA_MEMBROS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MCA-CHAVE
           FILE STATUS IS WS-FS-MCA.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
          COPY FD_CAMP.

       FD MEMBROS.
          COPY FD_MCAM.

       WORKING-STORAGE SECTION.
       77 WS-FS-CAM                       PIC 99.
          88 FS-CAM-OK                    VALUE 0.
       77 WS-FS-MCA                       PIC 99.
          88 FS-MCA-OK                    VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-CAM.
          03 LK-CAM-FUNCAO                PIC X(01).
             88 LK-CAM-VALIDA             VALUE 'V'.
             88 LK-CAM-MEMBRO             VALUE 'M'.
          03 LK-CAM-CODIGO                PIC X(06).
          03 LK-CAM-ID-CONTATO            PIC 9(06).
          03 LK-CAM-ORIGEM                PIC X(08).
          03 LK-CAM-NOME                  PIC X(30).
          03 LK-CAM-CANAL                 PIC X(01).
          03 LK-CAM-SEGMENTO              PIC X(15).
          03 LK-CAM-DT-INICIO             PIC 9(08).
          03 LK-CAM-DT-FIM                PIC 9(08).
          03 LK-CAM-RESULTADO             PIC X(01).
             88 LK-CAM-OK                 VALUE 'S'.
             88 LK-CAM-JA-MEMBRO          VALUE 'D'.
             88 LK-CAM-RECUSADO           VALUE 'N'.
          03 LK-CAM-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-CAM.
       MAIN-PROCEDURE.

           SET LK-CAM-RECUSADO      TO TRUE
           MOVE SPACES              TO LK-CAM-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN LK-CAM-VALIDA
                   PERFORM P100-VALIDA
               WHEN LK-CAM-MEMBRO
                   PERFORM P200-GRAVA-MEMBRO
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-CAM-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CAMPANHA CADASTRADA, ATIVA E COM A JANELA AINDA ABERTA
      ******************************************************************
       P100-VALIDA.
           MOVE SPACES              TO LK-CAM-NOME
           MOVE SPACES              TO LK-CAM-CANAL
           MOVE SPACES              TO LK-CAM-SEGMENTO
           MOVE ZEROS               TO LK-CAM-DT-INICIO
           MOVE ZEROS               TO LK-CAM-DT-FIM

           SET FS-CAM-OK            TO TRUE
           OPEN INPUT CAMPANHAS

           IF NOT FS-CAM-OK
               MOVE 'NENHUMA CAMPANHA CADASTRADA (CMPCNTT)'
                                    TO LK-CAM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CAM-CODIGO       TO CAM-CODIGO
           READ CAMPANHAS
               KEY IS CAM-CODIGO
               INVALID KEY
                   MOVE 'CAMPANHA NAO CADASTRADA'
                                    TO LK-CAM-MOTIVO
               NOT INVALID KEY
                   MOVE CAM-NOME      TO LK-CAM-NOME
                   MOVE CAM-CANAL     TO LK-CAM-CANAL
                   MOVE CAM-SEGMENTO  TO LK-CAM-SEGMENTO
                   MOVE CAM-DT-INICIO TO LK-CAM-DT-INICIO
                   MOVE CAM-DT-FIM    TO LK-CAM-DT-FIM
                   EVALUATE TRUE
                       WHEN CAM-ENCERRADA
                           MOVE 'CAMPANHA ENCERRADA'
                                    TO LK-CAM-MOTIVO
                       WHEN CAM-DT-FIM LESS THAN WS-DATA-HOJE
                           MOVE 'JANELA DA CAMPANHA JA TERMINOU'
                                    TO LK-CAM-MOTIVO
                       WHEN OTHER
                           SET LK-CAM-OK TO TRUE
                   END-EVALUATE
           END-READ

           CLOSE CAMPANHAS
           .
       P100-FIM.

      ******************************************************************
      * CONTATO INCLUIDO NA TIRAGEM DA CAMPANHA
      ******************************************************************
       P200-GRAVA-MEMBRO.
           SET FS-MCA-OK            TO TRUE

           OPEN I-O MEMBROS
           IF WS-FS-MCA EQUAL 35
               OPEN OUTPUT MEMBROS
               CLOSE MEMBROS
               OPEN I-O MEMBROS
           END-IF

           IF NOT FS-MCA-OK
               STRING 'ERRO AO ABRIR CAMPANHA_MEMBROS.dat - FS '
                      WS-FS-MCA
                      DELIMITED BY SIZE INTO LK-CAM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-MEMBRO-CAMPANHA
           MOVE LK-CAM-CODIGO       TO MCA-CAMPANHA
           MOVE LK-CAM-ID-CONTATO   TO MCA-ID-CONTATO
           MOVE WS-DATA-HOJE        TO MCA-DT-INCLUSAO
           MOVE LK-CAM-ORIGEM       TO MCA-ORIGEM
           SET MCA-SEM-RESPOSTA     TO TRUE
           SET MCA-NAO-CONVERTIDO   TO TRUE

           WRITE REG-MEMBRO-CAMPANHA
               INVALID KEY
                   SET LK-CAM-JA-MEMBRO TO TRUE
               NOT INVALID KEY
                   SET LK-CAM-OK    TO TRUE
           END-WRITE

           CLOSE MEMBROS
           .
       P200-FIM.
       END PROGRAM CAMUTIL.
