      *          &NOME, &RUA, &CIDADE, &UF E &DATA); CONTATO COM
      *          OPT-OUT DE MARKETING OU SEM DATA COLETADA FICA FORA
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 28/11/2024 - A CAMPANHA DE ANIVERSARIO PODE SER LIGADA A
      *         UMA CAMPANHA CADASTRADA (CAMPANHAS.dat, CMPCNTT): CADA
      *         ANIVERSARIANTE INCLUIDO VIRA MEMBRO PELO MODULO CAMUTIL
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANVCNTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MODELO ASSIGN TO
          03 WS-TMP-RUA                   PIC X(30).
          03 WS-TMP-CIDADE                PIC X(20).
          03 WS-TMP-UF                    PIC X(02).
       77 WS-CAMPANHA                     PIC X(06) VALUE SPACES.
       77 WS-QTD-MEMBROS                  PIC 9(05) VALUE ZEROS.
       01 WS-AREA-CAM.
          03 WS-CAM-FUNCAO                PIC X(01).
          03 WS-CAM-CODIGO                PIC X(06).
          03 WS-CAM-ID-CONTATO            PIC 9(06).
          03 WS-CAM-ORIGEM                PIC X(08).
          03 WS-CAM-NOME                  PIC X(30).
          03 WS-CAM-CANAL                 PIC X(01).
          03 WS-CAM-SEGMENTO              PIC X(15).
          03 WS-CAM-DT-INICIO             PIC 9(08).
          03 WS-CAM-DT-FIM                PIC 9(08).
          03 WS-CAM-RESULTADO             PIC X(01).
             88 WS-CAM-OK                 VALUE 'S'.
          03 WS-CAM-MOTIVO                PIC X(40).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CAMPANHA DE ANIVERSARIO ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P100-CARREGA-MODELO

           IF WS-QTD-LINHAS-MODELO GREATER THAN ZEROS
               PERFORM P200-PEDE-CAMPANHA
               IF LK-SUCESSO
                   PERFORM P300-GERA-CAMPANHA
               END-IF
           END-IF
           PERFORM P900-FIM
           .
           .
       P110-FIM.

      ******************************************************************
      * CAMPANHA DA TIRAGEM (CAMPANHAS.dat, CMPCNTT): CADA CONTATO
      * INCLUIDO VIRA MEMBRO DA CAMPANHA PELO MODULO CAMUTIL, PARA O
      * RELATORIO DE RESULTADOS (CMRCNTT); EM BRANCO = SEM CAMPANHA
      ******************************************************************
       P200-PEDE-CAMPANHA.
           MOVE SPACES              TO WS-CAMPANHA
           MOVE SPACES              TO WS-CAM-SEGMENTO
           MOVE ZEROS               TO WS-QTD-MEMBROS

           DISPLAY 'CODIGO DA CAMPANHA (EM BRANCO = SEM CAMPANHA): '
           ACCEPT WS-CAMPANHA
           INSPECT WS-CAMPANHA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-CAMPANHA EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'V'                 TO WS-CAM-FUNCAO
           MOVE WS-CAMPANHA         TO WS-CAM-CODIGO
           CALL 'CAMUTIL' USING WS-AREA-CAM

           IF WS-CAM-OK
               DISPLAY 'CAMPANHA ' WS-CAMPANHA ' - ' WS-CAM-NOME
           ELSE
               DISPLAY 'CAMPANHA ' WS-CAMPANHA ': ' WS-CAM-MOTIVO
               DISPLAY 'TIRAGEM CANCELADA.'
               SET LK-ERRO         TO TRUE
           END-IF
           .
       P200-FIM.

       P210-REGISTRA-MEMBRO.
           IF WS-CAMPANHA EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'M'                 TO WS-CAM-FUNCAO
           MOVE WS-CAMPANHA         TO WS-CAM-CODIGO
           MOVE WS-ID-CONTATO       TO WS-CAM-ID-CONTATO
           MOVE 'ANVCNTT '            TO WS-CAM-ORIGEM
           CALL 'CAMUTIL' USING WS-AREA-CAM

           IF WS-CAM-OK
               ADD 1                TO WS-QTD-MEMBROS
           END-IF
           .
       P210-FIM.

       P300-GERA-CAMPANHA.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
                   DISPLAY 'CARTAS GERADAS......: ' WS-QTD-CARTAS
                   DISPLAY 'ARQUIVO GERADO......: '
                           'CONTATOS_ANIVERSARIO.PRN'
                   IF WS-CAMPANHA NOT EQUAL SPACES
                       DISPLAY 'MEMBROS DA CAMPANHA.: '
                               WS-QTD-MEMBROS
                   END-IF
               END-IF
           END-IF
           .
               MOVE WS-END-CIDADE   TO WS-ANV-CIDADE(WS-QTD-TABELA)
               MOVE WS-END-ESTADO   TO WS-ANV-UF(WS-QTD-TABELA)
               DISPLAY '  DIA ' WS-NASC-DD ' - ' WS-NM-CONTATO
               PERFORM P210-REGISTRA-MEMBRO
           ELSE
               DISPLAY 'LIMITE DE 1000 ANIVERSARIANTES ATINGIDO - '
                       'CONTATO FORA DA CAMPANHA.'
           .
       P360-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
