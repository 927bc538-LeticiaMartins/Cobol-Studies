      *          (CONS-MKT-CONTATO = 'N' FICA FORA) E FILTRANDO PELOS
      *          CRITERIOS DE SEMPRE (CATEGORIA/UF)
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 28/11/2024 - A LISTA PODE SER DE UMA CAMPANHA
      *         (CAMPANHAS.dat, CMPCNTT): CADA CONTATO GRAVADO NA LISTA
      *         VIRA MEMBRO DA CAMPANHA PELO MODULO CAMUTIL
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCNTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQ-SAIDA ASSIGN TO WS-NOME-SAIDA
                                          PIC X(30).
       77 WS-QTD-TABELA                   PIC 9(04) VALUE ZEROS.
       77 WS-IND-TAB                      PIC 9(04) VALUE ZEROS.
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
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** LISTAS DE CAMPANHA POR CANAL ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P200-PEDE-CAMPANHA
           IF LK-SUCESSO
               PERFORM P300-EXTRAI
           END-IF
           PERFORM P900-FIM
           .
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
           MOVE 'CANCNTT '            TO WS-CAM-ORIGEM
           CALL 'CAMUTIL' USING WS-AREA-CAM

           IF WS-CAM-OK
               ADD 1                TO WS-QTD-MEMBROS
           END-IF
           .
       P210-FIM.

       P300-EXTRAI.
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-DUPLICADOS
                   DISPLAY 'SUPRIMIDOS (OPT-OUT): '
                           WS-QTD-SUPRIMIDOS
                   DISPLAY 'ARQUIVO GERADO......: ' WS-NOME-SAIDA
                   IF WS-CAMPANHA NOT EQUAL SPACES
                       DISPLAY 'MEMBROS DA CAMPANHA.: '
                               WS-QTD-MEMBROS
                   END-IF
               ELSE
                   DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA EXTRACAO.'
                   SET LK-ERRO     TO TRUE
               END-STRING
               WRITE REG-SAIDA
               ADD 1                TO WS-QTD-GRAVADOS
               PERFORM P210-REGISTRA-MEMBRO
           END-IF
           .
       P350-FIM.
           .
       P357-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
