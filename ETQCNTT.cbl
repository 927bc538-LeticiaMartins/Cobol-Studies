      * Update: 14/10/2024 - ENDERECO MARCADO COMO NAO ENTREGAVEL
      *         (DEVCNTT) E SUPRIMIDO DA TIRAGEM ATE A CORRECAO EM
      *         ALTCONTT
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 27/11/2024 - FILTRO POR TERRITORIO DE VENDA (DIGITADO OU
      *         VINDO DO SEGMENTO), CONFERIDO NA ATRIBUICAO DE
      *         CONTATOS_TERRIT.dat PELO MODULO TERUTIL
      * Update: 28/11/2024 - A TIRAGEM PODE SER DE UMA CAMPANHA
      *         (CAMPANHAS.dat, CMPCNTT): O SEGMENTO DA CAMPANHA E USADO
      *         NO FILTRO, O OPT-OUT FICA SEMPRE DE FORA E CADA CONTATO
      *         INCLUIDO E GRAVADO COMO MEMBRO PELO MODULO CAMUTIL
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETQCNTT.
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

               SELECT ARQ-IMPRESSAO ASSIGN TO
          03 WS-SEG-INCLUI-OPTOUT         PIC X(01).
          03 WS-SEG-EXIGE-ENDERECO        PIC X(01).
          03 WS-SEG-EXIGE-EMAIL           PIC X(01).
          03 WS-SEG-TERRITORIO            PIC X(04).
       77 WS-TERRITORIO-FILTRO            PIC X(04) VALUE SPACES.
       77 WS-NO-TERRITORIO                PIC X VALUE 'S'.
          88 NO-TERRITORIO                VALUE 'S' FALSE 'N'.
       01 WS-AREA-TER.
          03 WS-TER-ID-CONTATO            PIC 9(06).
          03 WS-TER-STATUS                PIC X(01).
             88 WS-TER-ACHADO             VALUE 'V'.
          03 WS-TER-TERRITORIO            PIC X(04).
          03 WS-TER-REPRESENTANTE         PIC X(06).

       01 WS-TABELA-ETIQUETAS.
          03 WS-ETQ-ITEM                  OCCURS 2000 TIMES.
          03 WS-CAT-ACAO                  PIC X(01).
          03 WS-CAT-NOME                  PIC X(15).
          03 WS-CAT-STATUS                PIC X(01).
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
          COPY ABENDWS.
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

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO          TO TRUE
           MOVE 'ETQCNTT ' TO WS-ABEND-PROGRAMA
           PERFORM P200-PEDE-CAMPANHA
           IF LK-SUCESSO
               PERFORM P300-ETIQUETAS
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
           MOVE 'ETQCNTT '            TO WS-CAM-ORIGEM
           CALL 'CAMUTIL' USING WS-AREA-CAM

           IF WS-CAM-OK
               ADD 1                TO WS-QTD-MEMBROS
           END-IF
           .
       P210-FIM.

       P300-ETIQUETAS.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
               END-IF

               DISPLAY 'ETIQUETAS GERADAS...: ' WS-QTD-ETIQUETAS
               IF WS-CAMPANHA NOT EQUAL SPACES
                   DISPLAY 'MEMBROS DA CAMPANHA.: ' WS-QTD-MEMBROS
               END-IF
               DISPLAY 'ARQUIVO GERADO......: '
                       'CONTATOS_ETIQUETAS.PRN'
           ELSE
      ******************************************************************
       P305-CARREGA-FILTROS.
           MOVE SPACES              TO WS-CIDADE-FILTRO
           MOVE SPACES              TO WS-TERRITORIO-FILTRO
           SET EXIGE-ENDERECO       TO FALSE
           SET EXIGE-EMAIL          TO FALSE

           IF WS-CAM-SEGMENTO NOT EQUAL SPACES
               MOVE WS-CAM-SEGMENTO TO WS-SEG-NOME
               DISPLAY 'SEGMENTO DA CAMPANHA: ' WS-SEG-NOME
           ELSE
               DISPLAY 'USAR SEGMENTO GRAVADO? INFORME O NOME (EM '
                       'BRANCO = FILTRO MANUAL): '
               ACCEPT WS-SEG-NOME
           END-IF

           IF WS-SEG-NOME NOT EQUAL SPACES
               MOVE WS-SEG-NOME     TO WS-SEG-NOME-BUSCA
               MOVE WS-SEG-INCLUI-OPTOUT TO WS-INCLUI-OPTOUT
               MOVE WS-SEG-EXIGE-ENDERECO TO WS-EXIGE-ENDERECO
               MOVE WS-SEG-EXIGE-EMAIL    TO WS-EXIGE-EMAIL
               MOVE WS-SEG-TERRITORIO     TO WS-TERRITORIO-FILTRO
               DISPLAY 'SEGMENTO ' WS-SEG-NOME ' CARREGADO.'
           ELSE
               IF WS-SEG-NOME NOT EQUAL SPACES
               DISPLAY 'INCLUIR CONTATOS COM OPT-OUT DE MARKETING '
                       '(SOMENTE TIRAGEM OPERACIONAL)? <S/N>: '
               ACCEPT WS-INCLUI-OPTOUT
               DISPLAY 'FILTRAR POR TERRITORIO DE VENDA (EM BRANCO '
                       '= TODOS): '
               ACCEPT WS-TERRITORIO-FILTRO
               INSPECT WS-TERRITORIO-FILTRO CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           IF WS-CAMPANHA NOT EQUAL SPACES AND INCLUI-OPTOUT
               DISPLAY 'TIRAGEM DE CAMPANHA NAO INCLUI CONTATOS COM '
                       'OPT-OUT DE MARKETING.'
               SET INCLUI-OPTOUT    TO FALSE
           END-IF
           .
       P305-FIM.
                           WS-END-CIDADE EQUAL WS-CIDADE-FILTRO)
                      AND (NOT EXIGE-EMAIL OR
                           WS-EMAIL-CONTATO NOT EQUAL SPACES)
                       PERFORM P315-CONFERE-TERRITORIO
                       IF NO-TERRITORIO
                           PERFORM P320-GRAVA-ETIQUETA
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

      ******************************************************************
      * FILTRO DE TERRITORIO DE VENDA: O TERRITORIO DO CONTATO VEM DE
      * CONTATOS_TERRIT.dat (LOTE DSTCNTT) PELO MODULO TERUTIL
      ******************************************************************
       P315-CONFERE-TERRITORIO.
           SET NO-TERRITORIO        TO TRUE

           IF WS-TERRITORIO-FILTRO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-CONTATO       TO WS-TER-ID-CONTATO
           CALL 'TERUTIL' USING WS-AREA-TER

           IF NOT WS-TER-ACHADO OR
              WS-TER-TERRITORIO NOT EQUAL WS-TERRITORIO-FILTRO
               SET NO-TERRITORIO    TO FALSE
           END-IF
           .
       P315-FIM.

       P320-GRAVA-ETIQUETA.
           IF ORDEM-CEP
               IF WS-QTD-TABELA LESS THAN 2000
                     TO WS-ETQ-CIDADE(WS-QTD-TABELA)
                   MOVE WS-END-ESTADO
                     TO WS-ETQ-UF(WS-QTD-TABELA)
                   PERFORM P210-REGISTRA-MEMBRO
               ELSE
                   DISPLAY 'LIMITE DE 2000 ETIQUETAS DA ORDENACAO '
                           'ATINGIDO - CONTATO FORA DA TIRAGEM.'
               END-IF
           ELSE
               PERFORM P325-IMPRIME-ETIQUETA
               PERFORM P210-REGISTRA-MEMBRO
           END-IF
           .
       P320-FIM.
           .
       P340-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
