      *         PARA EXPORTACAO, ETIQUETAS E CARTAS, COM CRITERIOS DE
      *         CIDADE E DE QUALIDADE; EM MODO BATCH SEGUE A EXTRACAO
      *         COMPLETA DE SEMPRE, SEM SEGMENTO
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 27/11/2024 - O SEGMENTO PODE RESTRINGIR A EXTRACAO A UM
      *         TERRITORIO DE VENDA, CONFERIDO NA ATRIBUICAO DE
      *         CONTATOS_TERRIT.dat PELO MODULO TERUTIL
      * Update: 03/12/2024 - TELEFONE E E-MAIL PASSAM A SAIR MASCARADOS
      *         NO CSV (MODULO MASKUTIL); OS DADOS COMPLETOS SO COM
      *         OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO INFORMADO, COM A
      *         LIBERACAO GRAVADA EM MASCARA_LOG.dat; EM MODO BATCH
      *         SEMPRE MASCARADO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCNTT.
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

               SELECT ARQ-SAIDA ASSIGN TO
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

       77 WS-DADOS-COMPLETOS              PIC X VALUE 'N'.
          88 DADOS-COMPLETOS              VALUE 'S' FALSE 'N'.
       77 WS-TEL-SAIDA                    PIC X(16) VALUE SPACES.
       77 WS-EMAIL-SAIDA                  PIC X(30) VALUE SPACES.
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
             88 WS-MASK-LIBERADO          VALUE 'S'.

       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 WS-AREA-LOG.
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
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

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO TO TRUE
           IF LK-MODO-BATCH
                   MOVE WS-SEG-INCLUI-OPTOUT TO WS-INCLUI-OPTOUT
                   MOVE WS-SEG-EXIGE-ENDERECO TO WS-EXIGE-ENDERECO
                   MOVE WS-SEG-EXIGE-EMAIL    TO WS-EXIGE-EMAIL
                   MOVE WS-SEG-TERRITORIO TO WS-TERRITORIO-FILTRO
                   DISPLAY 'SEGMENTO ' WS-SEG-NOME ' CARREGADO.'
               ELSE
                   IF WS-SEG-NOME NOT EQUAL SPACES
                           'OPERACIONAL)? <S/N>: '
                   ACCEPT WS-INCLUI-OPTOUT
               END-IF
               PERFORM P050-PEDE-DADOS-COMPLETOS
           END-IF
           MOVE 'EXPCNTT ' TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * TELEFONE E E-MAIL SAEM MASCARADOS NO CSV; A EXTRACAO COMPLETA
      * SO COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO, REGISTRADA NO LOG
      * DE MASCARAMENTO PELO MODULO MASKUTIL (EM BATCH, SEMPRE
      * MASCARADO)
      ******************************************************************
       P050-PEDE-DADOS-COMPLETOS.
           DISPLAY 'EXPORTAR DADOS COMPLETOS (TELEFONE/E-MAIL)? '
                   '<S/N>: '
           ACCEPT WS-DADOS-COMPLETOS

           IF DADOS-COMPLETOS
               SET DADOS-COMPLETOS  TO FALSE
               MOVE 'L'             TO WS-MASK-FUNCAO
               MOVE LK-OPERADOR     TO WS-MASK-OPERADOR
               MOVE 'EXPCNTT'       TO WS-MASK-PROGRAMA
               CALL 'MASKUTIL' USING WS-AREA-MASK
               IF WS-MASK-LIBERADO
                   SET DADOS-COMPLETOS TO TRUE
               END-IF
           ELSE
               SET DADOS-COMPLETOS  TO FALSE
           END-IF
           .
       P050-FIM.

       P100-ABRE-ARQUIVOS.
           OPEN INPUT  CONTATOS
           OPEN OUTPUT ARQ-SAIDA
                            LK-EMPRESA EQUAL 1))
                       CONTINUE
                   ELSE
                   PERFORM P310-CONFERE-TERRITORIO
                   IF ST-ATIVO AND CONS-MKT-NAO
                      AND NOT INCLUI-OPTOUT
                      AND NO-TERRITORIO
                       ADD 1 TO WS-QTD-SUPRIMIDOS
                   ELSE
                   IF ST-ATIVO
                      AND NO-TERRITORIO
                      AND (WS-CATEGORIA-FILTRO EQUAL SPACES OR
                           CATEGORIA-CONTATO EQUAL
                           WS-CATEGORIA-FILTRO)
                           END-RUA NOT EQUAL SPACES)
                      AND (NOT EXIGE-EMAIL OR
                           EMAIL-CONTATO NOT EQUAL SPACES)
                       PERFORM P320-MASCARA-CONTATO
                       MOVE SPACES TO REG-SAIDA
                       STRING ID-CONTATO      DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              NM-CONTATO      DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              WS-TEL-SAIDA    DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              END-RUA         DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              END-ESTADO      DELIMITED BY SIZE
                              ';'              DELIMITED BY SIZE
                              WS-EMAIL-SAIDA  DELIMITED BY SIZE
                              INTO REG-SAIDA
                       END-STRING
                       WRITE REG-SAIDA
                   END-IF
           END-READ
           .
      ******************************************************************
      * FILTRO DE TERRITORIO DE VENDA DO SEGMENTO: O TERRITORIO DO
      * CONTATO VEM DE CONTATOS_TERRIT.dat (LOTE DSTCNTT) PELO MODULO
      * TERUTIL
      ******************************************************************
       P310-CONFERE-TERRITORIO.
           SET NO-TERRITORIO        TO TRUE

           IF WS-TERRITORIO-FILTRO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ID-CONTATO TO WS-TER-ID-CONTATO
           CALL 'TERUTIL' USING WS-AREA-TER

           IF NOT WS-TER-ACHADO OR
              WS-TER-TERRITORIO NOT EQUAL WS-TERRITORIO-FILTRO
               SET NO-TERRITORIO    TO FALSE
           END-IF
           .
       P320-MASCARA-CONTATO.
           IF DADOS-COMPLETOS
               MOVE TEL-CONTATO     TO WS-TEL-SAIDA
               MOVE EMAIL-CONTATO   TO WS-EMAIL-SAIDA
               EXIT PARAGRAPH
           END-IF

           MOVE 'T'                 TO WS-MASK-FUNCAO
           MOVE TEL-CONTATO         TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE WS-MASK-MASCARADO   TO WS-TEL-SAIDA

           MOVE 'E'                 TO WS-MASK-FUNCAO
           MOVE EMAIL-CONTATO       TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE WS-MASK-MASCARADO   TO WS-EMAIL-SAIDA
           .
       P320-FIM.

       P800-FECHA-ARQUIVOS.
           MOVE SPACES TO REG-SAIDA
           STRING 'T;' WS-QTD-EXPORTADOS
           DISPLAY 'ARQUIVO GERADO......: CONTATOS_EXP.CSV'
           .

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
