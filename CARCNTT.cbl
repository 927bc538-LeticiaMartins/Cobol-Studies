      * Update: 14/10/2024 - ENDERECO MARCADO COMO NAO ENTREGAVEL
      *         (DEVCNTT) E SUPRIMIDO DA TIRAGEM ATE A CORRECAO EM
      *         ALTCONTT
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 27/11/2024 - O SEGMENTO PODE RESTRINGIR AS CARTAS A UM
      *         TERRITORIO DE VENDA, CONFERIDO NA ATRIBUICAO DE
      *         CONTATOS_TERRIT.dat PELO MODULO TERUTIL
      * Update: 28/11/2024 - A TIRAGEM PODE SER DE UMA CAMPANHA
      *         (CAMPANHAS.dat, CMPCNTT): O SEGMENTO DA CAMPANHA E USADO
      *         NO FILTRO, O OPT-OUT FICA SEMPRE DE FORA E CADA CONTATO
      *         INCLUIDO E GRAVADO COMO MEMBRO PELO MODULO CAMUTIL
      * Update: 02/12/2024 - TIRAGEM DAS OFERTAS PRE-APROVADAS DE
      *         RENOVACAO (PROPOSTAS ABERTAS E VALIDAS DE ORIGEM O, LOTE
      *         OFEFIN) COM O MODELO CARTA_OFERTA.TXT E OS MARCADORES
      *         &PROPOSTA, &VALOR, &PRAZO, &PARCELA E &VALIDADE;
      *         CONTATOS.dat PASSA A SER LIDO EM ACESSO DINAMICO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCNTT.
               SELECT CONTATOS ASSIGN TO
               'CONTATOS.dat'
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

               SELECT MODELO ASSIGN TO WS-NOME-MODELO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOD.

               SELECT PROPOSTAS ASSIGN TO
               'PROPOSTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRO-NUMERO
               FILE STATUS IS WS-FS-PRO.

               SELECT ARQ-IMPRESSAO ASSIGN TO
               'CONTATOS_CARTAS.PRN'
               ORGANIZATION IS SEQUENTIAL.
       FD MODELO.
       01 REG-MODELO                      PIC X(080).

       FD PROPOSTAS.
          COPY FD_PROP.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

          88 FS-OK                        VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-FS-PRO                       PIC 99.
          88 FS-PRO-OK                    VALUE 0.
       77 WS-EOF-PRO                      PIC X.
          88 EOF-PRO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-NOME-MODELO                  PIC X(20)
                                          VALUE 'CARTA_MODELO.TXT'.
       77 WS-TIRAGEM-OFERTAS              PIC X VALUE 'N'.
          88 TIRAGEM-OFERTAS              VALUE 'S' FALSE 'N'.
       77 WS-DT-EMISSAO-FILTRO            PIC 9(08) VALUE ZEROS.
       77 WS-QTD-OFERTAS-LIDAS            PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-PRAZO-MSK                    PIC ZZ9.
       77 WS-VALOR-EDITADO                PIC X(12) VALUE SPACES.
       77 WS-QTD-BRANCOS                  PIC 99 VALUE ZEROS.
       01 WS-DATA-VALIDADE                PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VALIDADE.
          03 WS-VALID-AAAA                PIC 9(04).
          03 WS-VALID-MM                  PIC 9(02).
          03 WS-VALID-DD                  PIC 9(02).
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOD                      PIC X.
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

       01 WS-AREA-CAT.
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
           MOVE 'CARCNTT ' TO WS-ABEND-PROGRAMA
           PERFORM P050-PEDE-TIRAGEM
           PERFORM P100-CARREGA-MODELO

           IF WS-QTD-LINHAS-MODELO GREATER THAN ZEROS
               PERFORM P200-PEDE-CAMPANHA
               IF LK-SUCESSO
                   PERFORM P300-GERA-CARTAS
               END-IF
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * TIRAGEM DAS OFERTAS PRE-APROVADAS DE RENOVACAO (PROPOSTAS
      * ABERTAS DE ORIGEM O GRAVADAS PELO LOTE OFEFIN), COM O MODELO
      * PROPRIO CARTA_OFERTA.TXT; NAS DEMAIS, CARTA_MODELO.TXT
      ******************************************************************
       P050-PEDE-TIRAGEM.
           DISPLAY 'TIRAGEM DAS OFERTAS PRE-APROVADAS (OFEFIN)? '
                   '<S/N>: '
           ACCEPT WS-TIRAGEM-OFERTAS
           INSPECT WS-TIRAGEM-OFERTAS CONVERTING 's' TO 'S'

           IF TIRAGEM-OFERTAS
               MOVE 'CARTA_OFERTA.TXT' TO WS-NOME-MODELO
           ELSE
               SET TIRAGEM-OFERTAS  TO FALSE
               MOVE 'CARTA_MODELO.TXT' TO WS-NOME-MODELO
           END-IF
           .
       P050-FIM.

       P100-CARREGA-MODELO.
           SET FS-MOD-OK           TO TRUE
           SET EOF-MOD-OK          TO FALSE
           OPEN INPUT MODELO

           IF WS-FS-MOD EQUAL 35
               DISPLAY 'MODELO ' WS-NOME-MODELO ' NAO ENCONTRADO! '
                       'CRIE O MODELO COM OS MARCADORES &NOME, &RUA, '
                       '&CIDADE, &UF, &CATEGORIA E &DATA.'
               IF TIRAGEM-OFERTAS
                   DISPLAY 'NA CARTA DE OFERTA VALEM TAMBEM &PROPOSTA, '
                           '&VALOR, &PRAZO, &PARCELA E &VALIDADE.'
               END-IF
               SET LK-ERRO         TO TRUE
           ELSE
               IF FS-MOD-OK
           .
       P100-FIM.

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
           MOVE 'CARCNTT '            TO WS-CAM-ORIGEM
           CALL 'CAMUTIL' USING WS-AREA-CAM

           IF WS-CAM-OK
               ADD 1                TO WS-QTD-MEMBROS
           END-IF
           .
       P210-FIM.

       P300-GERA-CARTAS.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO

           IF TIRAGEM-OFERTAS
               PERFORM P350-PEDE-EMISSAO
           ELSE
               PERFORM P305-CARREGA-FILTROS
           END-IF

           OPEN INPUT  CONTATOS
           OPEN OUTPUT ARQ-IMPRESSAO

           IF FS-OK THEN
               IF TIRAGEM-OFERTAS
                   PERFORM P360-LE-OFERTAS
               ELSE
                   PERFORM P310-LE-CONTATO UNTIL EOF-OK
               END-IF

               DISPLAY 'CARTAS GERADAS......: ' WS-QTD-CARTAS
               IF WS-CAMPANHA NOT EQUAL SPACES
                   DISPLAY 'MEMBROS DA CAMPANHA.: ' WS-QTD-MEMBROS
               END-IF
               DISPLAY 'ARQUIVO GERADO......: CONTATOS_CARTAS.PRN'
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
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
                       '(SOMENTE TIRAGEM OPERACIONAL)? <S/N>: '
               ACCEPT WS-INCLUI-OPTOUT
           END-IF
           IF WS-CAMPANHA NOT EQUAL SPACES AND INCLUI-OPTOUT
               DISPLAY 'TIRAGEM DE CAMPANHA NAO INCLUI CONTATOS COM '
                       'OPT-OUT DE MARKETING.'
               SET INCLUI-OPTOUT    TO FALSE
           END-IF
           .
       P305-FIM.

       P310-LE-CONTATO.
           READ CONTATOS NEXT RECORD INTO WS-REGISTRO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   PERFORM P315-CONFERE-TERRITORIO
                   IF WS-ST-ATIVO
                      AND NO-TERRITORIO
                      AND NOT WS-DEV-CORREIO-SIM
                      AND (WS-CATEGORIA-FILTRO EQUAL SPACES OR
                           WS-CATEGORIA-CONTATO EQUAL
           .
       P310-FIM.

      ******************************************************************
      * FILTRO DE TERRITORIO DE VENDA DO SEGMENTO: O TERRITORIO DO
      * CONTATO VEM DE CONTATOS_TERRIT.dat (LOTE DSTCNTT) PELO MODULO
      * TERUTIL
      ******************************************************************
       P315-CONFERE-TERRITORIO.
           SET NO-TERRITORIO        TO TRUE

           IF WS-TERRITORIO-FILTRO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-CONTATO TO WS-TER-ID-CONTATO
           CALL 'TERUTIL' USING WS-AREA-TER

           IF NOT WS-TER-ACHADO OR
              WS-TER-TERRITORIO NOT EQUAL WS-TERRITORIO-FILTRO
               SET NO-TERRITORIO    TO FALSE
           END-IF
           .
       P315-FIM.

       P320-GRAVA-CARTA.
           IF WS-QTD-CARTAS GREATER THAN ZEROS
               MOVE X'0C'           TO REG-IMPRESSAO
               UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS-MODELO

           ADD 1                    TO WS-QTD-CARTAS
           PERFORM P210-REGISTRA-MEMBRO
           .
       P320-FIM.


           IF WS-LINHA-TRABALHO(WS-PTR-IN:1) EQUAL '&'
               EVALUATE TRUE
                   WHEN TIRAGEM-OFERTAS AND
                        WS-PTR-IN NOT GREATER THAN 72 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:9)
                        EQUAL '&PROPOSTA'
                       MOVE 9  TO WS-TAM-MARCADOR
                       MOVE PRO-NUMERO TO WS-VALOR-CAMPO
                   WHEN TIRAGEM-OFERTAS AND
                        WS-PTR-IN NOT GREATER THAN 72 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:9)
                        EQUAL '&VALIDADE'
                       MOVE 9  TO WS-TAM-MARCADOR
                       MOVE PRO-DT-VALIDADE TO WS-DATA-VALIDADE
                       MOVE SPACES TO WS-VALOR-CAMPO
                       STRING WS-VALID-DD '/' WS-VALID-MM '/'
                              WS-VALID-AAAA
                              DELIMITED BY SIZE INTO WS-VALOR-CAMPO
                   WHEN TIRAGEM-OFERTAS AND
                        WS-PTR-IN NOT GREATER THAN 73 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:8)
                        EQUAL '&PARCELA'
                       MOVE 8  TO WS-TAM-MARCADOR
                       MOVE PRO-VR-PARCELA TO WS-VALOR-MSK
                       MOVE WS-VALOR-MSK TO WS-VALOR-EDITADO
                       PERFORM P345-ALINHA-VALOR
                   WHEN TIRAGEM-OFERTAS AND
                        WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&VALOR'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE PRO-VALOR TO WS-VALOR-MSK
                       MOVE WS-VALOR-MSK TO WS-VALOR-EDITADO
                       PERFORM P345-ALINHA-VALOR
                   WHEN TIRAGEM-OFERTAS AND
                        WS-PTR-IN NOT GREATER THAN 75 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:6)
                        EQUAL '&PRAZO'
                       MOVE 6  TO WS-TAM-MARCADOR
                       MOVE PRO-NUM-PARCELAS TO WS-PRAZO-MSK
                       MOVE WS-PRAZO-MSK TO WS-VALOR-EDITADO
                       PERFORM P345-ALINHA-VALOR
                   WHEN WS-PTR-IN NOT GREATER THAN 71 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:10)
                        EQUAL '&CATEGORIA'
           .
       P340-FIM.

      ******************************************************************
      * VALOR EDITADO SEM OS BRANCOS A ESQUERDA, PARA O TEXTO DA CARTA
      ******************************************************************
       P345-ALINHA-VALOR.
           MOVE ZEROS               TO WS-QTD-BRANCOS
           INSPECT WS-VALOR-EDITADO TALLYING WS-QTD-BRANCOS
                   FOR LEADING ' '
           MOVE SPACES              TO WS-VALOR-CAMPO
           IF WS-QTD-BRANCOS LESS THAN 12
               MOVE WS-VALOR-EDITADO(WS-QTD-BRANCOS + 1:)
                                    TO WS-VALOR-CAMPO
           END-IF
           .
       P345-FIM.

      ******************************************************************
      * OFERTAS DA TIRAGEM: AS DE UMA DATA DE EMISSAO (A RODADA DO
      * LOTE) OU TODAS AS AINDA VALIDAS
      ******************************************************************
       P350-PEDE-EMISSAO.
           DISPLAY 'DATA DE EMISSAO DAS OFERTAS (AAAAMMDD, 0 = TODAS '
                   'AS AINDA VALIDAS): '
           ACCEPT WS-DT-EMISSAO-FILTRO
           IF WS-DT-EMISSAO-FILTRO NOT NUMERIC
               MOVE ZEROS           TO WS-DT-EMISSAO-FILTRO
           END-IF
           .
       P350-FIM.

       P360-LE-OFERTAS.
           SET FS-PRO-OK            TO TRUE
           SET EOF-PRO-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-OFERTAS-LIDAS

           OPEN INPUT PROPOSTAS
           IF NOT FS-PRO-OK
               DISPLAY 'SEM PROPOSTAS GRAVADAS (PROPOSTAS.dat) - '
                       'NENHUMA CARTA DE OFERTA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P365-LE-OFERTA UNTIL EOF-PRO-OK

           CLOSE PROPOSTAS
           DISPLAY 'OFERTAS VALIDAS.....: ' WS-QTD-OFERTAS-LIDAS
           .
       P360-FIM.

      ******************************************************************
      * OFERTA ABERTA E DENTRO DA VALIDADE: A CARTA SAI PARA O CONTATO
      * ATIVO, COM CONSENTIMENTO DE MARKETING E ENDERECO ENTREGAVEL
      ******************************************************************
       P365-LE-OFERTA.
           READ PROPOSTAS NEXT RECORD
               AT END
                   SET EOF-PRO-OK  TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT PRO-OFERTA-PRE-APROVADA OR
              NOT PRO-ABERTA OR
              PRO-DT-VALIDADE LESS THAN WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF

           IF WS-DT-EMISSAO-FILTRO GREATER THAN ZEROS AND
              PRO-DT-EMISSAO NOT EQUAL WS-DT-EMISSAO-FILTRO
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-OFERTAS-LIDAS
           MOVE PRO-ID-CONTATO      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF WS-ST-ATIVO AND
              WS-CONS-MKT-SIM AND
              NOT WS-DEV-CORREIO-SIM
               PERFORM P320-GRAVA-CARTA
           END-IF
           .
       P365-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
