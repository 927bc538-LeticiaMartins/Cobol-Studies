      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/12/2024
      * Purpose: MODULO UTILITARIO DO CHECKLIST DE DOCUMENTOS DO
      *          CONTRATO EM CONTRATO_DOCS.dat (FD_CDOC):
      *          <E> DEVOLVE QUANTOS DOCUMENTOS O OBJETO E O VALOR DO
      *              CONTRATO EXIGEM (A EMISSAO GRAVA O CONTRATO COMO
      *              PENDENTE DE DOCUMENTOS QUANDO HA ALGUM);
      *          <G> GRAVA O CHECKLIST DO CONTRATO GRAVADO, UM
      *              DOCUMENTO PENDENTE POR EXIGENCIA, COM A DATA DE
      *              HOJE E O OPERADOR DA EMISSAO;
      *          <R> DA O RECEBIMENTO DE UM DOCUMENTO DO CONTRATO E
      *              DEVOLVE QUANTOS AINDA FALTAM (ZERO = DOCUMENTACAO
      *              COMPLETA, O CHAMADOR ATIVA O CONTRATO).
      *          AS EXIGENCIAS VEM DE DOCUMENTOS_EXIGIDOS.TXT (UMA
      *          LINHA POR REGRA: OBJETO X(20), BRANCOS = QUALQUER
      *          OBJETO; VALOR MINIMO E MAXIMO 9(06)V99, MAXIMO ZEROS =
      *          SEM TETO; CODIGO DO DOCUMENTO X(03); DESCRICAO X(30)).
      *          O DOCUMENTO VALE PARA O CONTRATO QUANDO O OBJETO BATE
      *          E O VALOR DO OBJETO ESTA NA FAIXA; O MESMO CODIGO EM
      *          MAIS DE UMA REGRA ENTRA UMA VEZ SO. SEM O ARQUIVO VALEM
      *          AS EXIGENCIAS PADRAO DO MODULO (IDENTIDADE, COMPROVANTE
      *          DE RENDA E DE ENDERECO PARA TODO CONTRATO). A TABELA E
      *          CARREGADA UMA VEZ POR EXECUCAO
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXIGENCIAS ASSIGN TO
           'DOCUMENTOS_EXIGIDOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXG.

           SELECT CONTRATO-DOCS ASSIGN TO
           'CONTRATO_DOCS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CDO-CHAVE
           ALTERNATE RECORD KEY IS CDO-OPERADOR
               WITH DUPLICATES
           FILE STATUS IS WS-FS-CDO.

       DATA DIVISION.
       FILE SECTION.
       FD EXIGENCIAS.
       01 REG-EXIGENCIA.
          03 EXG-OBJETO                   PIC X(20).
          03 EXG-VR-MINIMO                PIC 9(06)V99.
          03 EXG-VR-MAXIMO                PIC 9(06)V99.
          03 EXG-COD-DOC                  PIC X(03).
          03 EXG-DESCRICAO                PIC X(30).

       FD CONTRATO-DOCS.
          COPY FD_CDOC.

       WORKING-STORAGE SECTION.
       77 WS-FS-EXG                       PIC 99.
          88 FS-EXG-OK                    VALUE 0.
       77 WS-FS-CDO                       PIC 99.
          88 FS-CDO-OK                    VALUE 0.
       77 WS-EOF-EXG                      PIC X.
          88 EOF-EXG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-CDO                      PIC X.
          88 EOF-CDO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TABELA-CARREGADA             PIC X VALUE 'N'.
          88 TABELA-CARREGADA             VALUE 'S' FALSE 'N'.
       77 WS-CODIGO-REPETIDO              PIC X VALUE 'N'.
          88 CODIGO-REPETIDO              VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-EXIG                     PIC 9(02) VALUE ZEROS.
      *
      * REGRAS DE DOCUMENTOS_EXIGIDOS.TXT (OU AS PADRAO)
      *
       77 WS-QTD-REGRAS                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-REGRAS                   PIC 9(02) VALUE 50.
       01 WS-TAB-REGRAS.
          03 WS-RG-REGRA                  OCCURS 50 TIMES.
             05 WS-RG-OBJETO              PIC X(20).
             05 WS-RG-VR-MINIMO           PIC 9(06)V99.
             05 WS-RG-VR-MAXIMO           PIC 9(06)V99.
             05 WS-RG-COD-DOC             PIC X(03).
             05 WS-RG-DESCRICAO           PIC X(30).
      *
      * DOCUMENTOS EXIGIDOS DO CONTRATO EM CURSO
      *
       77 WS-QTD-EXIGIDOS                 PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EXIGIDOS.
          03 WS-EX-DOC                    OCCURS 50 TIMES.
             05 WS-EX-COD-DOC             PIC X(03).
             05 WS-EX-DESCRICAO           PIC X(30).

       LINKAGE SECTION.
       01 LK-AREA-DOC.
          03 LK-DOC-FUNCAO                PIC X(01).
             88 LK-DOC-EXIGENCIAS         VALUE 'E'.
             88 LK-DOC-GRAVA              VALUE 'G'.
             88 LK-DOC-RECEBE             VALUE 'R'.
          03 LK-DOC-NUM-CONTRATO          PIC 9(06).
          03 LK-DOC-OBJETO                PIC X(20).
          03 LK-DOC-VALOR                 PIC 9(06)V99.
          03 LK-DOC-COD-DOC               PIC X(03).
          03 LK-DOC-OPERADOR              PIC X(06).
          03 LK-DOC-QTD-EXIGIDOS          PIC 9(02).
          03 LK-DOC-QTD-PENDENTES         PIC 9(02).
          03 LK-DOC-RESULTADO             PIC X(01).
             88 LK-DOC-OK                 VALUE 'S'.
             88 LK-DOC-RECUSADO           VALUE 'N'.
          03 LK-DOC-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-DOC.
       MAIN-PROCEDURE.

           SET LK-DOC-RECUSADO      TO TRUE
           MOVE SPACES              TO LK-DOC-MOTIVO
           MOVE ZEROS               TO LK-DOC-QTD-EXIGIDOS
           MOVE ZEROS               TO LK-DOC-QTD-PENDENTES
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF NOT TABELA-CARREGADA
               PERFORM P100-CARREGA-TABELA
           END-IF

           EVALUATE TRUE
               WHEN LK-DOC-EXIGENCIAS
                   PERFORM P200-MONTA-EXIGENCIAS
                   MOVE WS-QTD-EXIGIDOS TO LK-DOC-QTD-EXIGIDOS
                   SET LK-DOC-OK    TO TRUE
               WHEN LK-DOC-GRAVA
                   PERFORM P200-MONTA-EXIGENCIAS
                   MOVE WS-QTD-EXIGIDOS TO LK-DOC-QTD-EXIGIDOS
                   PERFORM P300-GRAVA-CHECKLIST
               WHEN LK-DOC-RECEBE
                   PERFORM P400-RECEBE
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-DOC-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CARGA DAS REGRAS; SEM O ARQUIVO (OU VAZIO) FICAM AS PADRAO
      ******************************************************************
       P100-CARREGA-TABELA.
           MOVE ZEROS               TO WS-QTD-REGRAS
           SET FS-EXG-OK            TO TRUE
           SET EOF-EXG-OK           TO FALSE

           OPEN INPUT EXIGENCIAS
           IF FS-EXG-OK
               PERFORM P110-LE-REGRA UNTIL EOF-EXG-OK
               CLOSE EXIGENCIAS
           END-IF

           IF WS-QTD-REGRAS EQUAL ZEROS
               PERFORM P120-REGRAS-PADRAO
           END-IF
           SET TABELA-CARREGADA     TO TRUE
           .
       P100-FIM.

       P110-LE-REGRA.
           READ EXIGENCIAS
               AT END
                   SET EOF-EXG-OK   TO TRUE
               NOT AT END
                   IF EXG-COD-DOC NOT EQUAL SPACES AND
                      EXG-VR-MINIMO IS NUMERIC AND
                      EXG-VR-MAXIMO IS NUMERIC AND
                      WS-QTD-REGRAS LESS THAN WS-MAX-REGRAS
                       ADD 1        TO WS-QTD-REGRAS
                       MOVE REG-EXIGENCIA
                                    TO WS-RG-REGRA(WS-QTD-REGRAS)
                   END-IF
           END-READ
           .
       P110-FIM.

       P120-REGRAS-PADRAO.
           MOVE 3                   TO WS-QTD-REGRAS
           MOVE SPACES              TO WS-RG-OBJETO(1)
           MOVE ZEROS               TO WS-RG-VR-MINIMO(1)
           MOVE ZEROS               TO WS-RG-VR-MAXIMO(1)
           MOVE 'IDT'               TO WS-RG-COD-DOC(1)
           MOVE 'DOCUMENTO DE IDENTIDADE'
                                    TO WS-RG-DESCRICAO(1)
           MOVE SPACES              TO WS-RG-OBJETO(2)
           MOVE ZEROS               TO WS-RG-VR-MINIMO(2)
           MOVE ZEROS               TO WS-RG-VR-MAXIMO(2)
           MOVE 'REN'               TO WS-RG-COD-DOC(2)
           MOVE 'COMPROVANTE DE RENDA'
                                    TO WS-RG-DESCRICAO(2)
           MOVE SPACES              TO WS-RG-OBJETO(3)
           MOVE ZEROS               TO WS-RG-VR-MINIMO(3)
           MOVE ZEROS               TO WS-RG-VR-MAXIMO(3)
           MOVE 'END'               TO WS-RG-COD-DOC(3)
           MOVE 'COMPROVANTE DE ENDERECO'
                                    TO WS-RG-DESCRICAO(3)
           .
       P120-FIM.

      ******************************************************************
      * DOCUMENTOS QUE VALEM PARA O OBJETO E O VALOR INFORMADOS
      ******************************************************************
       P200-MONTA-EXIGENCIAS.
           MOVE ZEROS               TO WS-QTD-EXIGIDOS
           PERFORM P210-AVALIA-REGRA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-REGRAS
           .
       P200-FIM.

       P210-AVALIA-REGRA.
           IF WS-RG-OBJETO(WS-IND) NOT EQUAL SPACES AND
              WS-RG-OBJETO(WS-IND) NOT EQUAL LK-DOC-OBJETO
               EXIT PARAGRAPH
           END-IF
           IF LK-DOC-VALOR LESS THAN WS-RG-VR-MINIMO(WS-IND)
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-VR-MAXIMO(WS-IND) GREATER THAN ZEROS AND
              LK-DOC-VALOR GREATER THAN WS-RG-VR-MAXIMO(WS-IND)
               EXIT PARAGRAPH
           END-IF

           SET CODIGO-REPETIDO      TO FALSE
           PERFORM P215-PROCURA-CODIGO
               VARYING WS-IND-EXIG FROM 1 BY 1
               UNTIL WS-IND-EXIG GREATER THAN WS-QTD-EXIGIDOS
                  OR CODIGO-REPETIDO
           IF NOT CODIGO-REPETIDO
               ADD 1                TO WS-QTD-EXIGIDOS
               MOVE WS-RG-COD-DOC(WS-IND)
                                    TO WS-EX-COD-DOC(WS-QTD-EXIGIDOS)
               MOVE WS-RG-DESCRICAO(WS-IND)
                                    TO WS-EX-DESCRICAO(WS-QTD-EXIGIDOS)
           END-IF
           .
       P210-FIM.

       P215-PROCURA-CODIGO.
           IF WS-EX-COD-DOC(WS-IND-EXIG) EQUAL WS-RG-COD-DOC(WS-IND)
               SET CODIGO-REPETIDO  TO TRUE
           END-IF
           .
       P215-FIM.

      ******************************************************************
      * CHECKLIST DO CONTRATO GRAVADO: UM DOCUMENTO PENDENTE POR
      * EXIGENCIA (DOCUMENTO JA NO CHECKLIST FICA COMO ESTA)
      ******************************************************************
       P300-GRAVA-CHECKLIST.
           SET FS-CDO-OK            TO TRUE

           OPEN I-O CONTRATO-DOCS
           IF WS-FS-CDO EQUAL 35
               OPEN OUTPUT CONTRATO-DOCS
               CLOSE CONTRATO-DOCS
               OPEN I-O CONTRATO-DOCS
           END-IF

           IF NOT FS-CDO-OK
               STRING 'ERRO AO ABRIR CONTRATO_DOCS.dat - FS '
                      WS-FS-CDO
                      DELIMITED BY SIZE INTO LK-DOC-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P310-GRAVA-DOCUMENTO
               VARYING WS-IND-EXIG FROM 1 BY 1
               UNTIL WS-IND-EXIG GREATER THAN WS-QTD-EXIGIDOS

           PERFORM P500-CONTA-PENDENTES
           CLOSE CONTRATO-DOCS
           SET LK-DOC-OK            TO TRUE
           .
       P300-FIM.

       P310-GRAVA-DOCUMENTO.
           INITIALIZE REG-CONTRATO-DOC
           MOVE LK-DOC-NUM-CONTRATO TO CDO-NUM-CONTRATO
           MOVE WS-EX-COD-DOC(WS-IND-EXIG) TO CDO-COD-DOC
           MOVE WS-EX-DESCRICAO(WS-IND-EXIG) TO CDO-DESCRICAO
           SET CDO-PENDENTE         TO TRUE
           MOVE WS-DATA-HOJE        TO CDO-DT-EXIGENCIA
           MOVE LK-DOC-OPERADOR     TO CDO-OPERADOR
           MOVE ZEROS               TO CDO-DT-RECEBIMENTO
           MOVE SPACES              TO CDO-OPERADOR-RECEB

           WRITE REG-CONTRATO-DOC
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       P310-FIM.

      ******************************************************************
      * RECEBIMENTO DE UM DOCUMENTO DO CHECKLIST
      ******************************************************************
       P400-RECEBE.
           SET FS-CDO-OK            TO TRUE
           OPEN I-O CONTRATO-DOCS

           IF NOT FS-CDO-OK
               MOVE 'CONTRATO SEM CHECKLIST DE DOCUMENTOS'
                                    TO LK-DOC-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-DOC-NUM-CONTRATO TO CDO-NUM-CONTRATO
           MOVE LK-DOC-COD-DOC      TO CDO-COD-DOC
           READ CONTRATO-DOCS
               KEY IS CDO-CHAVE
               INVALID KEY
                   MOVE 'DOCUMENTO NAO EXIGIDO NESTE CONTRATO'
                                    TO LK-DOC-MOTIVO
               NOT INVALID KEY
                   IF CDO-RECEBIDO
                       MOVE 'DOCUMENTO JA RECEBIDO'
                                    TO LK-DOC-MOTIVO
                   ELSE
                       SET CDO-RECEBIDO TO TRUE
                       MOVE WS-DATA-HOJE TO CDO-DT-RECEBIMENTO
                       MOVE LK-DOC-OPERADOR TO CDO-OPERADOR-RECEB
                       REWRITE REG-CONTRATO-DOC
                           INVALID KEY
                               STRING 'ERRO AO REGRAVAR O DOCUMENTO '
                                      '- FS ' WS-FS-CDO
                                      DELIMITED BY SIZE
                                      INTO LK-DOC-MOTIVO
                           NOT INVALID KEY
                               SET LK-DOC-OK TO TRUE
                       END-REWRITE
                   END-IF
           END-READ

           PERFORM P500-CONTA-PENDENTES
           CLOSE CONTRATO-DOCS
           .
       P400-FIM.

      ******************************************************************
      * DOCUMENTOS AINDA PENDENTES DO CONTRATO (ARQUIVO ABERTO)
      ******************************************************************
       P500-CONTA-PENDENTES.
           MOVE ZEROS               TO LK-DOC-QTD-PENDENTES
           SET EOF-CDO-OK           TO FALSE
           MOVE LK-DOC-NUM-CONTRATO TO CDO-NUM-CONTRATO
           MOVE SPACES              TO CDO-COD-DOC
           START CONTRATO-DOCS KEY IS NOT LESS THAN CDO-CHAVE
               INVALID KEY
                   SET EOF-CDO-OK   TO TRUE
           END-START

           PERFORM P510-LE-DOCUMENTO UNTIL EOF-CDO-OK
           .
       P500-FIM.

       P510-LE-DOCUMENTO.
           READ CONTRATO-DOCS NEXT RECORD
               AT END
                   SET EOF-CDO-OK   TO TRUE
               NOT AT END
                   IF CDO-NUM-CONTRATO NOT EQUAL LK-DOC-NUM-CONTRATO
                       SET EOF-CDO-OK TO TRUE
                   ELSE
                       IF CDO-PENDENTE
                           ADD 1    TO LK-DOC-QTD-PENDENTES
                       END-IF
                   END-IF
           END-READ
           .
       P510-FIM.

       END PROGRAM DOCUTIL.
