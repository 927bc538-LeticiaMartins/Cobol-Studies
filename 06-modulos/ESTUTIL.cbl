      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 22/12/2024
      * Purpose: MODULO UTILITARIO DO ESTOQUE DOS OBJETOS DO CATALOGO
      *          TABELA.TXT, SALDO EM ESTOQUE_OBJ.dat (FD_ESTQ) E
      *          MOVIMENTOS EM ESTOQUE_MOV.dat (FD_MVES). O OBJETO VEM
      *          PELO CODIGO OU, COM CODIGO ZERO, PELO NOME NO CATALOGO
      *          (PROPFIN SO CONHECE O NOME):
      *          <C> DEVOLVE O SALDO DO OBJETO (OBJETO SEM REGISTRO DE
      *              ESTOQUE TEM SALDO ZERO);
      *          <S> SAIDA DE UMA UNIDADE NA EMISSAO DO CONTRATO; COM
      *              SALDO ZERO OU NEGATIVO A SAIDA E UMA ENCOMENDA E O
      *              SALDO FICA NEGATIVO ATE A PROXIMA ENTRADA;
      *          <D> DEVOLUCAO NO CANCELAMENTO DO CONTRATO: DEVOLVE AO
      *              ESTOQUE A SAIDA DO CONTRATO, UMA UNICA VEZ;
      *          <E> ENTRADA DE MERCADORIA COM FORNECEDOR, NOTA FISCAL
      *              E CUSTO UNITARIO, REFAZENDO O CUSTO MEDIO;
      *          <A> AJUSTE DE INVENTARIO: O SALDO PASSA A SER A
      *              QUANTIDADE CONTADA
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO
           'ESTOQUE_OBJ.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS EST-CHAVE
           FILE STATUS IS WS-FS-EST.

           SELECT MOV-ESTOQUE ASSIGN TO
           'ESTOQUE_MOV.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MVE.

           SELECT TABELA ASSIGN TO
           'TABELA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-TAB.

       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
          COPY FD_ESTQ.

       FD MOV-ESTOQUE.
          COPY FD_MVES.

       FD TABELA.
       01 REG-TABELA.
           03 TAB-CHAVE                   PIC 99.
           03 TAB-NOME                    PIC X(20).
           03 TAB-PRECO                   PIC 9(06)V99.
           03 TAB-TAXA-PADRAO             PIC 9(02)V99.
           03 TAB-PRAZO-MAX               PIC 999.
           03 TAB-PRECO-MIN               PIC 9(06)V99.
           03 TAB-PRECO-MAX               PIC 9(06)V99.
           03 TAB-ALIENACAO               PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-EST                       PIC 99.
          88 FS-EST-OK                    VALUE 0.
       77 WS-FS-MVE                       PIC 99.
          88 FS-MVE-OK                    VALUE 0.
       77 WS-FS-TAB                       PIC 99.
          88 FS-TAB-OK                    VALUE 0.
       77 WS-EOF-TAB                      PIC X VALUE 'N'.
          88 EOF-TAB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MVE                      PIC X VALUE 'N'.
          88 EOF-MVE-OK                   VALUE 'S' FALSE 'N'.
       77 WS-OBJETO-ACHADO                PIC X VALUE 'N'.
          88 OBJETO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-ITEM-NOVO                    PIC X VALUE 'N'.
          88 ITEM-NOVO                    VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ACHADA                 PIC X VALUE 'N'.
          88 SAIDA-ACHADA                 VALUE 'S' FALSE 'N'.
       77 WS-JA-DEVOLVIDO                 PIC X VALUE 'N'.
          88 JA-DEVOLVIDO                 VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-ANTERIOR               PIC S9(05) VALUE ZEROS.
       77 WS-QTD-MOVIMENTO                PIC S9(05) VALUE ZEROS.
       77 WS-ENCOMENDA                    PIC X(01) VALUE 'N'.
       77 WS-TIPO-MOVIMENTO               PIC X(01) VALUE SPACES.
       77 WS-CUSTO-MOVIMENTO              PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-ESTOQUE                   PIC 9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-EST.
          03 LK-EST-FUNCAO                PIC X(01).
             88 LK-EST-CONSULTA           VALUE 'C'.
             88 LK-EST-SAIDA              VALUE 'S'.
             88 LK-EST-DEVOLUCAO          VALUE 'D'.
             88 LK-EST-ENTRADA            VALUE 'E'.
             88 LK-EST-AJUSTE             VALUE 'A'.
          03 LK-EST-CHAVE                 PIC 9(02).
          03 LK-EST-NOME                  PIC X(20).
          03 LK-EST-QUANTIDADE            PIC S9(05).
          03 LK-EST-CUSTO-UNITARIO        PIC 9(06)V99.
          03 LK-EST-FORNECEDOR            PIC X(20).
          03 LK-EST-DOCUMENTO             PIC X(10).
          03 LK-EST-NUM-CONTRATO          PIC 9(06).
          03 LK-EST-ORIGEM                PIC X(08).
          03 LK-EST-OPERADOR              PIC X(06).
          03 LK-EST-SALDO                 PIC S9(05).
          03 LK-EST-ENCOMENDA             PIC X(01).
          03 LK-EST-RESULTADO             PIC X(01).
             88 LK-EST-OK                 VALUE 'S'.
             88 LK-EST-RECUSADO           VALUE 'N'.
          03 LK-EST-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-EST.
       MAIN-PROCEDURE.

           SET LK-EST-RECUSADO      TO TRUE
           MOVE SPACES              TO LK-EST-MOTIVO
           MOVE 'N'                 TO LK-EST-ENCOMENDA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           IF LK-EST-DEVOLUCAO
               PERFORM P400-DEVOLUCAO
               GOBACK
           END-IF

           PERFORM P100-LOCALIZA-OBJETO
           IF NOT OBJETO-ACHADO
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LK-EST-CONSULTA
                   PERFORM P200-CONSULTA
               WHEN LK-EST-SAIDA
                   PERFORM P300-SAIDA
               WHEN LK-EST-ENTRADA
                   PERFORM P500-ENTRADA
               WHEN LK-EST-AJUSTE
                   PERFORM P600-AJUSTE
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-EST-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * OBJETO NO CATALOGO: PELO CODIGO OU, COM CODIGO ZERO, PELO NOME
      ******************************************************************
       P100-LOCALIZA-OBJETO.
           SET OBJETO-ACHADO        TO FALSE
           SET EOF-TAB-OK           TO FALSE
           SET FS-TAB-OK            TO TRUE

           OPEN INPUT TABELA
           IF NOT FS-TAB-OK
               MOVE 'CATALOGO TABELA.TXT INDISPONIVEL'
                                    TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P110-LE-CATALOGO
               UNTIL EOF-TAB-OK OR OBJETO-ACHADO
           CLOSE TABELA

           IF NOT OBJETO-ACHADO
               MOVE 'OBJETO FORA DO CATALOGO' TO LK-EST-MOTIVO
           END-IF
           .
       P100-FIM.

       P110-LE-CATALOGO.
           READ TABELA
               AT END
                   SET EOF-TAB-OK   TO TRUE
               NOT AT END
                   IF (LK-EST-CHAVE GREATER THAN ZEROS AND
                       TAB-CHAVE EQUAL LK-EST-CHAVE) OR
                      (LK-EST-CHAVE EQUAL ZEROS AND
                       TAB-NOME EQUAL LK-EST-NOME)
                       SET OBJETO-ACHADO TO TRUE
                       MOVE TAB-CHAVE TO LK-EST-CHAVE
                       MOVE TAB-NOME  TO LK-EST-NOME
                   END-IF
           END-READ
           .
       P110-FIM.

      ******************************************************************
      * SALDO DO OBJETO; SEM REGISTRO DE ESTOQUE O SALDO E ZERO
      ******************************************************************
       P200-CONSULTA.
           MOVE ZEROS               TO LK-EST-SALDO
           MOVE ZEROS               TO LK-EST-CUSTO-UNITARIO
           SET FS-EST-OK            TO TRUE

           OPEN INPUT ESTOQUE
           IF NOT FS-EST-OK
               SET LK-EST-OK        TO TRUE
               MOVE 'OBJETO SEM ESTOQUE REGISTRADO' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-EST-CHAVE        TO EST-CHAVE
           READ ESTOQUE
               KEY IS EST-CHAVE
               INVALID KEY
                   MOVE 'OBJETO SEM ESTOQUE REGISTRADO'
                                    TO LK-EST-MOTIVO
               NOT INVALID KEY
                   MOVE EST-SALDO   TO LK-EST-SALDO
                   MOVE EST-ULTIMO-CUSTO TO LK-EST-CUSTO-UNITARIO
           END-READ
           SET LK-EST-OK            TO TRUE

           CLOSE ESTOQUE
           .
       P200-FIM.

      ******************************************************************
      * SAIDA DE UMA UNIDADE NA EMISSAO; SEM SALDO E ENCOMENDA
      ******************************************************************
       P300-SAIDA.
           PERFORM P700-ABRE-ITEM
           IF NOT FS-EST-OK
               EXIT PARAGRAPH
           END-IF

           MOVE EST-SALDO           TO WS-SALDO-ANTERIOR
           IF WS-SALDO-ANTERIOR GREATER THAN ZEROS
               MOVE 'N'             TO WS-ENCOMENDA
           ELSE
               MOVE 'S'             TO WS-ENCOMENDA
           END-IF
           MOVE -1                  TO WS-QTD-MOVIMENTO
           SUBTRACT 1             FROM EST-SALDO
           ADD 1                    TO EST-QTD-SAIDAS
           MOVE 'S'                 TO WS-TIPO-MOVIMENTO
           MOVE ZEROS               TO WS-CUSTO-MOVIMENTO
           PERFORM P710-GRAVA-ITEM
           .
       P300-FIM.

      ******************************************************************
      * DEVOLUCAO DA SAIDA DO CONTRATO CANCELADO, UMA UNICA VEZ
      ******************************************************************
       P400-DEVOLUCAO.
           SET SAIDA-ACHADA         TO FALSE
           SET JA-DEVOLVIDO         TO FALSE
           SET EOF-MVE-OK           TO FALSE
           SET FS-MVE-OK            TO TRUE

           OPEN INPUT MOV-ESTOQUE
           IF NOT FS-MVE-OK
               MOVE 'CONTRATO SEM SAIDA DE ESTOQUE' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P410-LE-MOVIMENTO UNTIL EOF-MVE-OK
           CLOSE MOV-ESTOQUE

           IF NOT SAIDA-ACHADA
               MOVE 'CONTRATO SEM SAIDA DE ESTOQUE' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF JA-DEVOLVIDO
               MOVE 'OBJETO JA DEVOLVIDO AO ESTOQUE' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P700-ABRE-ITEM
           IF NOT FS-EST-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                 TO WS-ENCOMENDA
           MOVE 1                   TO WS-QTD-MOVIMENTO
           ADD 1                    TO EST-SALDO
           IF EST-QTD-SAIDAS GREATER THAN ZEROS
               SUBTRACT 1         FROM EST-QTD-SAIDAS
           END-IF
           MOVE 'D'                 TO WS-TIPO-MOVIMENTO
           MOVE ZEROS               TO WS-CUSTO-MOVIMENTO
           PERFORM P710-GRAVA-ITEM
           .
       P400-FIM.

       P410-LE-MOVIMENTO.
           READ MOV-ESTOQUE
               AT END
                   SET EOF-MVE-OK   TO TRUE
               NOT AT END
                   IF MVE-NUM-CONTRATO EQUAL LK-EST-NUM-CONTRATO
                       EVALUATE TRUE
                           WHEN MVE-SAIDA
                               SET SAIDA-ACHADA TO TRUE
                               MOVE MVE-CHAVE TO LK-EST-CHAVE
                           WHEN MVE-DEVOLUCAO
                               SET JA-DEVOLVIDO TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           .
       P410-FIM.

      ******************************************************************
      * ENTRADA DE MERCADORIA: CUSTO MEDIO PONDERADO PELO SALDO
      ******************************************************************
       P500-ENTRADA.
           IF LK-EST-QUANTIDADE NOT GREATER THAN ZEROS
               MOVE 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
                                    TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF LK-EST-CUSTO-UNITARIO EQUAL ZEROS
               MOVE 'CUSTO UNITARIO NAO INFORMADO' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF LK-EST-FORNECEDOR EQUAL SPACES
               MOVE 'FORNECEDOR NAO INFORMADO' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P700-ABRE-ITEM
           IF NOT FS-EST-OK
               EXIT PARAGRAPH
           END-IF

           IF EST-SALDO GREATER THAN ZEROS
               COMPUTE WS-VR-ESTOQUE = EST-SALDO * EST-CUSTO-MEDIO
                                     + LK-EST-QUANTIDADE
                                     * LK-EST-CUSTO-UNITARIO
               COMPUTE EST-CUSTO-MEDIO ROUNDED = WS-VR-ESTOQUE
                       / (EST-SALDO + LK-EST-QUANTIDADE)
           ELSE
               MOVE LK-EST-CUSTO-UNITARIO TO EST-CUSTO-MEDIO
           END-IF

           MOVE 'N'                 TO WS-ENCOMENDA
           MOVE LK-EST-QUANTIDADE   TO WS-QTD-MOVIMENTO
           ADD LK-EST-QUANTIDADE    TO EST-SALDO
           ADD LK-EST-QUANTIDADE    TO EST-QTD-ENTRADAS
           MOVE LK-EST-CUSTO-UNITARIO TO EST-ULTIMO-CUSTO
           MOVE LK-EST-FORNECEDOR   TO EST-ULTIMO-FORNECEDOR
           MOVE WS-DATA-HOJE        TO EST-DT-ULTIMA-ENTRADA
           MOVE 'E'                 TO WS-TIPO-MOVIMENTO
           MOVE LK-EST-CUSTO-UNITARIO TO WS-CUSTO-MOVIMENTO
           PERFORM P710-GRAVA-ITEM
           .
       P500-FIM.

      ******************************************************************
      * AJUSTE DE INVENTARIO: SALDO = QUANTIDADE CONTADA
      ******************************************************************
       P600-AJUSTE.
           IF LK-EST-QUANTIDADE LESS THAN ZEROS
               MOVE 'QUANTIDADE CONTADA INVALIDA' TO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P700-ABRE-ITEM
           IF NOT FS-EST-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                 TO WS-ENCOMENDA
           COMPUTE WS-QTD-MOVIMENTO = LK-EST-QUANTIDADE - EST-SALDO
           MOVE LK-EST-QUANTIDADE   TO EST-SALDO
           MOVE WS-DATA-HOJE        TO EST-DT-INVENTARIO
           MOVE 'A'                 TO WS-TIPO-MOVIMENTO
           MOVE ZEROS               TO WS-CUSTO-MOVIMENTO
           PERFORM P710-GRAVA-ITEM
           .
       P600-FIM.

      ******************************************************************
      * ABRE ESTOQUE_OBJ.dat E LE O OBJETO; OBJETO SEM REGISTRO NASCE
      * COM SALDO ZERO
      ******************************************************************
       P700-ABRE-ITEM.
           SET ITEM-NOVO            TO FALSE
           SET FS-EST-OK            TO TRUE

           OPEN I-O ESTOQUE
           IF WS-FS-EST EQUAL 35
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
           END-IF

           IF NOT FS-EST-OK
               STRING 'ERRO AO ABRIR ESTOQUE_OBJ.dat - FS '
                      WS-FS-EST
                      DELIMITED BY SIZE INTO LK-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-EST-CHAVE        TO EST-CHAVE
           READ ESTOQUE
               KEY IS EST-CHAVE
               INVALID KEY
                   SET ITEM-NOVO    TO TRUE
                   INITIALIZE REG-ESTOQUE
                   MOVE LK-EST-CHAVE TO EST-CHAVE
           END-READ
           SET FS-EST-OK            TO TRUE
           IF LK-EST-NOME NOT EQUAL SPACES
               MOVE LK-EST-NOME     TO EST-NOME
           END-IF
           .
       P700-FIM.

      ******************************************************************
      * GRAVA O SALDO E O MOVIMENTO (TIPO E CUSTO UNITARIO JA
      * PREENCHIDOS) E FECHA ESTOQUE_OBJ.dat
      ******************************************************************
       P710-GRAVA-ITEM.
           MOVE WS-DATA-HOJE        TO EST-DT-ULTIMO-MOVIMENTO

           IF ITEM-NOVO
               WRITE REG-ESTOQUE
                   INVALID KEY
                       STRING 'ERRO AO GRAVAR O ESTOQUE - FS '
                              WS-FS-EST
                              DELIMITED BY SIZE INTO LK-EST-MOTIVO
               END-WRITE
           ELSE
               REWRITE REG-ESTOQUE
                   INVALID KEY
                       STRING 'ERRO AO REGRAVAR O ESTOQUE - FS '
                              WS-FS-EST
                              DELIMITED BY SIZE INTO LK-EST-MOTIVO
               END-REWRITE
           END-IF

           IF LK-EST-MOTIVO NOT EQUAL SPACES
               CLOSE ESTOQUE
               EXIT PARAGRAPH
           END-IF

           MOVE EST-SALDO           TO LK-EST-SALDO
           MOVE WS-ENCOMENDA        TO LK-EST-ENCOMENDA
           SET LK-EST-OK            TO TRUE
           CLOSE ESTOQUE

           SET FS-MVE-OK            TO TRUE
           OPEN EXTEND MOV-ESTOQUE
           IF WS-FS-MVE EQUAL 35
               OPEN OUTPUT MOV-ESTOQUE
           END-IF

           IF FS-MVE-OK
               MOVE WS-DATA-HOJE    TO MVE-DATA
               MOVE WS-HORA-AGORA   TO MVE-HORA
               MOVE WS-TIPO-MOVIMENTO TO MVE-TIPO
               MOVE WS-CUSTO-MOVIMENTO TO MVE-CUSTO-UNITARIO
               MOVE EST-CHAVE       TO MVE-CHAVE
               MOVE WS-QTD-MOVIMENTO TO MVE-QUANTIDADE
               MOVE EST-SALDO       TO MVE-SALDO
               IF MVE-ENTRADA
                   MOVE LK-EST-FORNECEDOR TO MVE-FORNECEDOR
                   MOVE LK-EST-DOCUMENTO  TO MVE-DOCUMENTO
               ELSE
                   MOVE SPACES      TO MVE-FORNECEDOR
                   MOVE SPACES      TO MVE-DOCUMENTO
               END-IF
               MOVE LK-EST-NUM-CONTRATO TO MVE-NUM-CONTRATO
               MOVE WS-ENCOMENDA    TO MVE-ENCOMENDA
               MOVE LK-EST-ORIGEM   TO MVE-ORIGEM
               MOVE LK-EST-OPERADOR TO MVE-OPERADOR
               WRITE REG-MOV-ESTOQUE
               CLOSE MOV-ESTOQUE
           ELSE
               MOVE 'MOVIMENTO DE ESTOQUE NAO REGISTRADO'
                                    TO LK-EST-MOTIVO
           END-IF
           .
       P710-FIM.

       END PROGRAM ESTUTIL.
