      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 22/12/2024
      * Purpose: ESTOQUE DOS OBJETOS DO CATALOGO (TABELA.TXT, CATOBJ) -
      *          SALDO EM ESTOQUE_OBJ.dat (FD_ESTQ) E MOVIMENTOS EM
      *          ESTOQUE_MOV.dat (FD_MVES), ATUALIZADOS PELO MODULO
      *          ESTUTIL; A SAIDA NA EMISSAO DO CONTRATO (PROG-OCCURS,
      *          PROPFIN) E A DEVOLUCAO NO CANCELAMENTO (MANFIN) SAO
      *          AUTOMATICAS:
      *          <E> ENTRADA DE MERCADORIA RECEBIDA, COM FORNECEDOR,
      *              NOTA FISCAL, QUANTIDADE E CUSTO UNITARIO;
      *          <A> AJUSTE DE INVENTARIO PELA QUANTIDADE CONTADA NA
      *              PRATELEIRA;
      *          <P> POSICAO DO ESTOQUE NO SPOOL: SALDO, ENCOMENDAS
      *              PENDENTES (SALDO NEGATIVO), ULTIMO CUSTO, CUSTO
      *              MEDIO E VALOR DO ESTOQUE DE CADA OBJETO;
      *          <M> MOVIMENTOS DE UM OBJETO NO SPOOL
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTOBJ.

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

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


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

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-EST                       PIC 99.
          88 FS-EST-OK                    VALUE 0.
       77 WS-FS-MVE                       PIC 99.
          88 FS-MVE-OK                    VALUE 0.
       77 WS-FS-TAB                       PIC 99.
          88 FS-TAB-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-TAB                      PIC X.
          88 EOF-TAB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MVE                      PIC X.
          88 EOF-MVE-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ESTOQUE-ABERTO               PIC X VALUE 'N'.
          88 ESTOQUE-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-QTD-OBJETOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCOMENDAS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOVIMENTOS               PIC 9(07) VALUE ZEROS.
       77 WS-VR-ITEM                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-TOTAL                     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-TOTAL-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-ED                     PIC -(5)9.
       77 WS-CUSTO-ED                     PIC ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-LINHA-POSICAO.
          03 WS-LP-CHAVE                  PIC 9(02).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-NOME                   PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-SALDO                  PIC -(5)9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-ENCOMENDAS             PIC Z(4)9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-ULTIMO-CUSTO           PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-CUSTO-MEDIO            PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LP-DT-ENTRADA             PIC 9(08).
          03 FILLER                       PIC X(13) VALUE SPACES.
       01 WS-LINHA-MOVIMENTO.
          03 WS-LM-DATA                   PIC 9(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-HORA                   PIC X(04).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-TIPO                   PIC X(01).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-QUANTIDADE             PIC -(5)9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-SALDO                  PIC -(5)9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-CUSTO                  PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-REFERENCIA             PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LM-ORIGEM                 PIC X(08).
          03 FILLER                       PIC X(10) VALUE SPACES.
       01 WS-AREA-EST.
          03 WS-EST-FUNCAO                PIC X(01).
          03 WS-EST-CHAVE                 PIC 9(02).
          03 WS-EST-NOME                  PIC X(20).
          03 WS-EST-QUANTIDADE            PIC S9(05).
          03 WS-EST-CUSTO-UNITARIO        PIC 9(06)V99.
          03 WS-EST-FORNECEDOR            PIC X(20).
          03 WS-EST-DOCUMENTO             PIC X(10).
          03 WS-EST-NUM-CONTRATO          PIC 9(06).
          03 WS-EST-ORIGEM                PIC X(08).
          03 WS-EST-OPERADOR              PIC X(06).
          03 WS-EST-SALDO                 PIC S9(05).
          03 WS-EST-ENCOMENDA             PIC X(01).
          03 WS-EST-RESULTADO             PIC X(01).
             88 EST-OK                    VALUE 'S'.
          03 WS-EST-MOTIVO                PIC X(40).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          COPY FSMSG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                  PIC X(40).
          03 LK-STATUS                    PIC X(01).
             88 LK-SUCESSO                VALUE '0'.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY '*** ESTOQUE DOS OBJETOS DO CATALOGO ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'DIGITE: <E> ENTRADA DE MERCADORIA, '
                   '<A> AJUSTE DE INVENTARIO, '
                   '<P> POSICAO DO ESTOQUE OU '
                   '<M> MOVIMENTOS DE UM OBJETO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'E'
               WHEN 'e'
                   SET EXIT-OK      TO FALSE
                   PERFORM P100-ENTRADA THRU P100-FIM UNTIL EXIT-OK
               WHEN 'A'
               WHEN 'a'
                   SET EXIT-OK      TO FALSE
                   PERFORM P200-AJUSTE THRU P200-FIM UNTIL EXIT-OK
               WHEN 'P'
               WHEN 'p'
                   PERFORM P300-POSICAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM P400-MOVIMENTOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * ENTRADA DE MERCADORIA RECEBIDA DO FORNECEDOR
      ******************************************************************
       P100-ENTRADA.
           PERFORM P500-INFORMA-OBJETO
           IF NOT EST-OK
               GO TO P100-CONTINUA
           END-IF

           DISPLAY 'FORNECEDOR: '
           ACCEPT WS-EST-FORNECEDOR
           DISPLAY 'NOTA FISCAL: '
           ACCEPT WS-EST-DOCUMENTO
           DISPLAY 'QUANTIDADE RECEBIDA: '
           ACCEPT WS-EST-QUANTIDADE
           DISPLAY 'CUSTO UNITARIO: '
           ACCEPT WS-EST-CUSTO-UNITARIO

           MOVE WS-EST-QUANTIDADE   TO WS-SALDO-ED
           MOVE WS-EST-CUSTO-UNITARIO TO WS-CUSTO-ED
           DISPLAY 'ENTRADA DE ' WS-SALDO-ED ' UNIDADE(S) DE '
                   WS-EST-NOME ' A ' WS-CUSTO-ED
           DISPLAY 'TECLE: <S> para confirmar a ENTRADA ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Entrada nao registrada.'
               GO TO P100-CONTINUA
           END-IF

           MOVE 'E'                 TO WS-EST-FUNCAO
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF EST-OK
               MOVE WS-EST-SALDO    TO WS-SALDO-ED
               DISPLAY 'ENTRADA REGISTRADA. SALDO ATUAL: ' WS-SALDO-ED
               IF WS-EST-SALDO LESS THAN ZEROS
                   DISPLAY 'AINDA HA ENCOMENDAS PENDENTES DESTE '
                           'OBJETO.'
               END-IF
           ELSE
               DISPLAY 'ENTRADA NAO REGISTRADA: ' WS-EST-MOTIVO
           END-IF
           .
       P100-CONTINUA.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P100-FIM.

      ******************************************************************
      * AJUSTE DE INVENTARIO: O SALDO PASSA A SER O CONTADO
      ******************************************************************
       P200-AJUSTE.
           PERFORM P500-INFORMA-OBJETO
           IF NOT EST-OK
               GO TO P200-CONTINUA
           END-IF

           DISPLAY 'QUANTIDADE CONTADA NO INVENTARIO: '
           ACCEPT WS-EST-QUANTIDADE

           MOVE WS-EST-QUANTIDADE   TO WS-SALDO-ED
           DISPLAY 'SALDO DE ' WS-EST-NOME ' PASSA A SER '
                   WS-SALDO-ED
           DISPLAY 'TECLE: <S> para confirmar o AJUSTE ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Ajuste nao registrado.'
               GO TO P200-CONTINUA
           END-IF

           MOVE 'A'                 TO WS-EST-FUNCAO
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF EST-OK
               DISPLAY 'AJUSTE DE INVENTARIO REGISTRADO.'
           ELSE
               DISPLAY 'AJUSTE NAO REGISTRADO: ' WS-EST-MOTIVO
           END-IF
           .
       P200-CONTINUA.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P200-FIM.

      ******************************************************************
      * POSICAO DO ESTOQUE DE CADA OBJETO DO CATALOGO
      ******************************************************************
       P300-POSICAO.
           SET FS-TAB-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-OBJETOS
           MOVE ZEROS               TO WS-QTD-ENCOMENDAS
           MOVE ZEROS               TO WS-VR-TOTAL
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT TABELA
           IF NOT FS-TAB-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO TABELA.TXT.'
               MOVE WS-FS-TAB       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-TAB ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    SEM ESTOQUE_OBJ.dat TODOS OS OBJETOS SAEM COM SALDO ZERO
           SET ESTOQUE-ABERTO       TO FALSE
           SET FS-EST-OK            TO TRUE
           OPEN INPUT ESTOQUE
           IF FS-EST-OK
               SET ESTOQUE-ABERTO   TO TRUE
           END-IF

           MOVE 'ESTOBJ  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'POSICAO DO ESTOQUE DO CATALOGO EM '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CD OBJETO                SALDO ENCOM'
                                    TO REG-IMPRESSAO
           MOVE '  ULT.CUSTO CUSTO MED. ULT.ENTR'
                                    TO REG-IMPRESSAO(37:31)
           WRITE REG-IMPRESSAO

           SET EOF-TAB-OK           TO FALSE
           PERFORM P310-LE-OBJETO UNTIL EOF-TAB-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'OBJETOS NO CATALOGO.....: ' WS-QTD-OBJETOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ENCOMENDAS PENDENTES....: ' WS-QTD-ENCOMENDAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-TOTAL         TO WS-VR-TOTAL-ED
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VALOR DO ESTOQUE (MEDIO): ' WS-VR-TOTAL-ED
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           IF ESTOQUE-ABERTO
               CLOSE ESTOQUE
           END-IF
           CLOSE TABELA

           DISPLAY 'OBJETOS NO CATALOGO.....: ' WS-QTD-OBJETOS
           DISPLAY 'ENCOMENDAS PENDENTES....: ' WS-QTD-ENCOMENDAS
           DISPLAY 'VALOR DO ESTOQUE (MEDIO): ' WS-VR-TOTAL-ED
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P310-LE-OBJETO.
           READ TABELA
               AT END
                   SET EOF-TAB-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-OBJETOS
                   PERFORM P320-IMPRIME-POSICAO
           END-READ
           .
       P310-FIM.

       P320-IMPRIME-POSICAO.
           INITIALIZE REG-ESTOQUE
           IF ESTOQUE-ABERTO
               MOVE TAB-CHAVE       TO EST-CHAVE
               READ ESTOQUE
                   KEY IS EST-CHAVE
                   INVALID KEY
                       INITIALIZE REG-ESTOQUE
               END-READ
           END-IF

           MOVE TAB-CHAVE           TO WS-LP-CHAVE
           MOVE TAB-NOME            TO WS-LP-NOME
           MOVE EST-SALDO           TO WS-LP-SALDO
           IF EST-SALDO LESS THAN ZEROS
               COMPUTE WS-LP-ENCOMENDAS = ZEROS - EST-SALDO
               SUBTRACT EST-SALDO FROM WS-QTD-ENCOMENDAS
           ELSE
               MOVE ZEROS           TO WS-LP-ENCOMENDAS
               COMPUTE WS-VR-ITEM = EST-SALDO * EST-CUSTO-MEDIO
               ADD WS-VR-ITEM       TO WS-VR-TOTAL
           END-IF
           MOVE EST-ULTIMO-CUSTO    TO WS-LP-ULTIMO-CUSTO
           MOVE EST-CUSTO-MEDIO     TO WS-LP-CUSTO-MEDIO
           MOVE EST-DT-ULTIMA-ENTRADA TO WS-LP-DT-ENTRADA
           MOVE WS-LINHA-POSICAO    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P320-FIM.

      ******************************************************************
      * MOVIMENTOS DE UM OBJETO, EM ORDEM DE CHEGADA
      ******************************************************************
       P400-MOVIMENTOS.
           PERFORM P500-INFORMA-OBJETO
           IF NOT EST-OK
               EXIT PARAGRAPH
           END-IF

           SET FS-MVE-OK            TO TRUE
           OPEN INPUT MOV-ESTOQUE
           IF WS-FS-MVE EQUAL 35
               DISPLAY 'NENHUM MOVIMENTO DE ESTOQUE REGISTRADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-MVE-OK
               DISPLAY 'ERRO AO ABRIR ESTOQUE_MOV.dat.'
               MOVE WS-FS-MVE       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-MVE ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-QTD-MOVIMENTOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'ESTOBJ  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MOVIMENTOS DO ESTOQUE - ' WS-EST-CHAVE ' '
                  WS-EST-NOME ' EM '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'DATA     HORA T   QTDE  SALDO CUSTO UNIT'
                                    TO REG-IMPRESSAO
           MOVE 'FORNECEDOR/CONTRATO  ORIGEM'
                                    TO REG-IMPRESSAO(42:27)
           WRITE REG-IMPRESSAO

           SET EOF-MVE-OK           TO FALSE
           PERFORM P410-LE-MOVIMENTO UNTIL EOF-MVE-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-EST-SALDO        TO WS-SALDO-ED
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MOVIMENTOS..............: ' WS-QTD-MOVIMENTOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SALDO ATUAL.............: ' WS-SALDO-ED
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           CLOSE MOV-ESTOQUE

           DISPLAY 'MOVIMENTOS..............: ' WS-QTD-MOVIMENTOS
           DISPLAY 'SALDO ATUAL.............: ' WS-SALDO-ED
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-LE-MOVIMENTO.
           READ MOV-ESTOQUE
               AT END
                   SET EOF-MVE-OK   TO TRUE
               NOT AT END
                   IF MVE-CHAVE EQUAL WS-EST-CHAVE
                       PERFORM P420-IMPRIME-MOVIMENTO
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-IMPRIME-MOVIMENTO.
           ADD 1                    TO WS-QTD-MOVIMENTOS
           MOVE MVE-DATA            TO WS-LM-DATA
           MOVE MVE-HORA(1:4)       TO WS-LM-HORA
           MOVE MVE-TIPO            TO WS-LM-TIPO
           MOVE MVE-QUANTIDADE      TO WS-LM-QUANTIDADE
           MOVE MVE-SALDO           TO WS-LM-SALDO
           MOVE MVE-CUSTO-UNITARIO  TO WS-LM-CUSTO
           MOVE SPACES              TO WS-LM-REFERENCIA
           EVALUATE TRUE
               WHEN MVE-ENTRADA
                   MOVE MVE-FORNECEDOR TO WS-LM-REFERENCIA
               WHEN MVE-SAIDA AND MVE-E-ENCOMENDA
                   STRING 'CONTR ' MVE-NUM-CONTRATO ' ENCOM'
                          DELIMITED BY SIZE INTO WS-LM-REFERENCIA
               WHEN MVE-SAIDA OR MVE-DEVOLUCAO
                   STRING 'CONTR ' MVE-NUM-CONTRATO
                          DELIMITED BY SIZE INTO WS-LM-REFERENCIA
               WHEN OTHER
                   MOVE 'INVENTARIO'  TO WS-LM-REFERENCIA
           END-EVALUATE
           MOVE MVE-ORIGEM          TO WS-LM-ORIGEM
           MOVE WS-LINHA-MOVIMENTO  TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P420-FIM.

      ******************************************************************
      * CODIGO DO OBJETO NO CATALOGO, COM O SALDO ATUAL (ESTUTIL)
      ******************************************************************
       P500-INFORMA-OBJETO.
           INITIALIZE WS-AREA-EST
           DISPLAY 'CODIGO DO OBJETO NO CATALOGO: '
           ACCEPT WS-EST-CHAVE

           IF WS-EST-CHAVE EQUAL ZEROS
               DISPLAY 'CODIGO DO OBJETO NAO INFORMADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'                 TO WS-EST-FUNCAO
           CALL 'ESTUTIL' USING WS-AREA-EST

           IF NOT EST-OK
               DISPLAY 'OBJETO ' WS-EST-CHAVE ': ' WS-EST-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EST-SALDO        TO WS-SALDO-ED
           DISPLAY 'OBJETO: ' WS-EST-NOME ' SALDO: ' WS-SALDO-ED
           IF WS-EST-SALDO LESS THAN ZEROS
               DISPLAY '(SALDO NEGATIVO = ENCOMENDAS PENDENTES)'
           END-IF

           MOVE 'ESTOBJ  '          TO WS-EST-ORIGEM
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-EST-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-EST-OPERADOR
           END-IF
           .
       P500-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM ESTOBJ.
