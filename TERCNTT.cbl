      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: MANUTENCAO DA TABELA DE TERRITORIOS DE VENDA
      *          (TERRITORIOS.TXT, FD_TERR) - LISTAR, INCLUIR E EXCLUIR
      *          FAIXAS DE CEP DE UM TERRITORIO E TROCAR O
      *          REPRESENTANTE DE UM TERRITORIO, CARREGANDO A TABELA EM
      *          MEMORIA E REGRAVANDO O ARQUIVO, NO MESMO DESENHO DE
      *          DDDCNTT; A FAIXA NOVA PRECISA TER O CEP INICIAL E O
      *          FINAL DENTRO DE CEP_FAIXAS.TXT (MODULO CEPVALID) E NAO
      *          PODE SOBREPOR OUTRA FAIXA; SUBSTITUI A PLANILHA DE
      *          DIVISAO DAS AREAS DOS REPRESENTANTES. A ATRIBUICAO DOS
      *          CONTATOS E FEITA PELO LOTE DSTCNTT
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABELA-TERRITORIOS ASSIGN TO
               'TERRITORIOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.


       DATA DIVISION.
       FILE SECTION.
       FD TABELA-TERRITORIOS.
          COPY FD_TERR.

       WORKING-STORAGE SECTION.
       01 WS-TABELA-TERRITORIOS.
          03 WS-TER-ITEM                  OCCURS 200 TIMES.
             05 WS-TER-CEP-INICIAL        PIC 9(08).
             05 WS-TER-CEP-FINAL          PIC 9(08).
             05 WS-TER-CODIGO             PIC X(04).
             05 WS-TER-DESCRICAO          PIC X(20).
             05 WS-TER-REPRESENTANTE      PIC X(06).
             05 WS-TER-NOME-REP           PIC X(20).
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-QTD-LIDOS                    PIC 9(03) VALUE ZEROS.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-POS-ACHADA                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TROCADAS                 PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 WS-ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FAIXA-VALIDA                 PIC X VALUE 'N'.
          88 FAIXA-VALIDA                 VALUE 'S' FALSE 'N'.
       77 WS-CEP-INI-DIG                  PIC X(08) VALUE SPACES.
       77 WS-CEP-FIM-DIG                  PIC X(08) VALUE SPACES.
       77 WS-CEP-INI-NUM                  PIC 9(08) VALUE ZEROS.
       77 WS-CEP-FIM-NUM                  PIC 9(08) VALUE ZEROS.
       77 WS-CODIGO-BUSCA                 PIC X(04) VALUE SPACES.
       77 WS-DESCRICAO-NOVA               PIC X(20) VALUE SPACES.
       77 WS-REP-NOVO                     PIC X(06) VALUE SPACES.
       77 WS-NOME-REP-NOVO                PIC X(20) VALUE SPACES.
       01 WS-AREA-CEP.
          03 WS-CEP-ACAO                  PIC X(01).
          03 WS-CEP-NUMERO                PIC X(08).
          03 WS-CEP-CIDADE                PIC X(20).
          03 WS-CEP-UF                    PIC X(02).
          03 WS-CEP-STATUS                PIC X(01).
             88 WS-CEP-NA-TABELA          VALUE 'V' 'D'.
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

           DISPLAY '*** TERRITORIOS DE VENDA POR FAIXA DE CEP ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P100-CARREGA-TABELA
           PERFORM P200-PROCESSA   THRU P200-FIM UNTIL WS-OPCAO = 'F'
           PERFORM P900-FIM
           .
       P100-CARREGA-TABELA.
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-LIDOS
           INITIALIZE WS-TABELA-TERRITORIOS

           OPEN INPUT TABELA-TERRITORIOS

           IF WS-FS EQUAL 35
               DISPLAY 'TABELA TERRITORIOS.TXT AINDA NAO EXISTE - '
                       'SERA CRIADA NA PRIMEIRA INCLUSAO.'
           ELSE
               IF FS-OK
                   PERFORM P110-LE-TERRITORIO UNTIL EOF-OK
               ELSE
                   DISPLAY 'ERRO AO ABRIR A TABELA TERRITORIOS.TXT.'
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
               END-IF
               CLOSE TABELA-TERRITORIOS
           END-IF
           .
       P100-FIM.

       P110-LE-TERRITORIO.
           READ TABELA-TERRITORIOS
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF WS-QTD-LIDOS LESS THAN 200
                       ADD 1        TO WS-QTD-LIDOS
                       MOVE REG-TERRITORIO
                         TO WS-TER-ITEM(WS-QTD-LIDOS)
                   END-IF
           END-READ
           .
       P110-FIM.

       P200-PROCESSA.
           MOVE SPACES              TO WS-OPCAO
           DISPLAY 'DIGITE: <L> LISTAR, <I> INCLUIR FAIXA, '
                   '<E> EXCLUIR FAIXA, <R> TROCAR REPRESENTANTE OU '
                   '<F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P300-LISTA
               WHEN 'I'
               WHEN 'i'
                   PERFORM P400-INCLUI
               WHEN 'E'
               WHEN 'e'
                   PERFORM P500-EXCLUI
               WHEN 'R'
               WHEN 'r'
                   PERFORM P600-TROCA-REPRESENTANTE
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F'         TO WS-OPCAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P200-FIM.

       P300-LISTA.
           IF WS-QTD-LIDOS EQUAL ZEROS
               DISPLAY 'NENHUMA FAIXA CADASTRADA.'
           ELSE
               DISPLAY 'FAIXAS (CEP INICIAL-CEP FINAL / TERRITORIO / '
                       'DESCRICAO / REPRESENTANTE):'
               PERFORM P310-MOSTRA-FAIXA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-LIDOS
           END-IF
           .
       P300-FIM.

       P310-MOSTRA-FAIXA.
           DISPLAY '  ' WS-TER-CEP-INICIAL(WS-IND) '-'
                   WS-TER-CEP-FINAL(WS-IND) ' / '
                   WS-TER-CODIGO(WS-IND) ' / '
                   WS-TER-DESCRICAO(WS-IND) ' / '
                   WS-TER-REPRESENTANTE(WS-IND) ' '
                   WS-TER-NOME-REP(WS-IND)
           .
       P310-FIM.

      ******************************************************************
      * FAIXA NOVA: CEPS DE 8 DIGITOS, INICIAL <= FINAL, OS DOIS DENTRO
      * DE ALGUMA FAIXA DE CEP_FAIXAS.TXT E SEM SOBREPOR OUTRA FAIXA DE
      * TERRITORIO; TERRITORIO JA EXISTENTE HERDA A DESCRICAO E O
      * REPRESENTANTE
      ******************************************************************
       P400-INCLUI.
           IF WS-QTD-LIDOS NOT LESS THAN 200
               DISPLAY 'TABELA CHEIA! NAO E POSSIVEL INCLUIR.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CEP INICIAL DA FAIXA (8 DIGITOS): '
           ACCEPT WS-CEP-INI-DIG
           DISPLAY 'CEP FINAL DA FAIXA (8 DIGITOS): '
           ACCEPT WS-CEP-FIM-DIG

           PERFORM P410-VALIDA-FAIXA
           IF NOT FAIXA-VALIDA
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CODIGO DO TERRITORIO (ATE 4 POSICOES): '
           ACCEPT WS-CODIGO-BUSCA
           IF WS-CODIGO-BUSCA EQUAL SPACES
               DISPLAY 'CODIGO DO TERRITORIO NAO INFORMADO!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P700-LOCALIZA-CODIGO

           IF WS-ACHOU-OK
               MOVE WS-TER-DESCRICAO(WS-POS-ACHADA)
                                    TO WS-DESCRICAO-NOVA
               MOVE WS-TER-REPRESENTANTE(WS-POS-ACHADA)
                                    TO WS-REP-NOVO
               MOVE WS-TER-NOME-REP(WS-POS-ACHADA)
                                    TO WS-NOME-REP-NOVO
               DISPLAY 'TERRITORIO ' WS-CODIGO-BUSCA ' JA EXISTE ('
                       WS-DESCRICAO-NOVA ', REPRESENTANTE '
                       WS-REP-NOVO ') - FAIXA ACRESCENTADA A ELE.'
           ELSE
               DISPLAY 'DESCRICAO DO TERRITORIO (ATE 20 POSICOES): '
               ACCEPT WS-DESCRICAO-NOVA
               DISPLAY 'CODIGO DO REPRESENTANTE (ATE 6 POSICOES): '
               ACCEPT WS-REP-NOVO
               DISPLAY 'NOME DO REPRESENTANTE (ATE 20 POSICOES): '
               ACCEPT WS-NOME-REP-NOVO
               IF WS-REP-NOVO EQUAL SPACES
                   DISPLAY 'REPRESENTANTE NAO INFORMADO!'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1                    TO WS-QTD-LIDOS
           MOVE WS-CEP-INI-NUM      TO WS-TER-CEP-INICIAL(WS-QTD-LIDOS)
           MOVE WS-CEP-FIM-NUM      TO WS-TER-CEP-FINAL(WS-QTD-LIDOS)
           MOVE WS-CODIGO-BUSCA     TO WS-TER-CODIGO(WS-QTD-LIDOS)
           MOVE WS-DESCRICAO-NOVA   TO WS-TER-DESCRICAO(WS-QTD-LIDOS)
           MOVE WS-REP-NOVO
             TO WS-TER-REPRESENTANTE(WS-QTD-LIDOS)
           MOVE WS-NOME-REP-NOVO    TO WS-TER-NOME-REP(WS-QTD-LIDOS)
           PERFORM P800-GRAVA-TABELA
           DISPLAY 'FAIXA INCLUIDA COM SUCESSO! RODE O LOTE DSTCNTT '
                   'PARA ATRIBUIR OS CONTATOS.'
           .
       P400-FIM.

       P410-VALIDA-FAIXA.
           SET FAIXA-VALIDA         TO FALSE

           IF WS-CEP-INI-DIG IS NOT NUMERIC OR
              WS-CEP-FIM-DIG IS NOT NUMERIC
               DISPLAY 'CEP INVALIDO! INFORME 8 DIGITOS.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CEP-INI-DIG      TO WS-CEP-INI-NUM
           MOVE WS-CEP-FIM-DIG      TO WS-CEP-FIM-NUM

           IF WS-CEP-INI-NUM GREATER THAN WS-CEP-FIM-NUM
               DISPLAY 'CEP INICIAL MAIOR QUE O FINAL!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'V'                 TO WS-CEP-ACAO
           MOVE SPACES              TO WS-CEP-CIDADE
           MOVE SPACES              TO WS-CEP-UF
           MOVE WS-CEP-INI-DIG      TO WS-CEP-NUMERO
           CALL 'CEPVALID' USING WS-AREA-CEP
           IF NOT WS-CEP-NA-TABELA
               DISPLAY 'CEP INICIAL FORA DAS FAIXAS DE CEP_FAIXAS.TXT!'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CEP-FIM-DIG      TO WS-CEP-NUMERO
           CALL 'CEPVALID' USING WS-AREA-CEP
           IF NOT WS-CEP-NA-TABELA
               DISPLAY 'CEP FINAL FORA DAS FAIXAS DE CEP_FAIXAS.TXT!'
               EXIT PARAGRAPH
           END-IF

           SET WS-ACHOU-OK          TO FALSE
           PERFORM P420-COMPARA-SOBREPOSICAO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-LIDOS OR
                     WS-ACHOU-OK

           IF WS-ACHOU-OK
               DISPLAY 'FAIXA SOBREPOE A FAIXA '
                       WS-TER-CEP-INICIAL(WS-POS-ACHADA) '-'
                       WS-TER-CEP-FINAL(WS-POS-ACHADA)
                       ' DO TERRITORIO '
                       WS-TER-CODIGO(WS-POS-ACHADA) '!'
               EXIT PARAGRAPH
           END-IF

           SET FAIXA-VALIDA         TO TRUE
           .
       P410-FIM.

       P420-COMPARA-SOBREPOSICAO.
           IF WS-CEP-INI-NUM NOT GREATER THAN
              WS-TER-CEP-FINAL(WS-IND) AND
              WS-CEP-FIM-NUM NOT LESS THAN
              WS-TER-CEP-INICIAL(WS-IND)
               SET WS-ACHOU-OK      TO TRUE
               MOVE WS-IND          TO WS-POS-ACHADA
           END-IF
           .
       P420-FIM.

       P500-EXCLUI.
           DISPLAY 'CEP INICIAL DA FAIXA A EXCLUIR: '
           ACCEPT WS-CEP-INI-DIG

           IF WS-CEP-INI-DIG IS NOT NUMERIC
               DISPLAY 'CEP INVALIDO! INFORME 8 DIGITOS.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CEP-INI-DIG      TO WS-CEP-INI-NUM
           SET WS-ACHOU-OK          TO FALSE
           PERFORM P510-COMPARA-INICIAL
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-LIDOS OR
                     WS-ACHOU-OK

           IF NOT WS-ACHOU-OK
               DISPLAY 'FAIXA NAO CADASTRADA!'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POS-ACHADA       TO WS-IND
           PERFORM P310-MOSTRA-FAIXA
           DISPLAY 'TECLE: <S> para confirmar a exclusao ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S'
               PERFORM P520-DESLOCA-FAIXA
                   VARYING WS-IND FROM WS-POS-ACHADA BY 1
                   UNTIL WS-IND NOT LESS THAN WS-QTD-LIDOS
               INITIALIZE WS-TER-ITEM(WS-QTD-LIDOS)
               SUBTRACT 1           FROM WS-QTD-LIDOS
               PERFORM P800-GRAVA-TABELA
               DISPLAY 'FAIXA EXCLUIDA - OS CONTATOS DELA FICAM SEM '
                       'TERRITORIO NA PROXIMA RODADA DO DSTCNTT.'
           ELSE
               DISPLAY 'Faixa nao foi excluida.'
           END-IF
           .
       P500-FIM.

       P510-COMPARA-INICIAL.
           IF WS-TER-CEP-INICIAL(WS-IND) EQUAL WS-CEP-INI-NUM
               SET WS-ACHOU-OK      TO TRUE
               MOVE WS-IND          TO WS-POS-ACHADA
           END-IF
           .
       P510-FIM.

       P520-DESLOCA-FAIXA.
           MOVE WS-TER-ITEM(WS-IND + 1) TO WS-TER-ITEM(WS-IND)
           .
       P520-FIM.

      ******************************************************************
      * TROCA DE REPRESENTANTE: VALE PARA TODAS AS FAIXAS DO
      * TERRITORIO (A CARTEIRA MUDA DE MAOS INTEIRA)
      ******************************************************************
       P600-TROCA-REPRESENTANTE.
           DISPLAY 'CODIGO DO TERRITORIO: '
           ACCEPT WS-CODIGO-BUSCA
           PERFORM P700-LOCALIZA-CODIGO

           IF NOT WS-ACHOU-OK
               DISPLAY 'TERRITORIO NAO CADASTRADO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'REPRESENTANTE ATUAL: '
                   WS-TER-REPRESENTANTE(WS-POS-ACHADA) ' '
                   WS-TER-NOME-REP(WS-POS-ACHADA)
           DISPLAY 'CODIGO DO NOVO REPRESENTANTE: '
           ACCEPT WS-REP-NOVO
           DISPLAY 'NOME DO NOVO REPRESENTANTE: '
           ACCEPT WS-NOME-REP-NOVO

           IF WS-REP-NOVO EQUAL SPACES
               DISPLAY 'REPRESENTANTE NAO INFORMADO!'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-QTD-TROCADAS
           PERFORM P610-TROCA-NA-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-LIDOS
           PERFORM P800-GRAVA-TABELA
           DISPLAY WS-QTD-TROCADAS ' FAIXA(S) DO TERRITORIO '
                   WS-CODIGO-BUSCA ' PASSADA(S) PARA ' WS-REP-NOVO '.'
           .
       P600-FIM.

       P610-TROCA-NA-FAIXA.
           IF WS-TER-CODIGO(WS-IND) EQUAL WS-CODIGO-BUSCA
               MOVE WS-REP-NOVO     TO WS-TER-REPRESENTANTE(WS-IND)
               MOVE WS-NOME-REP-NOVO TO WS-TER-NOME-REP(WS-IND)
               ADD 1                TO WS-QTD-TROCADAS
           END-IF
           .
       P610-FIM.

       P700-LOCALIZA-CODIGO.
           SET WS-ACHOU-OK          TO FALSE
           MOVE ZEROS               TO WS-POS-ACHADA
           PERFORM P710-COMPARA-CODIGO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-LIDOS OR
                     WS-ACHOU-OK
           .
       P700-FIM.

       P710-COMPARA-CODIGO.
           IF WS-TER-CODIGO(WS-IND) EQUAL WS-CODIGO-BUSCA
               SET WS-ACHOU-OK      TO TRUE
               MOVE WS-IND          TO WS-POS-ACHADA
           END-IF
           .
       P710-FIM.

       P800-GRAVA-TABELA.
           SET FS-OK                TO TRUE

           OPEN OUTPUT TABELA-TERRITORIOS

           IF FS-OK
               PERFORM P810-GRAVA-TERRITORIO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-LIDOS
               CLOSE TABELA-TERRITORIOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR A TABELA TERRITORIOS.TXT.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
           END-IF
           .
       P800-GRAVA-FIM.

       P810-GRAVA-TERRITORIO.
           MOVE WS-TER-ITEM(WS-IND) TO REG-TERRITORIO
           WRITE REG-TERRITORIO
           .
       P810-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM TERCNTT.
