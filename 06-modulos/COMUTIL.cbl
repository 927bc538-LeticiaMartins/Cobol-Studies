      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/11/2024
      * Purpose: MODULO UTILITARIO DE COMISSAO DO VENDEDOR:
      *          <V> CONFERE O VENDEDOR NO CADASTRO DE OPERADORES
      *              (OPERADORES.dat, ATIVO) E DEVOLVE O NOME;
      *          <E> NA EMISSAO (PROG-OCCURS, PROPFIN) APURA A COMISSAO
      *              DO CONTRATO PELA TABELA COMISSAO_TABELA.TXT (CODIGO
      *              DO OBJETO NO CATALOGO TABELA.TXT, 00 = QUALQUER
      *              OBJETO, E PRAZO MAXIMO; VALE A PRIMEIRA FAIXA QUE
      *              ATENDE) SOBRE O VALOR FINANCIADO E GRAVA EM
      *              COMISSOES.dat (FD_COMIS); SEM A TABELA VALE O
      *              PERCENTUAL PADRAO DO MODULO;
      *          <C> NO CANCELAMENTO (MANFIN) OU NA QUITACAO ANTECIPADA
      *              (QUIFIN) DENTRO DO PRAZO DE COMISSAO_PARAM.TXT
      *              (PADRAO 90 DIAS DA EMISSAO) ESTORNA A COMISSAO: SE
      *              AINDA NAO FOI PAGA DEIXA DE SER PAGA, SE JA FOI
      *              PAGA E DESCONTADA NO PROXIMO EXTRATO DE COMFIN
      * Tectonics: cobc -I ../copybooks
      * Update: 23/11/2024 - O REGISTRO DO CATALOGO TABELA.TXT GANHOU O
      *         INDICADOR DE BEM ALIENADO EM GARANTIA (TAB-ALIENACAO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISSOES ASSIGN TO
           'COMISSOES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS COM-NUM-CONTRATO
           FILE STATUS IS WS-FS-COM.

           SELECT OPERADORES ASSIGN TO
           'OPERADORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS OPER-ID
           FILE STATUS IS WS-FS-OPER.

           SELECT TABELA ASSIGN TO
           'TABELA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-TAB.

           SELECT TAB-COMISSAO ASSIGN TO
           'COMISSAO_TABELA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-TCM.

           SELECT PARAMETROS ASSIGN TO
           'COMISSAO_PARAM.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD COMISSOES.
          COPY FD_COMIS.

       FD OPERADORES.
          COPY FD_OPER.

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

       FD TAB-COMISSAO.
       01 REG-TAB-COMISSAO.
          03 TCM-OBJETO                   PIC 9(02).
          03 TCM-PRAZO-MAX                PIC 9(03).
          03 TCM-PERCENTUAL               PIC 9(02)V99.

       FD PARAMETROS.
       01 REG-PARAMETRO.
          03 CPR-DIAS-ESTORNO             PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-COM                       PIC 99.
          88 FS-COM-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-FS-TAB                       PIC 99.
          88 FS-TAB-OK                    VALUE 0.
       77 WS-FS-TCM                       PIC 99.
          88 FS-TCM-OK                    VALUE 0.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-EOF-TAB                      PIC X.
          88 EOF-TAB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-TCM                      PIC X.
          88 EOF-TCM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TABELAS-CARREGADAS           PIC X VALUE 'N'.
          88 TABELAS-CARREGADAS           VALUE 'S' FALSE 'N'.
       77 WS-FAIXA-ACHADA                 PIC X VALUE 'N'.
          88 FAIXA-ACHADA                 VALUE 'S' FALSE 'N'.
       77 WS-QTD-FAIXAS                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-FAIXAS                   PIC 9(02) VALUE 50.
       77 WS-QTD-OBJETOS                  PIC 9(02) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-COD-OBJETO                   PIC 9(02) VALUE ZEROS.
       77 WS-PERC-PADRAO                  PIC 9(02)V99 VALUE 1,50.
       77 WS-DIAS-ESTORNO                 PIC 9(03) VALUE 90.
       77 WS-DIAS-DECORRIDOS              PIC S9(07) VALUE ZEROS.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-CATALOGO.
          03 WS-CAT-ITEM                  OCCURS 50 TIMES.
             05 WS-CAT-CHAVE              PIC 9(02).
             05 WS-CAT-NOME               PIC X(20).
       01 WS-TAB-FAIXAS.
          03 WS-FAIXA                     OCCURS 50 TIMES.
             05 WS-FX-OBJETO              PIC 9(02).
             05 WS-FX-PRAZO-MAX           PIC 9(03).
             05 WS-FX-PERCENTUAL          PIC 9(02)V99.

       LINKAGE SECTION.
       01 LK-AREA-COM.
          03 LK-COM-FUNCAO                PIC X(01).
             88 LK-COM-VALIDA             VALUE 'V'.
             88 LK-COM-EMISSAO            VALUE 'E'.
             88 LK-COM-CANCELAMENTO       VALUE 'C'.
          03 LK-COM-NUM-CONTRATO          PIC 9(06).
          03 LK-COM-VENDEDOR              PIC X(06).
          03 LK-COM-NOME-VENDEDOR         PIC X(20).
          03 LK-COM-OBJETO                PIC X(20).
          03 LK-COM-PRAZO                 PIC 9(03).
          03 LK-COM-VR-BASE               PIC 9(07)V99.
          03 LK-COM-ORIGEM                PIC X(08).
          03 LK-COM-PERCENTUAL            PIC 9(02)V99.
          03 LK-COM-VR-COMISSAO           PIC 9(06)V99.
          03 LK-COM-RESULTADO             PIC X(01).
             88 LK-COM-OK                 VALUE 'S'.
             88 LK-COM-NAO                VALUE 'N'.
          03 LK-COM-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-COM.
       MAIN-PROCEDURE.

           SET LK-COM-NAO           TO TRUE
           MOVE SPACES              TO LK-COM-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF NOT TABELAS-CARREGADAS
               PERFORM P100-CARREGA-TABELAS
           END-IF

           EVALUATE TRUE
               WHEN LK-COM-VALIDA
                   PERFORM P200-VALIDA-VENDEDOR
               WHEN LK-COM-EMISSAO
                   PERFORM P300-APURA-COMISSAO
               WHEN LK-COM-CANCELAMENTO
                   PERFORM P400-ESTORNA-COMISSAO
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-COM-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CATALOGO DE OBJETOS, FAIXAS DE COMISSAO E PRAZO DO ESTORNO,
      * CARREGADOS UMA VEZ POR EXECUCAO
      ******************************************************************
       P100-CARREGA-TABELAS.
           SET TABELAS-CARREGADAS   TO TRUE
           INITIALIZE WS-CATALOGO
           INITIALIZE WS-TAB-FAIXAS
           MOVE ZEROS               TO WS-QTD-OBJETOS
           MOVE ZEROS               TO WS-QTD-FAIXAS

           SET FS-TAB-OK            TO TRUE
           SET EOF-TAB-OK           TO FALSE
           OPEN INPUT TABELA
           IF FS-TAB-OK
               PERFORM P110-LE-OBJETO UNTIL EOF-TAB-OK
               CLOSE TABELA
           END-IF

           SET FS-TCM-OK            TO TRUE
           SET EOF-TCM-OK           TO FALSE
           OPEN INPUT TAB-COMISSAO
           IF FS-TCM-OK
               PERFORM P120-LE-FAIXA UNTIL EOF-TCM-OK
               CLOSE TAB-COMISSAO
           END-IF

           SET FS-PRM-OK            TO TRUE
           OPEN INPUT PARAMETROS
           IF FS-PRM-OK
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPR-DIAS-ESTORNO IS NUMERIC AND
                          CPR-DIAS-ESTORNO GREATER THAN ZEROS
                           MOVE CPR-DIAS-ESTORNO TO WS-DIAS-ESTORNO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF
           .
       P100-FIM.

       P110-LE-OBJETO.
           READ TABELA
               AT END
                   SET EOF-TAB-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-OBJETOS LESS THAN 50
                       ADD 1        TO WS-QTD-OBJETOS
                       MOVE TAB-CHAVE TO WS-CAT-CHAVE(WS-QTD-OBJETOS)
                       MOVE TAB-NOME  TO WS-CAT-NOME(WS-QTD-OBJETOS)
                   END-IF
           END-READ
           .
       P110-FIM.

       P120-LE-FAIXA.
           READ TAB-COMISSAO
               AT END
                   SET EOF-TCM-OK   TO TRUE
               NOT AT END
                   IF TCM-OBJETO IS NUMERIC AND
                      TCM-PRAZO-MAX IS NUMERIC AND
                      TCM-PERCENTUAL IS NUMERIC
                       IF WS-QTD-FAIXAS LESS THAN WS-MAX-FAIXAS
                           ADD 1    TO WS-QTD-FAIXAS
                           MOVE TCM-OBJETO
                             TO WS-FX-OBJETO(WS-QTD-FAIXAS)
                           MOVE TCM-PRAZO-MAX
                             TO WS-FX-PRAZO-MAX(WS-QTD-FAIXAS)
                           MOVE TCM-PERCENTUAL
                             TO WS-FX-PERCENTUAL(WS-QTD-FAIXAS)
                       ELSE
                           DISPLAY 'TABELA DE COMISSAO COM MAIS DE '
                                   WS-MAX-FAIXAS ' FAIXAS - DEMAIS '
                                   'IGNORADAS.'
                           SET EOF-TCM-OK TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       P120-FIM.

      ******************************************************************
      * VENDEDOR = OPERADOR ATIVO DO CADASTRO
      ******************************************************************
       P200-VALIDA-VENDEDOR.
           MOVE SPACES              TO LK-COM-NOME-VENDEDOR
           SET FS-OPER-OK           TO TRUE

           OPEN INPUT OPERADORES
           IF NOT FS-OPER-OK
               STRING 'CADASTRO DE OPERADORES INDISPONIVEL - FS '
                      WS-FS-OPER
                      DELIMITED BY SIZE INTO LK-COM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-COM-VENDEDOR     TO OPER-ID
           READ OPERADORES
               KEY IS OPER-ID
               INVALID KEY
                   MOVE 'VENDEDOR NAO CADASTRADO' TO LK-COM-MOTIVO
               NOT INVALID KEY
                   IF OPER-ATIVO
                       MOVE OPER-NOME TO LK-COM-NOME-VENDEDOR
                       SET LK-COM-OK TO TRUE
                   ELSE
                       MOVE 'VENDEDOR INATIVO OU BLOQUEADO'
                                    TO LK-COM-MOTIVO
                   END-IF
           END-READ

           CLOSE OPERADORES
           .
       P200-FIM.

      ******************************************************************
      * APURACAO NA EMISSAO
      ******************************************************************
       P300-APURA-COMISSAO.
           MOVE ZEROS               TO WS-COD-OBJETO
           PERFORM P310-PROCURA-OBJETO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-OBJETOS
                  OR WS-COD-OBJETO GREATER THAN ZEROS

           MOVE WS-PERC-PADRAO      TO LK-COM-PERCENTUAL
           IF WS-QTD-FAIXAS GREATER THAN ZEROS
               MOVE ZEROS           TO LK-COM-PERCENTUAL
               SET FAIXA-ACHADA     TO FALSE
               PERFORM P320-PROCURA-FAIXA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-FAIXAS
                      OR FAIXA-ACHADA
           END-IF

           COMPUTE LK-COM-VR-COMISSAO ROUNDED =
                   LK-COM-VR-BASE * LK-COM-PERCENTUAL / 100
               ON SIZE ERROR
                   MOVE ZEROS       TO LK-COM-VR-COMISSAO
           END-COMPUTE

           SET FS-COM-OK            TO TRUE
           OPEN I-O COMISSOES
           IF WS-FS-COM EQUAL 35
               OPEN OUTPUT COMISSOES
               CLOSE COMISSOES
               OPEN I-O COMISSOES
           END-IF
           IF NOT FS-COM-OK
               STRING 'ERRO AO ABRIR COMISSOES.dat - FS ' WS-FS-COM
                      DELIMITED BY SIZE INTO LK-COM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-COMISSAO
           MOVE LK-COM-NUM-CONTRATO TO COM-NUM-CONTRATO
           MOVE LK-COM-VENDEDOR     TO COM-VENDEDOR
           MOVE WS-DATA-HOJE        TO COM-DT-EMISSAO
           MOVE LK-COM-OBJETO       TO COM-OBJETO
           MOVE LK-COM-PRAZO        TO COM-PRAZO
           MOVE LK-COM-VR-BASE      TO COM-VR-BASE
           MOVE LK-COM-PERCENTUAL   TO COM-PERCENTUAL
           MOVE LK-COM-VR-COMISSAO  TO COM-VR-COMISSAO
           SET COM-A-PAGAR          TO TRUE
           MOVE SPACES              TO COM-ORIGEM-ESTORNO

           WRITE REG-COMISSAO
               INVALID KEY
                   STRING 'COMISSAO JA APURADA - FS ' WS-FS-COM
                          DELIMITED BY SIZE INTO LK-COM-MOTIVO
               NOT INVALID KEY
                   SET LK-COM-OK    TO TRUE
           END-WRITE

           CLOSE COMISSOES
           .
       P300-FIM.

       P310-PROCURA-OBJETO.
           IF WS-CAT-NOME(WS-IND) EQUAL LK-COM-OBJETO
               MOVE WS-CAT-CHAVE(WS-IND) TO WS-COD-OBJETO
           END-IF
           .
       P310-FIM.

       P320-PROCURA-FAIXA.
           IF (WS-FX-OBJETO(WS-IND) EQUAL ZEROS OR
               WS-FX-OBJETO(WS-IND) EQUAL WS-COD-OBJETO) AND
              LK-COM-PRAZO NOT GREATER THAN WS-FX-PRAZO-MAX(WS-IND)
               SET FAIXA-ACHADA     TO TRUE
               MOVE WS-FX-PERCENTUAL(WS-IND) TO LK-COM-PERCENTUAL
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * ESTORNO: CANCELAMENTO SEMPRE; QUITACAO SO DENTRO DO PRAZO
      ******************************************************************
       P400-ESTORNA-COMISSAO.
           SET FS-COM-OK            TO TRUE
           OPEN I-O COMISSOES
           IF NOT FS-COM-OK
               MOVE 'CONTRATO SEM COMISSAO APURADA' TO LK-COM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-COM-NUM-CONTRATO TO COM-NUM-CONTRATO
           READ COMISSOES
               KEY IS COM-NUM-CONTRATO
               INVALID KEY
                   MOVE 'CONTRATO SEM COMISSAO APURADA'
                                    TO LK-COM-MOTIVO
               NOT INVALID KEY
                   PERFORM P410-AVALIA-ESTORNO
           END-READ

           CLOSE COMISSOES
           .
       P400-FIM.

       P410-AVALIA-ESTORNO.
           MOVE COM-VENDEDOR        TO LK-COM-VENDEDOR
           MOVE COM-VR-COMISSAO     TO LK-COM-VR-COMISSAO

           IF NOT COM-A-PAGAR AND NOT COM-PAGA
               MOVE 'COMISSAO JA ESTORNADA' TO LK-COM-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF LK-COM-ORIGEM EQUAL 'QUIFIN  '
               COMPUTE WS-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(COM-DT-EMISSAO)
               IF WS-DIAS-DECORRIDOS GREATER THAN WS-DIAS-ESTORNO
                   MOVE 'QUITACAO FORA DO PRAZO DE ESTORNO'
                                    TO LK-COM-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF COM-A-PAGAR
               SET COM-CANCELADA    TO TRUE
           ELSE
               SET COM-ESTORNO-PENDENTE TO TRUE
           END-IF
           MOVE WS-DATA-HOJE        TO COM-DT-ESTORNO
           MOVE LK-COM-ORIGEM       TO COM-ORIGEM-ESTORNO

           REWRITE REG-COMISSAO
               INVALID KEY
                   STRING 'ERRO AO ESTORNAR A COMISSAO - FS ' WS-FS-COM
                          DELIMITED BY SIZE INTO LK-COM-MOTIVO
               NOT INVALID KEY
                   SET LK-COM-OK    TO TRUE
           END-REWRITE
           .
       P410-FIM.

       END PROGRAM COMUTIL.
