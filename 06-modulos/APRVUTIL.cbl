      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/12/2024
      * Purpose: MODULO UTILITARIO DE ALCADA E DA FILA DE APROVACAO EM
      *          DUAS PESSOAS (APROVACOES.dat, FD_APRV):
      *          <S> SOLICITA: O VALOR DENTRO DO LIMITE DO NIVEL DO
      *              OPERADOR (OPER-NIVEL) PARA A OPERACAO E LIBERADO E
      *              O CHAMADOR APLICA NA HORA; ACIMA DO LIMITE A
      *              OPERACAO E GRAVADA COMO PEDIDO PENDENTE (OU O
      *              PEDIDO PENDENTE IGUAL JA GRAVADO NO DIA E
      *              DEVOLVIDO) E O CHAMADOR NAO APLICA NADA;
      *          <V> VERIFICA: SO DEVOLVE SE O VALOR CABE NO LIMITE
      *              DO OPERADOR (ALCADA DO SUPERVISOR EM APRFIN).
      *          OS LIMITES VEM DE LIMITES_APROVACAO.TXT (UMA LINHA POR
      *          OPERACAO E NIVEL: OPERACAO X(01) - E ESTORNO, C
      *          CANCELAMENTO, Q ABATE DA QUITACAO, F EXCLUSAO FORCADA
      *          DE CONTATO; NIVEL 9(01); LIMITE 9(08)V99). SEM O
      *          ARQUIVO VALEM OS LIMITES PADRAO DO MODULO. OPERACAO OU
      *          NIVEL SEM LINHA TEM LIMITE ZERO; OPERADOR FORA DE
      *          OPERADORES.dat (OU EM BRANCO) CONTA COMO NIVEL 1. A
      *          TABELA E CARREGADA UMA VEZ POR EXECUCAO
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES ASSIGN TO
           'LIMITES_APROVACAO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.

           SELECT OPERADORES ASSIGN TO
           'OPERADORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS OPER-ID
           FILE STATUS IS WS-FS-OPER.

           SELECT APROVACOES ASSIGN TO
           'APROVACOES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS APR-NUMERO
           FILE STATUS IS WS-FS-APR.

       DATA DIVISION.
       FILE SECTION.
       FD LIMITES.
       01 REG-LIMITE.
          03 LIM-OPERACAO                 PIC X(01).
          03 LIM-NIVEL                    PIC 9(01).
          03 LIM-VALOR                    PIC 9(08)V99.

       FD OPERADORES.
          COPY FD_OPER.

       FD APROVACOES.
          COPY FD_APRV.

       WORKING-STORAGE SECTION.
       77 WS-FS-LIM                       PIC 99.
          88 FS-LIM-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-FS-APR                       PIC 99.
          88 FS-APR-OK                    VALUE 0.
       77 WS-EOF-LIM                      PIC X.
          88 EOF-LIM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-APR                      PIC X.
          88 EOF-APR-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TABELA-CARREGADA             PIC X VALUE 'N'.
          88 TABELA-CARREGADA             VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-REPETIDO              PIC X VALUE 'N'.
          88 PEDIDO-REPETIDO              VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-MAX-NUMERO                   PIC 9(06) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
      *
      * LIMITES DE LIMITES_APROVACAO.TXT (OU OS PADRAO)
      *
       77 WS-QTD-LIMITES                  PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LIMITES                  PIC 9(02) VALUE 40.
       01 WS-TAB-LIMITES.
          03 WS-LM-LIMITE                 OCCURS 40 TIMES.
             05 WS-LM-OPERACAO            PIC X(01).
             05 WS-LM-NIVEL               PIC 9(01).
             05 WS-LM-VALOR               PIC 9(08)V99.
      *
      * LIMITES PADRAO: OPERACAO, NIVEL E VALOR (O NIVEL 4 SO TEM TETO
      * NA EXCLUSAO FORCADA, QUE SEMPRE PASSA POR UM SEGUNDO NIVEL 4)
      *
       01 WS-LIMITES-PADRAO-DADOS.
          03 FILLER PIC X(12) VALUE 'E10000000000'.
          03 FILLER PIC X(12) VALUE 'E20000050000'.
          03 FILLER PIC X(12) VALUE 'E30000200000'.
          03 FILLER PIC X(12) VALUE 'E49999999999'.
          03 FILLER PIC X(12) VALUE 'C10000000000'.
          03 FILLER PIC X(12) VALUE 'C20000200000'.
          03 FILLER PIC X(12) VALUE 'C30002000000'.
          03 FILLER PIC X(12) VALUE 'C49999999999'.
          03 FILLER PIC X(12) VALUE 'Q10000000000'.
          03 FILLER PIC X(12) VALUE 'Q20000030000'.
          03 FILLER PIC X(12) VALUE 'Q30000300000'.
          03 FILLER PIC X(12) VALUE 'Q49999999999'.
          03 FILLER PIC X(12) VALUE 'F10000000000'.
          03 FILLER PIC X(12) VALUE 'F20000000000'.
          03 FILLER PIC X(12) VALUE 'F30000000000'.
          03 FILLER PIC X(12) VALUE 'F40000000000'.
       01 WS-LIMITES-PADRAO REDEFINES WS-LIMITES-PADRAO-DADOS.
          03 WS-LP-LIMITE                 OCCURS 16 TIMES.
             05 WS-LP-OPERACAO            PIC X(01).
             05 WS-LP-NIVEL               PIC 9(01).
             05 WS-LP-VALOR               PIC 9(08)V99.

       LINKAGE SECTION.
       01 LK-AREA-APV.
          03 LK-APV-FUNCAO                PIC X(01).
             88 LK-APV-SOLICITA           VALUE 'S'.
             88 LK-APV-VERIFICA           VALUE 'V'.
          03 LK-APV-OPERACAO              PIC X(01).
          03 LK-APV-OPERADOR              PIC X(06).
          03 LK-APV-EMPRESA               PIC 9(02).
          03 LK-APV-VALOR                 PIC 9(08)V99.
          03 LK-APV-NUM-CONTRATO          PIC 9(06).
          03 LK-APV-NUM-PARCELA           PIC 9(03).
          03 LK-APV-SEQUENCIA             PIC 9(02).
          03 LK-APV-ID-CONTATO            PIC 9(06).
          03 LK-APV-DESCRICAO             PIC X(30).
          03 LK-APV-NIVEL                 PIC 9(01).
          03 LK-APV-LIMITE                PIC 9(08)V99.
          03 LK-APV-NUMERO                PIC 9(06).
          03 LK-APV-RESULTADO             PIC X(01).
             88 LK-APV-LIBERADA           VALUE 'S'.
             88 LK-APV-PENDENTE           VALUE 'P'.
             88 LK-APV-RECUSADA           VALUE 'N'.
          03 LK-APV-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-APV.
       MAIN-PROCEDURE.

           SET LK-APV-RECUSADA      TO TRUE
           MOVE SPACES              TO LK-APV-MOTIVO
           MOVE ZEROS               TO LK-APV-NUMERO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF NOT TABELA-CARREGADA
               PERFORM P100-CARREGA-TABELA
           END-IF

           PERFORM P200-NIVEL-OPERADOR
           PERFORM P250-LIMITE-OPERACAO

           EVALUATE TRUE
               WHEN LK-APV-VERIFICA
                   IF LK-APV-VALOR NOT GREATER THAN LK-APV-LIMITE
                       SET LK-APV-LIBERADA TO TRUE
                   ELSE
                       MOVE 'VALOR ACIMA DA ALCADA DO OPERADOR'
                                    TO LK-APV-MOTIVO
                   END-IF
               WHEN LK-APV-SOLICITA
                   IF LK-APV-VALOR NOT GREATER THAN LK-APV-LIMITE
                       SET LK-APV-LIBERADA TO TRUE
                   ELSE
                       PERFORM P300-GRAVA-PEDIDO
                   END-IF
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-APV-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CARGA DOS LIMITES; SEM O ARQUIVO (OU VAZIO) FICAM OS PADRAO
      ******************************************************************
       P100-CARREGA-TABELA.
           MOVE ZEROS               TO WS-QTD-LIMITES
           SET FS-LIM-OK            TO TRUE
           SET EOF-LIM-OK           TO FALSE

           OPEN INPUT LIMITES
           IF FS-LIM-OK
               PERFORM P110-LE-LIMITE UNTIL EOF-LIM-OK
               CLOSE LIMITES
           END-IF

           IF WS-QTD-LIMITES EQUAL ZEROS
               PERFORM P120-LIMITES-PADRAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 16
           END-IF
           SET TABELA-CARREGADA     TO TRUE
           .
       P100-FIM.

       P110-LE-LIMITE.
           READ LIMITES
               AT END
                   SET EOF-LIM-OK   TO TRUE
               NOT AT END
                   IF LIM-OPERACAO NOT EQUAL SPACES AND
                      LIM-NIVEL IS NUMERIC AND
                      LIM-VALOR IS NUMERIC AND
                      WS-QTD-LIMITES LESS THAN WS-MAX-LIMITES
                       ADD 1        TO WS-QTD-LIMITES
                       MOVE REG-LIMITE
                                    TO WS-LM-LIMITE(WS-QTD-LIMITES)
                   END-IF
           END-READ
           .
       P110-FIM.

       P120-LIMITES-PADRAO.
           ADD 1                    TO WS-QTD-LIMITES
           MOVE WS-LP-LIMITE(WS-IND) TO WS-LM-LIMITE(WS-QTD-LIMITES)
           .
       P120-FIM.

      ******************************************************************
      * NIVEL DO OPERADOR EM OPERADORES.dat (NAO ACHADO = NIVEL 1)
      ******************************************************************
       P200-NIVEL-OPERADOR.
           MOVE 1                   TO LK-APV-NIVEL
           IF LK-APV-OPERADOR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           SET FS-OPER-OK           TO TRUE
           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               MOVE LK-APV-OPERADOR TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-NIVEL GREATER THAN ZEROS
                           MOVE OPER-NIVEL TO LK-APV-NIVEL
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF
           .
       P200-FIM.

       P250-LIMITE-OPERACAO.
           MOVE ZEROS               TO LK-APV-LIMITE
           PERFORM P260-PROCURA-LIMITE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-LIMITES
           .
       P250-FIM.

       P260-PROCURA-LIMITE.
           IF WS-LM-OPERACAO(WS-IND) EQUAL LK-APV-OPERACAO AND
              WS-LM-NIVEL(WS-IND) EQUAL LK-APV-NIVEL
               MOVE WS-LM-VALOR(WS-IND) TO LK-APV-LIMITE
           END-IF
           .
       P260-FIM.

      ******************************************************************
      * PEDIDO ACIMA DO LIMITE: O MESMO PEDIDO AINDA PENDENTE NO DIA
      * NAO E GRAVADO DE NOVO; O NOVO GANHA O PROXIMO NUMERO
      ******************************************************************
       P300-GRAVA-PEDIDO.
           SET FS-APR-OK            TO TRUE

           OPEN I-O APROVACOES
           IF WS-FS-APR EQUAL 35
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               SET FS-APR-OK        TO TRUE
               OPEN I-O APROVACOES
           END-IF

           IF NOT FS-APR-OK
               STRING 'ERRO AO ABRIR APROVACOES.dat (FS '
                      WS-FS-APR ')' DELIMITED BY SIZE
                      INTO LK-APV-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-MAX-NUMERO
           SET PEDIDO-REPETIDO      TO FALSE
           SET EOF-APR-OK           TO FALSE
           MOVE ZEROS               TO APR-NUMERO
           START APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   SET EOF-APR-OK   TO TRUE
           END-START
           PERFORM P310-LE-PEDIDO UNTIL EOF-APR-OK

           IF PEDIDO-REPETIDO
               SET LK-APV-PENDENTE  TO TRUE
               MOVE 'PEDIDO IGUAL JA AGUARDA APROVACAO'
                                    TO LK-APV-MOTIVO
               CLOSE APROVACOES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-APROVACAO
           COMPUTE APR-NUMERO = WS-MAX-NUMERO + 1
           MOVE LK-APV-OPERACAO     TO APR-OPERACAO
           MOVE LK-APV-NUM-CONTRATO TO APR-NUM-CONTRATO
           MOVE LK-APV-NUM-PARCELA  TO APR-NUM-PARCELA
           MOVE LK-APV-SEQUENCIA    TO APR-SEQUENCIA
           MOVE LK-APV-ID-CONTATO   TO APR-ID-CONTATO
           MOVE LK-APV-EMPRESA      TO APR-EMPRESA
           MOVE LK-APV-VALOR        TO APR-VALOR
           MOVE LK-APV-DESCRICAO    TO APR-DESCRICAO
           MOVE LK-APV-OPERADOR     TO APR-OPERADOR
           MOVE LK-APV-NIVEL        TO APR-NIVEL
           MOVE WS-DATA-HOJE        TO APR-DT-SOLICITACAO
           ACCEPT APR-HR-SOLICITACAO FROM TIME
           SET APR-PENDENTE         TO TRUE

           WRITE REG-APROVACAO
               INVALID KEY
                   STRING 'ERRO AO GRAVAR O PEDIDO (FS '
                          WS-FS-APR ')' DELIMITED BY SIZE
                          INTO LK-APV-MOTIVO
               NOT INVALID KEY
                   SET LK-APV-PENDENTE TO TRUE
                   MOVE APR-NUMERO  TO LK-APV-NUMERO
                   MOVE 'VALOR ACIMA DO LIMITE DO NIVEL DO OPERADOR'
                                    TO LK-APV-MOTIVO
           END-WRITE

           CLOSE APROVACOES
           .
       P300-FIM.

       P310-LE-PEDIDO.
           READ APROVACOES NEXT RECORD
               AT END
                   SET EOF-APR-OK   TO TRUE
               NOT AT END
                   MOVE APR-NUMERO  TO WS-MAX-NUMERO
                   IF APR-PENDENTE AND
                      APR-DT-SOLICITACAO EQUAL WS-DATA-HOJE AND
                      APR-OPERACAO EQUAL LK-APV-OPERACAO AND
                      APR-NUM-CONTRATO EQUAL LK-APV-NUM-CONTRATO AND
                      APR-NUM-PARCELA EQUAL LK-APV-NUM-PARCELA AND
                      APR-SEQUENCIA EQUAL LK-APV-SEQUENCIA AND
                      APR-ID-CONTATO EQUAL LK-APV-ID-CONTATO
                       SET PEDIDO-REPETIDO TO TRUE
                       MOVE APR-NUMERO TO LK-APV-NUMERO
                   END-IF
           END-READ
           .
       P310-FIM.

       END PROGRAM APRVUTIL.
