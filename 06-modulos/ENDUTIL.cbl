      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 26/11/2024
      * Purpose: MODULO UTILITARIO DO HISTORICO DE ENDERECOS DO
      *          CONTATO EM CONTATOS_ENDERECOS.dat (FD_ENDH):
      *          <G> RECEBE AS IMAGENS ANTES/DEPOIS DO REGISTRO DO
      *              CONTATO (AS MESMAS DA AUDITORIA) E, SE RUA,
      *              CIDADE, UF OU CEP MUDARAM, ENCERRA O ENDERECO
      *              VIGENTE NA VESPERA E ABRE O NOVO A PARTIR DE HOJE;
      *              CONTATO SEM HISTORICO GANHA ANTES O ENDERECO
      *              ANTIGO, VALENDO DESDE O CADASTRO; SEGUNDA TROCA NO
      *              MESMO DIA SO CORRIGE O ENDERECO ABERTO HOJE;
      *              IMAGEM ANTES EM BRANCO (INCLUSAO) SO ABRE O
      *              PRIMEIRO ENDERECO;
      *          <C> DEVOLVE O ENDERECO EM VIGOR NA DATA INFORMADA;
      *              CONTATO SEM HISTORICO VOLTA COM O RESULTADO H -
      *              O ENDERECO DO CADASTRO VALE DESDE SEMPRE
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDERECOS ASSIGN TO
           'CONTATOS_ENDERECOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS ENH-CHAVE
           FILE STATUS IS WS-FS-ENH.

       DATA DIVISION.
       FILE SECTION.
       FD ENDERECOS.
          COPY FD_ENDH.

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS-ENH                       PIC 99.
          88 FS-ENH-OK                    VALUE 0.
       77 WS-EOF-ENH                      PIC X.
          88 EOF-ENH-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VESPERA                 PIC 9(08) VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-VIGENTE                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-HISTORICO                PIC 9(03) VALUE ZEROS.
       01 WS-END-ANTES.
          03 WS-ANT-RUA                   PIC X(30).
          03 WS-ANT-CIDADE                PIC X(20).
          03 WS-ANT-ESTADO                PIC X(02).
          03 WS-ANT-CEP                   PIC X(08).
       01 WS-END-DEPOIS.
          03 WS-DEP-RUA                   PIC X(30).
          03 WS-DEP-CIDADE                PIC X(20).
          03 WS-DEP-ESTADO                PIC X(02).
          03 WS-DEP-CEP                   PIC X(08).

       LINKAGE SECTION.
       01 LK-AREA-END.
          03 LK-END-FUNCAO                PIC X(01).
             88 LK-END-GRAVA              VALUE 'G'.
             88 LK-END-CONSULTA           VALUE 'C'.
          03 LK-END-ID-CONTATO            PIC 9(06).
          03 LK-END-REG-ANTES             PIC X(200).
          03 LK-END-REG-DEPOIS            PIC X(200).
          03 LK-END-OPERADOR              PIC X(06).
          03 LK-END-ORIGEM                PIC X(08).
          03 LK-END-DATA                  PIC 9(08).
          03 LK-END-RUA                   PIC X(30).
          03 LK-END-CIDADE                PIC X(20).
          03 LK-END-ESTADO                PIC X(02).
          03 LK-END-CEP                   PIC X(08).
          03 LK-END-DT-INICIO             PIC 9(08).
          03 LK-END-DT-FIM                PIC 9(08).
          03 LK-END-RESULTADO             PIC X(01).
             88 LK-END-OK                 VALUE 'S'.
             88 LK-END-NAO-ACHADO         VALUE 'N'.
             88 LK-END-SEM-HISTORICO      VALUE 'H'.
          03 LK-END-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-END.
       MAIN-PROCEDURE.

           SET LK-END-NAO-ACHADO    TO TRUE
           MOVE SPACES              TO LK-END-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN LK-END-GRAVA
                   PERFORM P100-GRAVA
               WHEN LK-END-CONSULTA
                   PERFORM P200-CONSULTA
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-END-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * TROCA DE ENDERECO: ENCERRA O VIGENTE NA VESPERA E ABRE O NOVO;
      * SEM MUDANCA EM RUA, CIDADE, UF E CEP NAO HA NADA A GRAVAR
      ******************************************************************
       P100-GRAVA.
           MOVE LK-END-REG-DEPOIS   TO WS-REGISTRO
           MOVE WS-END-RUA          TO WS-DEP-RUA
           MOVE WS-END-CIDADE       TO WS-DEP-CIDADE
           MOVE WS-END-ESTADO       TO WS-DEP-ESTADO
           MOVE WS-CEP-CONTATO      TO WS-DEP-CEP

           IF LK-END-REG-ANTES EQUAL SPACES
               MOVE SPACES          TO WS-END-ANTES
           ELSE
               MOVE LK-END-REG-ANTES TO WS-REGISTRO
               MOVE WS-END-RUA      TO WS-ANT-RUA
               MOVE WS-END-CIDADE   TO WS-ANT-CIDADE
               MOVE WS-END-ESTADO   TO WS-ANT-ESTADO
               MOVE WS-CEP-CONTATO  TO WS-ANT-CEP
           END-IF

           IF WS-END-ANTES EQUAL WS-END-DEPOIS
               SET LK-END-OK        TO TRUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1)

           SET FS-ENH-OK            TO TRUE
           OPEN I-O ENDERECOS
           IF WS-FS-ENH EQUAL 35
               OPEN OUTPUT ENDERECOS
               CLOSE ENDERECOS
               OPEN I-O ENDERECOS
           END-IF

           IF NOT FS-ENH-OK
               STRING 'ERRO AO ABRIR CONTATOS_ENDERECOS.dat - FS '
                      WS-FS-ENH
                      DELIMITED BY SIZE INTO LK-END-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P110-VARRE-HISTORICO

           IF WS-QTD-HISTORICO EQUAL ZEROS AND
              WS-END-ANTES NOT EQUAL SPACES
      *        PRIMEIRA TROCA DE UM CONTATO ANTERIOR AO HISTORICO: O
      *        ENDERECO ANTIGO VALEU DESDE O CADASTRO ATE ONTEM
               INITIALIZE REG-ENDERECO-HIST
               MOVE LK-END-ID-CONTATO TO ENH-ID-CONTATO
               MOVE 1               TO ENH-SEQUENCIA
               MOVE WS-ANT-RUA      TO ENH-RUA
               MOVE WS-ANT-CIDADE   TO ENH-CIDADE
               MOVE WS-ANT-ESTADO   TO ENH-ESTADO
               MOVE WS-ANT-CEP      TO ENH-CEP
               MOVE ZEROS           TO ENH-DT-INICIO
               MOVE WS-DATA-VESPERA TO ENH-DT-FIM
               MOVE LK-END-OPERADOR TO ENH-OPERADOR
               MOVE 'CADASTRO'      TO ENH-ORIGEM
               WRITE REG-ENDERECO-HIST
               MOVE 1               TO WS-ULT-SEQUENCIA
           END-IF

           IF WS-SEQ-VIGENTE GREATER THAN ZEROS
               MOVE LK-END-ID-CONTATO TO ENH-ID-CONTATO
               MOVE WS-SEQ-VIGENTE  TO ENH-SEQUENCIA
               READ ENDERECOS
                   KEY IS ENH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENH-DT-INICIO EQUAL WS-DATA-HOJE
      *                    SEGUNDA TROCA NO DIA: CORRIGE O DE HOJE
                           PERFORM P120-MOVE-NOVO-ENDERECO
                           REWRITE REG-ENDERECO-HIST
                           SET LK-END-OK TO TRUE
                       ELSE
                           MOVE WS-DATA-VESPERA TO ENH-DT-FIM
                           REWRITE REG-ENDERECO-HIST
                       END-IF
               END-READ
           END-IF

           IF NOT LK-END-OK
               INITIALIZE REG-ENDERECO-HIST
               MOVE LK-END-ID-CONTATO TO ENH-ID-CONTATO
               ADD 1                TO WS-ULT-SEQUENCIA
               MOVE WS-ULT-SEQUENCIA TO ENH-SEQUENCIA
               PERFORM P120-MOVE-NOVO-ENDERECO
               MOVE WS-DATA-HOJE    TO ENH-DT-INICIO
               MOVE 99999999        TO ENH-DT-FIM
               WRITE REG-ENDERECO-HIST
                   INVALID KEY
                       STRING 'ERRO AO GRAVAR O ENDERECO - FS '
                              WS-FS-ENH
                              DELIMITED BY SIZE INTO LK-END-MOTIVO
                   NOT INVALID KEY
                       SET LK-END-OK TO TRUE
               END-WRITE
           END-IF

           CLOSE ENDERECOS
           .
       P100-FIM.

       P110-VARRE-HISTORICO.
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           MOVE ZEROS               TO WS-SEQ-VIGENTE
           MOVE ZEROS               TO WS-QTD-HISTORICO
           SET EOF-ENH-OK           TO FALSE

           MOVE LK-END-ID-CONTATO   TO ENH-ID-CONTATO
           MOVE ZEROS               TO ENH-SEQUENCIA
           START ENDERECOS KEY IS NOT LESS THAN ENH-CHAVE
               INVALID KEY
                   SET EOF-ENH-OK   TO TRUE
           END-START

           PERFORM P115-LE-HISTORICO UNTIL EOF-ENH-OK
           .
       P110-FIM.

       P115-LE-HISTORICO.
           READ ENDERECOS NEXT RECORD
               AT END
                   SET EOF-ENH-OK  TO TRUE
               NOT AT END
                   IF ENH-ID-CONTATO NOT EQUAL LK-END-ID-CONTATO
                       SET EOF-ENH-OK TO TRUE
                   END-IF
           END-READ

           IF NOT EOF-ENH-OK
               ADD 1                TO WS-QTD-HISTORICO
               MOVE ENH-SEQUENCIA   TO WS-ULT-SEQUENCIA
               IF ENH-VIGENTE
                   MOVE ENH-SEQUENCIA TO WS-SEQ-VIGENTE
               END-IF
           END-IF
           .
       P115-FIM.

       P120-MOVE-NOVO-ENDERECO.
           MOVE WS-DEP-RUA          TO ENH-RUA
           MOVE WS-DEP-CIDADE       TO ENH-CIDADE
           MOVE WS-DEP-ESTADO       TO ENH-ESTADO
           MOVE WS-DEP-CEP          TO ENH-CEP
           MOVE LK-END-OPERADOR     TO ENH-OPERADOR
           MOVE LK-END-ORIGEM       TO ENH-ORIGEM
           .
       P120-FIM.

      ******************************************************************
      * ENDERECO EM VIGOR NA DATA: INICIO <= DATA <= FIM
      ******************************************************************
       P200-CONSULTA.
           MOVE SPACES              TO LK-END-RUA
           MOVE SPACES              TO LK-END-CIDADE
           MOVE SPACES              TO LK-END-ESTADO
           MOVE SPACES              TO LK-END-CEP
           MOVE ZEROS               TO LK-END-DT-INICIO
           MOVE ZEROS               TO LK-END-DT-FIM
           MOVE ZEROS               TO WS-QTD-HISTORICO

           SET FS-ENH-OK            TO TRUE
           OPEN INPUT ENDERECOS

           IF NOT FS-ENH-OK
               SET LK-END-SEM-HISTORICO TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET EOF-ENH-OK           TO FALSE
           MOVE LK-END-ID-CONTATO   TO ENH-ID-CONTATO
           MOVE ZEROS               TO ENH-SEQUENCIA
           START ENDERECOS KEY IS NOT LESS THAN ENH-CHAVE
               INVALID KEY
                   SET EOF-ENH-OK   TO TRUE
           END-START

           PERFORM P210-LE-CONSULTA UNTIL EOF-ENH-OK OR LK-END-OK

           IF WS-QTD-HISTORICO EQUAL ZEROS
               SET LK-END-SEM-HISTORICO TO TRUE
           END-IF

           CLOSE ENDERECOS
           .
       P200-FIM.

       P210-LE-CONSULTA.
           READ ENDERECOS NEXT RECORD
               AT END
                   SET EOF-ENH-OK  TO TRUE
               NOT AT END
                   IF ENH-ID-CONTATO NOT EQUAL LK-END-ID-CONTATO
                       SET EOF-ENH-OK TO TRUE
                   END-IF
           END-READ

           IF NOT EOF-ENH-OK
               ADD 1                TO WS-QTD-HISTORICO
               IF ENH-DT-INICIO NOT GREATER THAN LK-END-DATA AND
                  ENH-DT-FIM NOT LESS THAN LK-END-DATA
                   MOVE ENH-RUA       TO LK-END-RUA
                   MOVE ENH-CIDADE    TO LK-END-CIDADE
                   MOVE ENH-ESTADO    TO LK-END-ESTADO
                   MOVE ENH-CEP       TO LK-END-CEP
                   MOVE ENH-DT-INICIO TO LK-END-DT-INICIO
                   MOVE ENH-DT-FIM    TO LK-END-DT-FIM
                   SET LK-END-OK      TO TRUE
               END-IF
           END-IF
           .
       P210-FIM.

       END PROGRAM ENDUTIL.
