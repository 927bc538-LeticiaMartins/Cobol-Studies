      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 03/12/2024
      * Purpose: MODULO UTILITARIO DE MASCARAMENTO DE DADOS PESSOAIS
      *          NAS SAIDAS IMPRESSAS E EXPORTADAS. FUNCAO D = CPF/CNPJ
      *          (***.456.789-** / **.345.678/0001-**), T = TELEFONE
      *          ((DD) *****-SSSS), E = E-MAIL (PRIMEIRA LETRA, *** E O
      *          DOMINIO); FUNCAO L = LIBERACAO DOS DADOS COMPLETOS:
      *          EXIGE OPERADOR ATIVO DE NIVEL 3 OU MAIOR E UM MOTIVO,
      *          E GRAVA A LIBERACAO (CONCEDIDA OU RECUSADA) EM
      *          MASCARA_LOG.dat COM O OPERADOR E O PROGRAMA
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO
           'OPERADORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS OPER-ID
           FILE STATUS IS WS-FS-OPER.

           SELECT MASCARA-LOG ASSIGN TO
           'MASCARA_LOG.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPER.

       FD MASCARA-LOG.
          COPY FD_MASC.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-FS-LOG                       PIC 99.
          88 FS-LOG-OK                    VALUE 0.
       77 WS-TAMANHO                      PIC 9(02) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-POS-ARROBA                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MEIO                     PIC 9(02) VALUE ZEROS.
       01 WS-VALOR                        PIC X(30) VALUE SPACES.
       01 WS-DOC REDEFINES WS-VALOR.
          03 WS-DOC-DIGITO                PIC X(01) OCCURS 30 TIMES.
       77 WS-ASTERISCOS                   PIC X(30) VALUE ALL '*'.

       LINKAGE SECTION.
       01 LK-AREA-MASK.
          03 LK-MASK-FUNCAO               PIC X(01).
             88 LK-MASK-DOCUMENTO         VALUE 'D'.
             88 LK-MASK-TELEFONE          VALUE 'T'.
             88 LK-MASK-EMAIL             VALUE 'E'.
             88 LK-MASK-LIBERACAO         VALUE 'L'.
          03 LK-MASK-VALOR                PIC X(30).
          03 LK-MASK-MASCARADO            PIC X(30).
          03 LK-MASK-OPERADOR             PIC X(06).
          03 LK-MASK-PROGRAMA             PIC X(08).
          03 LK-MASK-RESULTADO            PIC X(01).
             88 LK-MASK-LIBERADO          VALUE 'S'.
             88 LK-MASK-MASCARAR          VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-MASK.
       MAIN-PROCEDURE.

           MOVE SPACES              TO LK-MASK-MASCARADO
           MOVE LK-MASK-VALOR       TO WS-VALOR

           MOVE ZEROS               TO WS-TAMANHO
           PERFORM P050-MEDE-VALOR
               VARYING WS-IND FROM 30 BY -1
               UNTIL WS-IND EQUAL ZEROS OR WS-TAMANHO NOT EQUAL 0

           EVALUATE TRUE
               WHEN LK-MASK-LIBERACAO
                   PERFORM P400-LIBERACAO
               WHEN WS-TAMANHO EQUAL ZEROS
                   CONTINUE
               WHEN LK-MASK-DOCUMENTO
                   PERFORM P100-MASCARA-DOCUMENTO
               WHEN LK-MASK-TELEFONE
                   PERFORM P200-MASCARA-TELEFONE
               WHEN LK-MASK-EMAIL
                   PERFORM P300-MASCARA-EMAIL
               WHEN OTHER
                   MOVE WS-ASTERISCOS(1:WS-TAMANHO)
                                    TO LK-MASK-MASCARADO
           END-EVALUATE

           GOBACK
           .
       P050-MEDE-VALOR.
           IF WS-DOC-DIGITO(WS-IND) NOT EQUAL SPACE
               MOVE WS-IND          TO WS-TAMANHO
           END-IF
           .
       P050-FIM.

      ******************************************************************
      *    CPF: ***.456.789-** / CNPJ: **.345.678/0001-**; QUALQUER
      *    OUTRO TAMANHO SAI TODO EM ASTERISCOS
      ******************************************************************
       P100-MASCARA-DOCUMENTO.
           EVALUATE WS-TAMANHO
               WHEN 11
                   STRING '***.' WS-VALOR(4:3) '.' WS-VALOR(7:3)
                          '-**'
                          DELIMITED BY SIZE INTO LK-MASK-MASCARADO
               WHEN 14
                   STRING '**.' WS-VALOR(3:3) '.' WS-VALOR(6:3)
                          '/' WS-VALOR(9:4) '-**'
                          DELIMITED BY SIZE INTO LK-MASK-MASCARADO
               WHEN OTHER
                   MOVE WS-ASTERISCOS(1:WS-TAMANHO)
                                    TO LK-MASK-MASCARADO
           END-EVALUATE
           .
       P100-FIM.

      ******************************************************************
      *    TELEFONE: MANTEM O DDD E OS 4 ULTIMOS DIGITOS
      ******************************************************************
       P200-MASCARA-TELEFONE.
           IF WS-TAMANHO LESS THAN 7
               MOVE WS-ASTERISCOS(1:WS-TAMANHO)
                                    TO LK-MASK-MASCARADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTD-MEIO = WS-TAMANHO - 6
           COMPUTE WS-IND      = WS-TAMANHO - 3
           STRING '(' WS-VALOR(1:2) ') '
                  WS-ASTERISCOS(1:WS-QTD-MEIO) '-'
                  WS-VALOR(WS-IND:4)
                  DELIMITED BY SIZE INTO LK-MASK-MASCARADO
           .
       P200-FIM.

      ******************************************************************
      *    E-MAIL: PRIMEIRA LETRA, *** E O DOMINIO A PARTIR DO @
      ******************************************************************
       P300-MASCARA-EMAIL.
           MOVE ZEROS               TO WS-POS-ARROBA
           PERFORM P310-PROCURA-ARROBA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-TAMANHO
                  OR WS-POS-ARROBA NOT EQUAL ZEROS

           IF WS-POS-ARROBA LESS THAN 2
               MOVE WS-ASTERISCOS(1:WS-TAMANHO)
                                    TO LK-MASK-MASCARADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTD-MEIO = WS-TAMANHO - WS-POS-ARROBA + 1
           STRING WS-VALOR(1:1) '***'
                  WS-VALOR(WS-POS-ARROBA:WS-QTD-MEIO)
                  DELIMITED BY SIZE INTO LK-MASK-MASCARADO
           .
       P300-FIM.

       P310-PROCURA-ARROBA.
           IF WS-DOC-DIGITO(WS-IND) EQUAL '@'
               MOVE WS-IND          TO WS-POS-ARROBA
           END-IF
           .
       P310-FIM.

      ******************************************************************
      *    LIBERACAO DOS DADOS COMPLETOS: OPERADOR ATIVO DE NIVEL 3 OU
      *    MAIOR E MOTIVO OBRIGATORIO; TODA LIBERACAO FICA NO LOG
      ******************************************************************
       P400-LIBERACAO.
           SET LK-MASK-MASCARAR     TO TRUE
           INITIALIZE REG-MASCARA-LOG
           SET MSC-RECUSADO         TO TRUE

           SET FS-OPER-OK           TO TRUE
           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES '
                       '(FILE STATUS: ' WS-FS-OPER ').'
               MOVE 'ARQUIVO DE OPERADORES INDISPONIVEL'
                                    TO MSC-MOTIVO
               PERFORM P450-GRAVA-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE LK-MASK-OPERADOR    TO OPER-ID
           READ OPERADORES
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO!'
                   MOVE 'OPERADOR NAO ENCONTRADO' TO MSC-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPER-ATIVO
                           DISPLAY 'OPERADOR INATIVO OU BLOQUEADO!'
                           MOVE 'OPERADOR INATIVO OU BLOQUEADO'
                                    TO MSC-MOTIVO
                       WHEN OPER-NIVEL LESS THAN 3
                           DISPLAY 'OPERADOR SEM NIVEL PARA VER DADOS '
                                   'COMPLETOS (EXIGIDO NIVEL 3).'
                           MOVE 'NIVEL DO OPERADOR INSUFICIENTE'
                                    TO MSC-MOTIVO
                       WHEN OTHER
                           DISPLAY 'MOTIVO DA IMPRESSAO COMPLETA: '
                           ACCEPT MSC-MOTIVO
                           IF MSC-MOTIVO EQUAL SPACES
                               DISPLAY 'MOTIVO OBRIGATORIO! OS DADOS '
                                       'SAIRAO MASCARADOS.'
                               MOVE 'MOTIVO NAO INFORMADO'
                                    TO MSC-MOTIVO
                           ELSE
                               SET MSC-LIBERADO     TO TRUE
                               SET LK-MASK-LIBERADO TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ

           CLOSE OPERADORES

           PERFORM P450-GRAVA-LOG
           .
       P400-FIM.

       P450-GRAVA-LOG.
           SET FS-LOG-OK            TO TRUE

           OPEN EXTEND MASCARA-LOG

           IF WS-FS-LOG EQUAL 35 THEN
               OPEN OUTPUT MASCARA-LOG
           END-IF

           IF FS-LOG-OK THEN
               ACCEPT MSC-DATA      FROM DATE YYYYMMDD
               ACCEPT MSC-HORA      FROM TIME
               MOVE LK-MASK-OPERADOR TO MSC-OPERADOR
               MOVE LK-MASK-PROGRAMA TO MSC-PROGRAMA
               WRITE REG-MASCARA-LOG
               CLOSE MASCARA-LOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE MASCARAMENTO '
                       '(FILE STATUS: ' WS-FS-LOG ').'
               SET LK-MASK-MASCARAR TO TRUE
           END-IF
           .
       P450-FIM.

       END PROGRAM MASKUTIL.
