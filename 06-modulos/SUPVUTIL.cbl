      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 04/11/2024
      * Purpose: MODULO UTILITARIO DE AUTORIZACAO DE SUPERVISOR - PEDE
      *          O ID E O PIN DE UM OPERADOR ATIVO DE OPERADORES.dat
      *          COM O NIVEL MINIMO INFORMADO PELO CHAMADOR (ZEROS =
      *          NIVEL 3) E DEVOLVE SE A OPERACAO FOI AUTORIZADA E POR
      *          QUEM; O SUPERVISOR NAO PODE SER O PROPRIO SOLICITANTE.
      *          MESMA CONFERENCIA DE P168-CONFERE-SUPERVISOR DE
      *          PROG-OCCURS, PARA AS NOVAS LIBERACOES NAO REPETIREM A
      *          LEITURA DE OPERADORES EM CADA PROGRAMA
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO
           'OPERADORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS OPER-ID
           FILE STATUS IS WS-FS-OPER.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPER.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-ID-SUPERV                    PIC X(06) VALUE SPACES.
       77 WS-PIN-SUPERV                   PIC X(04) VALUE SPACES.
       77 WS-NIVEL-MINIMO                 PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-SUPV.
          03 LK-SUPV-NIVEL-MIN            PIC 9(01).
          03 LK-SUPV-SOLICITANTE          PIC X(06).
          03 LK-SUPV-ID                   PIC X(06).
          03 LK-SUPV-RESULTADO            PIC X(01).
             88 LK-SUPV-AUTORIZADO        VALUE 'S'.
             88 LK-SUPV-NEGADO            VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-SUPV.
       MAIN-PROCEDURE.

           SET LK-SUPV-NEGADO       TO TRUE
           MOVE SPACES              TO LK-SUPV-ID
           MOVE LK-SUPV-NIVEL-MIN   TO WS-NIVEL-MINIMO
           IF WS-NIVEL-MINIMO EQUAL ZEROS
               MOVE 3               TO WS-NIVEL-MINIMO
           END-IF

           SET FS-OPER-OK           TO TRUE

           OPEN INPUT OPERADORES

           IF FS-OPER-OK
               DISPLAY 'ID DO OPERADOR SUPERVISOR (NIVEL '
                       WS-NIVEL-MINIMO ' OU MAIOR): '
               ACCEPT WS-ID-SUPERV
               MOVE WS-ID-SUPERV    TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       DISPLAY 'SUPERVISOR NAO ENCONTRADO!'
                   NOT INVALID KEY
                       PERFORM P100-CONFERE-SUPERVISOR
               END-READ
               CLOSE OPERADORES
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES '
                       '(FILE STATUS: ' WS-FS-OPER ').'
           END-IF

           GOBACK
           .
       P100-CONFERE-SUPERVISOR.
           EVALUATE TRUE
               WHEN OPER-ID EQUAL LK-SUPV-SOLICITANTE
                   DISPLAY 'O SUPERVISOR NAO PODE SER O PROPRIO '
                           'OPERADOR DA OPERACAO!'
               WHEN OPER-NIVEL LESS THAN WS-NIVEL-MINIMO
                   DISPLAY 'OPERADOR NAO TEM O NIVEL EXIGIDO ('
                           WS-NIVEL-MINIMO ').'
               WHEN NOT OPER-ATIVO
                   DISPLAY 'SUPERVISOR INATIVO OU BLOQUEADO!'
               WHEN OTHER
                   DISPLAY 'PIN DO SUPERVISOR: '
                   ACCEPT WS-PIN-SUPERV
                   IF WS-PIN-SUPERV EQUAL OPER-PIN
                       SET LK-SUPV-AUTORIZADO TO TRUE
                       MOVE OPER-ID TO LK-SUPV-ID
                       DISPLAY 'OPERACAO AUTORIZADA PELO SUPERVISOR '
                               OPER-ID '.'
                   ELSE
                       DISPLAY 'PIN INCORRETO! AUTORIZACAO NEGADA.'
                   END-IF
           END-EVALUATE
           .
       P100-FIM.

       END PROGRAM SUPVUTIL.
