      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: ATRIBUICAO DOS CONTATOS AOS TERRITORIOS DE VENDA -
      *          CARREGA A TABELA TERRITORIOS.TXT (MANTIDA POR
      *          TERCNTT) E REGERA POR INTEIRO CONTATOS_TERRIT.dat
      *          (FD_CTER), PROCURANDO O CEP-CONTATO DE CADA CONTATO
      *          NAS FAIXAS DOS TERRITORIOS; CONTATO SEM CEP OU COM CEP
      *          FORA DE TODAS AS FAIXAS FICA SEM TERRITORIO E E
      *          CONTADO NO RESUMO; RODA NO PLANO NOTURNO PARA A
      *          CARTEIRA (CRTCNTT) E OS FILTROS DE TERRITORIO
      *          (ETQCNTT, CARCNTT, EXPCNTT) ACOMPANHAREM AS TROCAS DE
      *          ENDERECO E DE FAIXA; INICIO E FIM DA RODADA
      *          REGISTRADOS NO LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT TABELA-TERRITORIOS ASSIGN TO
               'TERRITORIOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TER.

               SELECT CONTATOS-TERRIT ASSIGN TO
               'CONTATOS_TERRIT.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CTE-ID-CONTATO
               FILE STATUS IS WS-FS-CTE.


       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD TABELA-TERRITORIOS.
          COPY FD_TERR.

       FD CONTATOS-TERRIT.
          COPY FD_CTER.

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
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
       77 WS-FS-TER                       PIC 99.
          88 FS-TER-OK                    VALUE 0.
       77 WS-FS-CTE                       PIC 99.
          88 FS-CTE-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-QTD-FAIXAS                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRIBUIDOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CEP                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA-FAIXA               PIC 9(05) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-POS-ACHADA                   PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 WS-ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CEP-NUM                      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
          COPY FSMSG.
          COPY LAYVERS.

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

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** ATRIBUICAO DE CONTATOS AOS TERRITORIOS ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'DSTCNTT '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P100-CARREGA-TERRITORIOS
           IF LK-SUCESSO
               PERFORM P300-ATRIBUI
           END-IF
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-ATRIBUIDOS  TO WS-LOG-QTD-GRAVADOS
           COMPUTE WS-LOG-QTD-REJEITADOS =
                   WS-QTD-SEM-CEP + WS-QTD-FORA-FAIXA
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
       P100-CARREGA-TERRITORIOS.
           SET FS-TER-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-FAIXAS
           INITIALIZE WS-TABELA-TERRITORIOS

           OPEN INPUT TABELA-TERRITORIOS

           IF WS-FS-TER EQUAL 35
               DISPLAY 'TABELA TERRITORIOS.TXT AINDA NAO EXISTE - '
                       'CADASTRE AS FAIXAS EM TERCNTT.'
               SET LK-ERRO         TO TRUE
           ELSE
               IF FS-TER-OK
                   PERFORM P110-LE-TERRITORIO UNTIL EOF-OK
               ELSE
                   DISPLAY 'ERRO AO ABRIR A TABELA TERRITORIOS.TXT.'
                   MOVE WS-FS-TER   TO WS-FS
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS-TER ' - ' WS-FS-MSG
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
                   IF WS-QTD-FAIXAS LESS THAN 200
                       ADD 1        TO WS-QTD-FAIXAS
                       MOVE REG-TERRITORIO
                         TO WS-TER-ITEM(WS-QTD-FAIXAS)
                   END-IF
           END-READ
           .
       P110-FIM.

       P300-ATRIBUI.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-CTE-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-ATRIBUIDOS
           MOVE ZEROS               TO WS-QTD-SEM-CEP
           MOVE ZEROS               TO WS-QTD-FORA-FAIXA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CONTATOS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTATO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTATOS-TERRIT

           IF NOT FS-CTE-OK
               DISPLAY 'ERRO AO CRIAR CONTATOS_TERRIT.dat.'
               MOVE WS-FS-CTE       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CTE ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CONTATOS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO ID-CONTATO
           START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P310-LE-CONTATO UNTIL EOF-OK

           DISPLAY 'FAIXAS DE TERRITORIO...: ' WS-QTD-FAIXAS
           DISPLAY 'CONTATOS LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'ATRIBUIDOS.............: ' WS-QTD-ATRIBUIDOS
           DISPLAY 'SEM CEP................: ' WS-QTD-SEM-CEP
           DISPLAY 'CEP FORA DOS TERRITORIOS: ' WS-QTD-FORA-FAIXA

           CLOSE CONTATOS-TERRIT
           CLOSE CONTATOS
           .
       P300-FIM.

       P310-LE-CONTATO.
           READ CONTATOS NEXT RECORD INTO WS-REGISTRO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF WS-CEP-CONTATO IS NUMERIC
                       PERFORM P320-PROCURA-TERRITORIO
                   ELSE
                       ADD 1        TO WS-QTD-SEM-CEP
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-PROCURA-TERRITORIO.
           MOVE WS-CEP-CONTATO      TO WS-CEP-NUM
           SET WS-ACHOU-OK          TO FALSE
           PERFORM P325-COMPARA-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-FAIXAS OR
                     WS-ACHOU-OK

           IF NOT WS-ACHOU-OK
               ADD 1                TO WS-QTD-FORA-FAIXA
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-CONTATO-TERRIT
           MOVE WS-ID-CONTATO       TO CTE-ID-CONTATO
           MOVE WS-TER-CODIGO(WS-POS-ACHADA)
                                    TO CTE-TERRITORIO
           MOVE WS-TER-REPRESENTANTE(WS-POS-ACHADA)
                                    TO CTE-REPRESENTANTE
           MOVE WS-CEP-CONTATO      TO CTE-CEP
           MOVE WS-DATA-HOJE        TO CTE-DT-ATRIBUICAO

           WRITE REG-CONTATO-TERRIT
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O TERRITORIO DO CONTATO '
                           WS-ID-CONTATO ' - FS ' WS-FS-CTE
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-ATRIBUIDOS
           END-WRITE
           .
       P320-FIM.

       P325-COMPARA-FAIXA.
           IF WS-CEP-NUM NOT LESS THAN WS-TER-CEP-INICIAL(WS-IND) AND
              WS-CEP-NUM NOT GREATER THAN WS-TER-CEP-FINAL(WS-IND)
               SET WS-ACHOU-OK      TO TRUE
               MOVE WS-IND          TO WS-POS-ACHADA
           END-IF
           .
       P325-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM DSTCNTT.
