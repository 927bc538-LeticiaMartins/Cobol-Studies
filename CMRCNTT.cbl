      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 28/11/2024
      * Purpose: RESULTADOS DE CAMPANHA - PARA CADA CAMPANHA DE
      *          CAMPANHAS.dat (OU PARA A CAMPANHA INFORMADA) APURA O
      *          ALCANCE (MEMBROS EM CAMPANHA_MEMBROS.dat), AS
      *          RESPOSTAS REGISTRADAS EM CMPCNTT, AS CONVERSOES E O
      *          VOLUME FINANCIADO CONTRA O CUSTO: CONTRATO DE
      *          PROG-OCCURS/PROPFIN (NAO CANCELADO) OU PROPOSTA DE
      *          PROPOSTAS.dat DE UM MEMBRO, EMITIDOS DENTRO DA JANELA
      *          DA CAMPANHA, CONTAM COMO CONVERSAO AUTOMATICAMENTE
      *          (UMA POR MEMBRO, CONTRATO PREVALECE SOBRE PROPOSTA) E
      *          FICAM MARCADOS NO MEMBRO; O VOLUME SOMA O VALOR
      *          FINANCIADO (VALOR - ENTRADA) DE TODOS OS CONTRATOS DOS
      *          MEMBROS NA JANELA; A APURACAO E REFEITA DO ZERO A CADA
      *          EXECUCAO; RELATORIO NO SPOOL (SPOOLUTL)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMRCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAMPANHAS ASSIGN TO
               'CAMPANHAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CAM-CODIGO
               FILE STATUS IS WS-FS.

               SELECT MEMBROS ASSIGN TO
               'CAMPANHA_MEMBROS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS MCA-CHAVE
               FILE STATUS IS WS-FS-MCA.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-FIN.

               SELECT PROPOSTAS ASSIGN TO
               'PROPOSTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRO-NUMERO
               FILE STATUS IS WS-FS-PRO.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
          COPY FD_CAMP.

       FD MEMBROS.
          COPY FD_MCAM.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PROPOSTAS.
          COPY FD_PROP.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-MCA                       PIC 99.
          88 FS-MCA-OK                    VALUE 0.
       77 WS-FS-FIN                       PIC 99.
          88 FS-FIN-OK                    VALUE 0.
       77 WS-FS-PRO                       PIC 99.
          88 FS-PRO-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-MCA                      PIC X.
          88 EOF-MCA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FIN                      PIC X.
          88 EOF-FIN-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRO                      PIC X.
          88 EOF-PRO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTRATOS                PIC X VALUE 'N'.
          88 TEM-CONTRATOS                VALUE 'S' FALSE 'N'.
       77 WS-TEM-PROPOSTAS                PIC X VALUE 'N'.
          88 TEM-PROPOSTAS                VALUE 'S' FALSE 'N'.
       77 WS-CODIGO-BUSCA                 PIC X(06) VALUE SPACES.
       77 WS-QTD-CAMPANHAS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ALCANCE                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RESPOSTAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-POSITIVAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONV-CONTRATO            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONV-PROPOSTA            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONVERSOES               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTRATOS                PIC 9(06) VALUE ZEROS.
       77 WS-VR-VOLUME                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-TAXA-CONVERSAO               PIC 9(03)V99 VALUE ZEROS.
       77 WS-CUSTO-CONVERSAO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-RETORNO                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-ALCANCE                  PIC 9(07) VALUE ZEROS.
       77 WS-TOT-CONVERSOES               PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VOLUME                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VOLUME-MSK                   PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CUSTO-MSK                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TAXA-MSK                     PIC ZZ9,99.
       77 WS-RETORNO-MSK                  PIC Z.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                 PIC 9(04).
          03 WS-DATA-MM                   PIC 9(02).
          03 WS-DATA-DD                   PIC 9(02).
       01 WS-DATA-TRABALHO                PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRABALHO.
          03 WS-TRAB-AAAA                 PIC 9(04).
          03 WS-TRAB-MM                   PIC 9(02).
          03 WS-TRAB-DD                   PIC 9(02).
       77 WS-DATA-INICIO-EXT              PIC X(10) VALUE SPACES.
       77 WS-DATA-FIM-EXT                 PIC X(10) VALUE SPACES.
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
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
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** RESULTADOS DE CAMPANHA ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY 'CODIGO DA CAMPANHA (EM BRANCO = TODAS): '
           ACCEPT WS-CODIGO-BUSCA
           INSPECT WS-CODIGO-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM P100-ABRE-ARQUIVOS
           IF LK-SUCESSO
               PERFORM P300-RESULTADOS
               PERFORM P880-FECHA-ARQUIVOS
           END-IF
           PERFORM P900-FIM
           .
       P100-ABRE-ARQUIVOS.
           SET FS-OK                TO TRUE
           OPEN INPUT CAMPANHAS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA CAMPANHA CADASTRADA (CMPCNTT).'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-MCA-OK            TO TRUE
           OPEN I-O MEMBROS
           IF WS-FS-MCA EQUAL 35
               OPEN OUTPUT MEMBROS
               CLOSE MEMBROS
               OPEN I-O MEMBROS
           END-IF

           IF NOT FS-MCA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS.'
               MOVE WS-FS-MCA       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-MCA ' - ' WS-FS-MSG
               CLOSE CAMPANHAS
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-FIN-OK            TO TRUE
           OPEN INPUT CONTRATOS
           IF FS-FIN-OK
               SET TEM-CONTRATOS   TO TRUE
           ELSE
               SET TEM-CONTRATOS   TO FALSE
           END-IF

           SET FS-PRO-OK            TO TRUE
           OPEN INPUT PROPOSTAS
           IF FS-PRO-OK
               SET TEM-PROPOSTAS   TO TRUE
           ELSE
               SET TEM-PROPOSTAS   TO FALSE
           END-IF

           MOVE 'CMRCNTT'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           .
       P100-FIM.

       P300-RESULTADOS.
           MOVE ZEROS               TO WS-QTD-CAMPANHAS
           MOVE ZEROS               TO WS-TOT-ALCANCE
           MOVE ZEROS               TO WS-TOT-CONVERSOES
           MOVE ZEROS               TO WS-TOT-VOLUME
           MOVE ZEROS               TO WS-TOT-CUSTO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RESULTADOS DE CAMPANHA        DATA: '
                  WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           SET EOF-OK               TO FALSE
           IF WS-CODIGO-BUSCA NOT EQUAL SPACES
               MOVE WS-CODIGO-BUSCA TO CAM-CODIGO
               READ CAMPANHAS
                   KEY IS CAM-CODIGO
                   INVALID KEY
                       DISPLAY 'CAMPANHA NAO CADASTRADA!'
                   NOT INVALID KEY
                       PERFORM P400-APURA-CAMPANHA
               END-READ
           ELSE
               MOVE SPACES          TO CAM-CODIGO
               START CAMPANHAS KEY IS NOT LESS THAN CAM-CODIGO
                   INVALID KEY
                       SET EOF-OK  TO TRUE
               END-START
               PERFORM P310-LE-CAMPANHA UNTIL EOF-OK
           END-IF

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOT-VOLUME       TO WS-VOLUME-MSK
           MOVE WS-TOT-CUSTO        TO WS-CUSTO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL ' WS-QTD-CAMPANHAS ' CAMPANHA(S) - ALCANCE '
                  WS-TOT-ALCANCE ' - CONVERSOES ' WS-TOT-CONVERSOES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VOLUME FINANCIADO: ' WS-VOLUME-MSK
                  '  CUSTO: ' WS-CUSTO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           DISPLAY 'CAMPANHAS APURADAS..: ' WS-QTD-CAMPANHAS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P310-LE-CAMPANHA.
           READ CAMPANHAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   PERFORM P400-APURA-CAMPANHA
           END-READ
           .
       P310-FIM.

      ******************************************************************
      * APURACAO DE UMA CAMPANHA: ZERA AS CONVERSOES DOS MEMBROS E
      * CONTA ALCANCE E RESPOSTAS; DEPOIS MARCA AS CONVERSOES PELOS
      * CONTRATOS E PELAS PROPOSTAS EMITIDOS DENTRO DA JANELA
      ******************************************************************
       P400-APURA-CAMPANHA.
           ADD 1                    TO WS-QTD-CAMPANHAS
           MOVE ZEROS               TO WS-QTD-ALCANCE
           MOVE ZEROS               TO WS-QTD-RESPOSTAS
           MOVE ZEROS               TO WS-QTD-POSITIVAS
           MOVE ZEROS               TO WS-QTD-CONV-CONTRATO
           MOVE ZEROS               TO WS-QTD-CONV-PROPOSTA
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           MOVE ZEROS               TO WS-VR-VOLUME

           PERFORM P410-MEMBROS

           IF TEM-CONTRATOS
               PERFORM P420-CONTRATOS
           END-IF

           IF TEM-PROPOSTAS
               PERFORM P430-PROPOSTAS
           END-IF

           COMPUTE WS-QTD-CONVERSOES =
                   WS-QTD-CONV-CONTRATO + WS-QTD-CONV-PROPOSTA

           ADD WS-QTD-ALCANCE       TO WS-TOT-ALCANCE
           ADD WS-QTD-CONVERSOES    TO WS-TOT-CONVERSOES
           ADD WS-VR-VOLUME         TO WS-TOT-VOLUME
           ADD CAM-CUSTO            TO WS-TOT-CUSTO

           PERFORM P450-IMPRIME-CAMPANHA
           .
       P400-FIM.

       P410-MEMBROS.
           SET EOF-MCA-OK           TO FALSE
           MOVE CAM-CODIGO          TO MCA-CAMPANHA
           MOVE ZEROS               TO MCA-ID-CONTATO
           START MEMBROS KEY IS NOT LESS THAN MCA-CHAVE
               INVALID KEY
                   SET EOF-MCA-OK   TO TRUE
           END-START

           PERFORM P415-LE-MEMBRO UNTIL EOF-MCA-OK
           .
       P410-FIM.

       P415-LE-MEMBRO.
           READ MEMBROS NEXT RECORD
               AT END
                   SET EOF-MCA-OK  TO TRUE
               NOT AT END
                   IF MCA-CAMPANHA NOT EQUAL CAM-CODIGO
                       SET EOF-MCA-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-ALCANCE
                       IF NOT MCA-SEM-RESPOSTA
                           ADD 1    TO WS-QTD-RESPOSTAS
                       END-IF
                       IF MCA-RESPOSTA-POSITIVA
                           ADD 1    TO WS-QTD-POSITIVAS
                       END-IF
                       IF NOT MCA-NAO-CONVERTIDO
                           SET MCA-NAO-CONVERTIDO TO TRUE
                           MOVE ZEROS TO MCA-NUM-CONVERSAO
                           MOVE ZEROS TO MCA-DT-CONVERSAO
                           REWRITE REG-MEMBRO-CAMPANHA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR O '
                                           'MEMBRO ' MCA-ID-CONTATO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
           .
       P415-FIM.

       P420-CONTRATOS.
           SET EOF-FIN-OK           TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-FIN-OK   TO TRUE
           END-START

           PERFORM P425-LE-CONTRATO UNTIL EOF-FIN-OK
           .
       P420-FIM.

       P425-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-FIN-OK  TO TRUE
               NOT AT END
                   IF NOT REG-CONTRATO-CANCELADO
                      AND REG-DT-CONTRATO NOT LESS THAN CAM-DT-INICIO
                      AND REG-DT-CONTRATO NOT GREATER THAN CAM-DT-FIM
                       PERFORM P427-CONTRATO-DE-MEMBRO
                   END-IF
           END-READ
           .
       P425-FIM.

       P427-CONTRATO-DE-MEMBRO.
           MOVE CAM-CODIGO          TO MCA-CAMPANHA
           MOVE REG-ID-CONTATO      TO MCA-ID-CONTATO

           READ MEMBROS
               KEY IS MCA-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-VR-FINANCIADO = REG-VALOR - REG-VR-ENTRADA
           ADD WS-VR-FINANCIADO     TO WS-VR-VOLUME
           ADD 1                    TO WS-QTD-CONTRATOS

           IF MCA-NAO-CONVERTIDO
               SET MCA-CONVERTIDO-CONTRATO TO TRUE
               MOVE REG-NUM-CONTRATO TO MCA-NUM-CONVERSAO
               MOVE REG-DT-CONTRATO  TO MCA-DT-CONVERSAO
               REWRITE REG-MEMBRO-CAMPANHA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O MEMBRO '
                               MCA-ID-CONTATO
               END-REWRITE
               ADD 1                TO WS-QTD-CONV-CONTRATO
           END-IF
           .
       P427-FIM.

       P430-PROPOSTAS.
           SET EOF-PRO-OK           TO FALSE
           MOVE ZEROS               TO PRO-NUMERO
           START PROPOSTAS KEY IS NOT LESS THAN PRO-NUMERO
               INVALID KEY
                   SET EOF-PRO-OK   TO TRUE
           END-START

           PERFORM P435-LE-PROPOSTA UNTIL EOF-PRO-OK
           .
       P430-FIM.

       P435-LE-PROPOSTA.
           READ PROPOSTAS NEXT RECORD
               AT END
                   SET EOF-PRO-OK  TO TRUE
               NOT AT END
                   IF PRO-DT-EMISSAO NOT LESS THAN CAM-DT-INICIO
                      AND PRO-DT-EMISSAO NOT GREATER THAN CAM-DT-FIM
                       PERFORM P437-PROPOSTA-DE-MEMBRO
                   END-IF
           END-READ
           .
       P435-FIM.

       P437-PROPOSTA-DE-MEMBRO.
           MOVE CAM-CODIGO          TO MCA-CAMPANHA
           MOVE PRO-ID-CONTATO      TO MCA-ID-CONTATO

           READ MEMBROS
               KEY IS MCA-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF MCA-NAO-CONVERTIDO
               SET MCA-CONVERTIDO-PROPOSTA TO TRUE
               MOVE PRO-NUMERO      TO MCA-NUM-CONVERSAO
               MOVE PRO-DT-EMISSAO  TO MCA-DT-CONVERSAO
               REWRITE REG-MEMBRO-CAMPANHA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O MEMBRO '
                               MCA-ID-CONTATO
               END-REWRITE
               ADD 1                TO WS-QTD-CONV-PROPOSTA
           END-IF
           .
       P437-FIM.

       P450-IMPRIME-CAMPANHA.
           MOVE CAM-DT-INICIO       TO WS-DATA-TRABALHO
           PERFORM P700-FORMATA-DATA
           MOVE WS-DATA-EXTENSO     TO WS-DATA-INICIO-EXT
           MOVE CAM-DT-FIM          TO WS-DATA-TRABALHO
           PERFORM P700-FORMATA-DATA
           MOVE WS-DATA-EXTENSO     TO WS-DATA-FIM-EXT

           MOVE ZEROS               TO WS-TAXA-CONVERSAO
           MOVE ZEROS               TO WS-CUSTO-CONVERSAO
           MOVE ZEROS               TO WS-RETORNO
           IF WS-QTD-ALCANCE GREATER THAN ZEROS
               COMPUTE WS-TAXA-CONVERSAO ROUNDED =
                       WS-QTD-CONVERSOES * 100 / WS-QTD-ALCANCE
           END-IF
           IF WS-QTD-CONVERSOES GREATER THAN ZEROS
               COMPUTE WS-CUSTO-CONVERSAO ROUNDED =
                       CAM-CUSTO / WS-QTD-CONVERSOES
           END-IF
           IF CAM-CUSTO GREATER THAN ZEROS
               COMPUTE WS-RETORNO ROUNDED =
                       WS-VR-VOLUME / CAM-CUSTO
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WS-RETORNO
               END-COMPUTE
           END-IF

           MOVE '----------------------------------------'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CAMPANHA ' CAM-CODIGO ' - ' CAM-NOME
                  ' CANAL ' CAM-CANAL ' ST ' CAM-ST-CAMPANHA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'JANELA ' WS-DATA-INICIO-EXT ' A ' WS-DATA-FIM-EXT
                  '  SEGMENTO ' CAM-SEGMENTO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ALCANCE ' WS-QTD-ALCANCE
                  '  RESPOSTAS ' WS-QTD-RESPOSTAS
                  ' (POSITIVAS ' WS-QTD-POSITIVAS ')'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TAXA-CONVERSAO   TO WS-TAXA-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONVERSOES ' WS-QTD-CONVERSOES
                  ' (CONTRATO ' WS-QTD-CONV-CONTRATO
                  ' PROPOSTA ' WS-QTD-CONV-PROPOSTA ')  TAXA '
                  WS-TAXA-MSK '%'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-VOLUME        TO WS-VOLUME-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VOLUME FINANCIADO ' WS-VOLUME-MSK
                  ' EM ' WS-QTD-CONTRATOS ' CONTRATO(S)'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE CAM-CUSTO           TO WS-CUSTO-MSK
           MOVE WS-RETORNO          TO WS-RETORNO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CUSTO ' WS-CUSTO-MSK
                  '  VOLUME/CUSTO ' WS-RETORNO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-CUSTO-CONVERSAO  TO WS-CUSTO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CUSTO POR CONVERSAO ' WS-CUSTO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P450-FIM.

       P700-FORMATA-DATA.
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-TRAB-DD '/' WS-TRAB-MM '/' WS-TRAB-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO
           .
       P700-FIM.

       P880-FECHA-ARQUIVOS.
           CLOSE ARQ-IMPRESSAO
           IF TEM-PROPOSTAS
               CLOSE PROPOSTAS
           END-IF
           IF TEM-CONTRATOS
               CLOSE CONTRATOS
           END-IF
           CLOSE MEMBROS
           CLOSE CAMPANHAS
           .
       P880-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM CMRCNTT.
