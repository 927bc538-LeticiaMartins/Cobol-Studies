      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 30/11/2024
      * Purpose: IMPORTACAO DA SITUACAO CADASTRAL NA RECEITA FEDERAL -
      *          LE O ARQUIVO DE RETORNO DO SERVICO DE CONSULTA DE
      *          CPF/CNPJ (RECEITA_SITUACAO.TXT: DOCUMENTO, SITUACAO E
      *          DATA DA SITUACAO), LOCALIZA OS CONTATOS DO DOCUMENTO
      *          PELA CHAVE ALTERNATIVA DOC-CONTATO E GRAVA A SITUACAO
      *          DE CADA UM EM CONTATOS_RECEITA.dat (FD_RFB); LISTA NO
      *          SPOOL (SPOOLUTL) OS CONTATOS COM DOCUMENTO SUSPENSO,
      *          CANCELADO, DE TITULAR FALECIDO, NULO, BAIXADO OU
      *          INAPTO, QUE A EMISSAO (PROG-OCCURS) E A CONVERSAO DE
      *          PROPOSTA (PROPFIN) SO LIBERAM COM SUPERVISOR; LINHA
      *          COM SITUACAO OU DATA INVALIDA E REJEITADA. O DOCVALID
      *          CONTINUA CONFERINDO SO OS DIGITOS; INICIO E FIM DA
      *          RODADA REGISTRADOS NO LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 03/12/2024 - O CPF/CNPJ DA RELACAO DE DOCUMENTOS
      *         IRREGULARES PASSA A SAIR MASCARADO (MODULO MASKUTIL); O
      *         CONTATO E IDENTIFICADO PELO ID
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFBCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO-RECEITA ASSIGN TO
               'RECEITA_SITUACAO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

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

               SELECT CONTATOS-RECEITA ASSIGN TO
               'CONTATOS_RECEITA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RFB-ID-CONTATO
               FILE STATUS IS WS-FS-RFB.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-RECEITA.
       01 REG-RETORNO.
          03 RET-DOCUMENTO                PIC X(14).
          03 RET-SITUACAO                 PIC X(01).
          03 RET-DT-SITUACAO              PIC X(08).
          03 FILLER REDEFINES RET-DT-SITUACAO.
             05 RET-DT-AAAA               PIC 9(04).
             05 RET-DT-MM                 PIC 9(02).
             05 RET-DT-DD                 PIC 9(02).

       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTATOS-RECEITA.
          COPY FD_RFB.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-RET                       PIC 99.
          88 FS-RET-OK                    VALUE 0.
       77 WS-FS-RFB                       PIC 99.
          88 FS-RFB-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTT                      PIC X.
          88 EOF-CTT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-CONTATO                PIC X VALUE 'N'.
          88 ACHOU-CONTATO                VALUE 'S' FALSE 'N'.
       77 WS-JA-TEM-SITUACAO              PIC X VALUE 'N'.
          88 JA-TEM-SITUACAO              VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-IND-CAR                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DIGITOS                  PIC 9(02) VALUE ZEROS.
       77 WS-DOC-BUSCA                    PIC X(14) VALUE SPACES.
       77 WS-DESCRICAO                    PIC X(20) VALUE SPACES.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-IRREGULARES              PIC 9(07) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                 PIC 9(04).
          03 WS-DATA-MM                   PIC 9(02).
          03 WS-DATA-DD                   PIC 9(02).
       01 WS-LINHA-IRREGULAR.
          03 WS-IRR-ID                    PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-IRR-NOME                  PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-IRR-DOCUMENTO             PIC X(18).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-IRR-SITUACAO              PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-IRR-DATA                  PIC X(10).
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
          COPY WS_CONTT.
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

           DISPLAY '*** IMPORTACAO DA SITUACAO NA RECEITA FEDERAL ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE       TO WS-DATA-SISTEMA
           MOVE 'RFBCNTT '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P300-IMPORTA
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-ATUALIZADOS TO WS-LOG-QTD-GRAVADOS
           COMPUTE WS-LOG-QTD-REJEITADOS =
                   WS-QTD-REJEITADOS + WS-QTD-SEM-CONTATO
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * SEM ARQUIVO DE RETORNO NAO HA O QUE IMPORTAR (O PASSO DO PLANO
      * NOTURNO TERMINA SEM ERRO NOS DIAS EM QUE O SERVICO NAO RESPONDE)
      ******************************************************************
       P300-IMPORTA.
           SET EOF-OK              TO FALSE
           SET FS-RET-OK           TO TRUE
           SET FS-OK               TO TRUE
           SET FS-RFB-OK           TO TRUE

           OPEN INPUT RETORNO-RECEITA

           IF WS-FS-RET EQUAL 35
               DISPLAY 'RECEITA_SITUACAO.TXT NAO ENCONTRADO - NADA A '
                       'IMPORTAR.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO ABRIR RECEITA_SITUACAO.TXT.'
               MOVE WS-FS-RET      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RET ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE RETORNO-RECEITA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONTATOS-RECEITA
           IF WS-FS-RFB EQUAL 35
               OPEN OUTPUT CONTATOS-RECEITA
               CLOSE CONTATOS-RECEITA
               OPEN I-O CONTATOS-RECEITA
           END-IF

           IF NOT FS-RFB-OK
               DISPLAY 'ERRO AO ABRIR CONTATOS_RECEITA.dat.'
               MOVE WS-FS-RFB      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RFB ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE RETORNO-RECEITA
               CLOSE CONTATOS
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-CABECALHO

           PERFORM P310-LE-RETORNO UNTIL EOF-OK

           PERFORM P490-RODAPE

           CLOSE RETORNO-RECEITA
           CLOSE CONTATOS
           CLOSE CONTATOS-RECEITA

           DISPLAY 'LINHAS LIDAS..........: ' WS-QTD-LIDOS
           DISPLAY 'CONTATOS ATUALIZADOS..: ' WS-QTD-ATUALIZADOS
           DISPLAY 'DOCUMENTO SEM CONTATO.: ' WS-QTD-SEM-CONTATO
           DISPLAY 'LINHAS REJEITADAS.....: ' WS-QTD-REJEITADOS
           DISPLAY 'CONTATOS IRREGULARES..: ' WS-QTD-IRREGULARES
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P310-LE-RETORNO.
           READ RETORNO-RECEITA
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P320-VALIDA-LINHA
           END-READ
           .
       P310-FIM.

      ******************************************************************
      * SITUACAO CONHECIDA, DATA VALIDA E DOCUMENTO COM 11 (CPF) OU 14
      * (CNPJ) DIGITOS; O DOCUMENTO E GUARDADO SO COM OS DIGITOS, COMO
      * O DOC-CONTATO DO CADASTRO
      ******************************************************************
       P320-VALIDA-LINHA.
           MOVE RET-SITUACAO        TO RFB-SITUACAO
           IF NOT RFB-SIT-VALIDA
               DISPLAY 'LINHA ' WS-QTD-LIDOS ' REJEITADA - SITUACAO '
                       'INVALIDA: ' RET-SITUACAO
               ADD 1                TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           IF RET-DT-SITUACAO IS NOT NUMERIC OR
              RET-DT-MM LESS THAN 1 OR RET-DT-MM GREATER THAN 12 OR
              RET-DT-DD LESS THAN 1 OR RET-DT-DD GREATER THAN 31
               DISPLAY 'LINHA ' WS-QTD-LIDOS ' REJEITADA - DATA '
                       'INVALIDA: ' RET-DT-SITUACAO
               ADD 1                TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-DOC-BUSCA
           MOVE ZEROS               TO WS-QTD-DIGITOS
           PERFORM P325-SEPARA-DIGITO
               VARYING WS-IND-CAR FROM 1 BY 1
               UNTIL WS-IND-CAR GREATER THAN 14

           IF WS-QTD-DIGITOS NOT EQUAL 11 AND
              WS-QTD-DIGITOS NOT EQUAL 14
               DISPLAY 'LINHA ' WS-QTD-LIDOS ' REJEITADA - DOCUMENTO '
                       'INVALIDO: ' RET-DOCUMENTO
               ADD 1                TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           PERFORM P330-ATUALIZA-CONTATOS
           .
       P320-FIM.

       P325-SEPARA-DIGITO.
           IF RET-DOCUMENTO(WS-IND-CAR:1) IS NUMERIC
               ADD 1                TO WS-QTD-DIGITOS
               MOVE RET-DOCUMENTO(WS-IND-CAR:1)
                                    TO WS-DOC-BUSCA(WS-QTD-DIGITOS:1)
           END-IF
           .
       P325-FIM.

      ******************************************************************
      * TODOS OS CONTATOS DO DOCUMENTO (ATIVOS OU NAO) RECEBEM A
      * SITUACAO; DOCUMENTO SEM CONTATO NO CADASTRO SO E CONTADO
      ******************************************************************
       P330-ATUALIZA-CONTATOS.
           SET ACHOU-CONTATO        TO FALSE
           SET EOF-CTT-OK           TO FALSE
           MOVE WS-DOC-BUSCA        TO DOC-CONTATO
           START CONTATOS KEY IS EQUAL DOC-CONTATO
               INVALID KEY
                   SET EOF-CTT-OK   TO TRUE
           END-START

           PERFORM P340-LE-CONTATO UNTIL EOF-CTT-OK

           IF NOT ACHOU-CONTATO
               ADD 1                TO WS-QTD-SEM-CONTATO
           END-IF
           .
       P330-FIM.

       P340-LE-CONTATO.
           READ CONTATOS NEXT RECORD INTO WS-REGISTRO
               AT END
                   SET EOF-CTT-OK   TO TRUE
               NOT AT END
                   IF WS-DOC-CONTATO NOT EQUAL WS-DOC-BUSCA
                       SET EOF-CTT-OK TO TRUE
                   ELSE
                       SET ACHOU-CONTATO TO TRUE
                       PERFORM P350-GRAVA-SITUACAO
                   END-IF
           END-READ
           .
       P340-FIM.

       P350-GRAVA-SITUACAO.
           MOVE WS-ID-CONTATO       TO RFB-ID-CONTATO
           READ CONTATOS-RECEITA
               KEY IS RFB-ID-CONTATO
               INVALID KEY
                   SET JA-TEM-SITUACAO TO FALSE
               NOT INVALID KEY
                   SET JA-TEM-SITUACAO TO TRUE
           END-READ

           MOVE WS-ID-CONTATO       TO RFB-ID-CONTATO
           MOVE WS-DOC-BUSCA        TO RFB-DOCUMENTO
           MOVE RET-SITUACAO        TO RFB-SITUACAO
           MOVE RET-DT-SITUACAO     TO RFB-DT-SITUACAO
           MOVE WS-DATA-HOJE        TO RFB-DT-IMPORTACAO

           IF JA-TEM-SITUACAO
               REWRITE REG-CONTATO-RECEITA
           ELSE
               WRITE REG-CONTATO-RECEITA
           END-IF
           ADD 1                    TO WS-QTD-ATUALIZADOS

           IF RFB-SIT-IRREGULAR
               PERFORM P410-IMPRIME-IRREGULAR
           END-IF
           .
       P350-FIM.

       P400-CABECALHO.
           MOVE 'RFBCNTT'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'DOCUMENTOS IRREGULARES NA RECEITA  DATA: '
                  WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'ID     NOME                 CPF/CNPJ           SITUA
      -         'CAO             DESDE'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P400-FIM.

       P410-IMPRIME-IRREGULAR.
           EVALUATE TRUE
               WHEN RFB-SIT-SUSPENSA
                   MOVE 'SUSPENSO'       TO WS-DESCRICAO
               WHEN RFB-SIT-CANCELADA
                   MOVE 'CANCELADO'      TO WS-DESCRICAO
               WHEN RFB-SIT-FALECIDO
                   MOVE 'TITULAR FALECIDO' TO WS-DESCRICAO
               WHEN RFB-SIT-NULA
                   MOVE 'NULO'           TO WS-DESCRICAO
               WHEN RFB-SIT-BAIXADA
                   MOVE 'BAIXADO'        TO WS-DESCRICAO
               WHEN RFB-SIT-INAPTA
                   MOVE 'INAPTO'         TO WS-DESCRICAO
           END-EVALUATE

           MOVE WS-ID-CONTATO       TO WS-IRR-ID
           MOVE WS-NM-CONTATO       TO WS-IRR-NOME
           MOVE 'D'                 TO WS-MASK-FUNCAO
           MOVE WS-DOC-CONTATO      TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE WS-MASK-MASCARADO   TO WS-IRR-DOCUMENTO
           MOVE WS-DESCRICAO        TO WS-IRR-SITUACAO
           MOVE SPACES              TO WS-IRR-DATA
           STRING RET-DT-DD '/' RET-DT-MM '/' RET-DT-AAAA
                  DELIMITED BY SIZE INTO WS-IRR-DATA
           MOVE WS-LINHA-IRREGULAR  TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           ADD 1                    TO WS-QTD-IRREGULARES
           .
       P410-FIM.

       P490-RODAPE.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CONTATOS ATUALIZADOS: ' WS-QTD-ATUALIZADOS
                  '   IRREGULARES: ' WS-QTD-IRREGULARES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO
           .
       P490-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM RFBCNTT.
