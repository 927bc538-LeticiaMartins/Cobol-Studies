      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 28/11/2024
      * Purpose: CADASTRO DE CAMPANHAS - MANTEM EM CAMPANHAS.dat
      *          (FD_CAMP) AS CAMPANHAS DE MARKETING (CODIGO, NOME,
      *          CANAL, SEGMENTO DE SEGMENTOS.dat, JANELA E CUSTO) E
      *          REGISTRA A RESPOSTA DE CADA CONTATO ALCANCADO EM
      *          CAMPANHA_MEMBROS.dat (FD_MCAM, GRAVADO NA TIRAGEM
      *          POR CANCNTT, ETQCNTT, CARCNTT E ANVCNTT ATRAVES DO
      *          MODULO CAMUTIL): LISTAR, INCLUIR, ALTERAR, ENCERRAR,
      *          REGISTRAR RESPOSTA E LISTAR MEMBROS; A CONVERSAO E O
      *          VOLUME FINANCIADO SAO APURADOS EM CMRCNTT
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPCNTT.

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


       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
          COPY FD_CAMP.

       FD MEMBROS.
          COPY FD_MCAM.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-MCA                       PIC 99.
          88 FS-MCA-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-DADOS-OK                     PIC X VALUE 'N'.
          88 DADOS-OK                     VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CODIGO-BUSCA                 PIC X(06) VALUE SPACES.
       77 WS-ID-BUSCA                     PIC 9(06) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-QTD-LISTADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-CUSTO-MSK                    PIC Z.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DT-ENTRADA                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-ENTRADA.
          03 WS-ENT-AAAA                  PIC 9(04).
          03 WS-ENT-MM                    PIC 9(02).
          03 WS-ENT-DD                    PIC 9(02).
       01 WS-AREA-SEG.
          03 WS-SEG-NOME-BUSCA            PIC X(15).
          03 WS-SEG-STATUS                PIC X(01).
             88 WS-SEG-ACHADO             VALUE 'V'.
          03 WS-SEG-CATEGORIA             PIC X(15).
          03 WS-SEG-UF                    PIC X(02).
          03 WS-SEG-CIDADE                PIC X(20).
          03 WS-SEG-INCLUI-OPTOUT         PIC X(01).
          03 WS-SEG-EXIGE-ENDERECO        PIC X(01).
          03 WS-SEG-EXIGE-EMAIL           PIC X(01).
          03 WS-SEG-TERRITORIO            PIC X(04).
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

           DISPLAY '*** CADASTRO DE CAMPANHAS ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           SET FS-OK               TO TRUE

           DISPLAY 'DIGITE: <L> LISTAR, <I> INCLUIR, <A> ALTERAR, '
                   '<E> ENCERRAR, <R> REGISTRAR RESPOSTA, '
                   '<M> MEMBROS OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P310-LISTA-CAMPANHAS
               WHEN 'I'
               WHEN 'i'
                   PERFORM P320-INCLUI-CAMPANHA
               WHEN 'A'
               WHEN 'a'
                   PERFORM P330-ALTERA-CAMPANHA
               WHEN 'E'
               WHEN 'e'
                   PERFORM P340-ENCERRA-CAMPANHA
               WHEN 'R'
               WHEN 'r'
                   PERFORM P350-REGISTRA-RESPOSTA
               WHEN 'M'
               WHEN 'm'
                   PERFORM P360-LISTA-MEMBROS
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

       P310-LISTA-CAMPANHAS.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE

           OPEN INPUT CAMPANHAS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA CAMPANHA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF FS-OK
               MOVE SPACES          TO CAM-CODIGO
               START CAMPANHAS KEY IS NOT LESS THAN CAM-CODIGO
                   INVALID KEY
                       SET EOF-OK  TO TRUE
               END-START

               DISPLAY 'CAMPANHAS (CODIGO / NOME / CANAL / SEGMENTO / '
                       'JANELA / CUSTO / STATUS):'
               PERFORM P315-MOSTRA-CAMPANHA UNTIL EOF-OK

               IF WS-QTD-LISTADOS EQUAL ZEROS
                   DISPLAY '  NENHUMA CAMPANHA GRAVADA.'
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
           END-IF

           CLOSE CAMPANHAS
           .
       P310-FIM.

       P315-MOSTRA-CAMPANHA.
           READ CAMPANHAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LISTADOS
                   MOVE CAM-CUSTO   TO WS-CUSTO-MSK
                   DISPLAY '  ' CAM-CODIGO ' / ' CAM-NOME ' / '
                           CAM-CANAL ' / ' CAM-SEGMENTO ' / '
                           CAM-DT-INICIO ' A ' CAM-DT-FIM ' / '
                           WS-CUSTO-MSK ' / ' CAM-ST-CAMPANHA
           END-READ
           .
       P315-FIM.

       P320-INCLUI-CAMPANHA.
           SET FS-OK                TO TRUE

           OPEN I-O CAMPANHAS

           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CAMPANHAS
               CLOSE CAMPANHAS
               OPEN I-O CAMPANHAS
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-CAMPANHA
           DISPLAY 'CODIGO DA NOVA CAMPANHA (ATE 6 POSICOES): '
           ACCEPT CAM-CODIGO
           INSPECT CAM-CODIGO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF CAM-CODIGO EQUAL SPACES
               DISPLAY 'CODIGO EM BRANCO - CAMPANHA NAO GRAVADA.'
               CLOSE CAMPANHAS
               EXIT PARAGRAPH
           END-IF

           PERFORM P325-CAPTURA-DADOS

           IF DADOS-OK
               SET CAM-ATIVA        TO TRUE
               MOVE LK-OPERADOR     TO CAM-OPERADOR
               MOVE WS-DATA-HOJE    TO CAM-DT-CADASTRO
               WRITE REG-CAMPANHA
                   INVALID KEY
                       DISPLAY 'JA EXISTE UMA CAMPANHA COM ESSE '
                               'CODIGO!'
                   NOT INVALID KEY
                       DISPLAY 'Campanha gravada com sucesso!'
               END-WRITE
           END-IF

           CLOSE CAMPANHAS
           .
       P320-FIM.

      ******************************************************************
      * DADOS DA CAMPANHA: CANAL, SEGMENTO CADASTRADO (OU EM BRANCO),
      * JANELA (INICIO ZERADO = HOJE; FIM NAO ANTERIOR AO INICIO) E
      * CUSTO
      ******************************************************************
       P325-CAPTURA-DADOS.
           SET DADOS-OK             TO FALSE

           DISPLAY 'NOME DA CAMPANHA: '
           ACCEPT CAM-NOME

           DISPLAY 'CANAL: <M> MALA DIRETA (ETIQUETAS), <C> CARTA, '
                   '<W> WHATSAPP, <S> SMS, <E> E-MAIL, '
                   '<A> ANIVERSARIO: '
           ACCEPT CAM-CANAL
           INSPECT CAM-CANAL CONVERTING 'mcwsea' TO 'MCWSEA'
           IF NOT CAM-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SEGMENTO DA TIRAGEM (EM BRANCO = NENHUM): '
           ACCEPT CAM-SEGMENTO
           IF CAM-SEGMENTO NOT EQUAL SPACES
               MOVE CAM-SEGMENTO    TO WS-SEG-NOME-BUSCA
               CALL 'SEGUTIL' USING WS-AREA-SEG
               IF NOT WS-SEG-ACHADO
                   DISPLAY 'SEGMENTO NAO CADASTRADO (SEGCNTT)!'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'INICIO DA JANELA (AAAAMMDD, 0 = HOJE): '
           ACCEPT WS-DT-ENTRADA
           IF WS-DT-ENTRADA EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DT-ENTRADA
           END-IF
           IF WS-ENT-MM LESS THAN 1 OR WS-ENT-MM GREATER THAN 12 OR
              WS-ENT-DD LESS THAN 1 OR WS-ENT-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA!'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-ENTRADA       TO CAM-DT-INICIO

           DISPLAY 'FIM DA JANELA (AAAAMMDD): '
           ACCEPT WS-DT-ENTRADA
           IF WS-ENT-MM LESS THAN 1 OR WS-ENT-MM GREATER THAN 12 OR
              WS-ENT-DD LESS THAN 1 OR WS-ENT-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA!'
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-ENTRADA LESS THAN CAM-DT-INICIO
               DISPLAY 'O FIM DA JANELA NAO PODE SER ANTERIOR AO '
                       'INICIO!'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-ENTRADA       TO CAM-DT-FIM

           DISPLAY 'CUSTO DA CAMPANHA (R$): '
           ACCEPT CAM-CUSTO

           SET DADOS-OK             TO TRUE
           .
       P325-FIM.

       P330-ALTERA-CAMPANHA.
           SET FS-OK                TO TRUE

           OPEN I-O CAMPANHAS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA CAMPANHA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF FS-OK
               DISPLAY 'CODIGO DA CAMPANHA A ALTERAR: '
               ACCEPT WS-CODIGO-BUSCA
               INSPECT WS-CODIGO-BUSCA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE WS-CODIGO-BUSCA TO CAM-CODIGO

               READ CAMPANHAS
                   KEY IS CAM-CODIGO
                   INVALID KEY
                       DISPLAY 'CAMPANHA NAO EXISTE!'
                   NOT INVALID KEY
                       PERFORM P325-CAPTURA-DADOS
                       IF DADOS-OK
                           REWRITE REG-CAMPANHA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR A '
                                           'CAMPANHA.'
                               NOT INVALID KEY
                                   DISPLAY 'Campanha alterada com '
                                           'sucesso!'
                           END-REWRITE
                       ELSE
                           DISPLAY 'Campanha nao foi alterada.'
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
           END-IF

           CLOSE CAMPANHAS
           .
       P330-FIM.

      ******************************************************************
      * CAMPANHA ENCERRADA NAO ACEITA NOVAS TIRAGENS (CAMUTIL), MAS
      * CONTINUA NO RELATORIO DE RESULTADOS
      ******************************************************************
       P340-ENCERRA-CAMPANHA.
           SET FS-OK                TO TRUE

           OPEN I-O CAMPANHAS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA CAMPANHA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF FS-OK
               DISPLAY 'CODIGO DA CAMPANHA A ENCERRAR: '
               ACCEPT WS-CODIGO-BUSCA
               INSPECT WS-CODIGO-BUSCA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE WS-CODIGO-BUSCA TO CAM-CODIGO

               READ CAMPANHAS
                   KEY IS CAM-CODIGO
                   INVALID KEY
                       DISPLAY 'CAMPANHA NAO EXISTE!'
                   NOT INVALID KEY
                       DISPLAY 'TECLE: <S> para confirmar o '
                               'ENCERRAMENTO ou <QUALQUER TECLA> '
                               'para abortar.'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           SET CAM-ENCERRADA TO TRUE
                           REWRITE REG-CAMPANHA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR A '
                                           'CAMPANHA.'
                               NOT INVALID KEY
                                   DISPLAY 'Campanha encerrada!'
                           END-REWRITE
                       ELSE
                           DISPLAY 'Campanha nao foi encerrada.'
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
           END-IF

           CLOSE CAMPANHAS
           .
       P340-FIM.

      ******************************************************************
      * RESPOSTA DO CONTATO ALCANCADO: <P> POSITIVA (PEDIU CONTATO,
      * VISITOU, RETORNOU) OU <N> NEGATIVA; SO PARA MEMBROS DA
      * CAMPANHA
      ******************************************************************
       P350-REGISTRA-RESPOSTA.
           SET FS-MCA-OK            TO TRUE

           OPEN I-O MEMBROS

           IF WS-FS-MCA EQUAL 35
               DISPLAY 'NENHUMA TIRAGEM DE CAMPANHA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-MCA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS.'
               MOVE WS-FS-MCA       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-MCA ' - ' WS-FS-MSG
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CODIGO DA CAMPANHA: '
           ACCEPT WS-CODIGO-BUSCA
           INSPECT WS-CODIGO-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ID DO CONTATO: '
           ACCEPT WS-ID-BUSCA

           MOVE WS-CODIGO-BUSCA     TO MCA-CAMPANHA
           MOVE WS-ID-BUSCA         TO MCA-ID-CONTATO

           READ MEMBROS
               KEY IS MCA-CHAVE
               INVALID KEY
                   DISPLAY 'CONTATO NAO E MEMBRO DA CAMPANHA!'
               NOT INVALID KEY
                   IF NOT MCA-SEM-RESPOSTA
                       DISPLAY 'RESPOSTA ANTERIOR: ' MCA-RESPOSTA
                               ' EM ' MCA-DT-RESPOSTA ' POR '
                               MCA-OPERADOR-RESPOSTA
                   END-IF
                   DISPLAY 'RESPOSTA: <P> POSITIVA OU <N> NEGATIVA: '
                   ACCEPT WS-RESPOSTA
                   INSPECT WS-RESPOSTA CONVERTING 'pn' TO 'PN'
                   MOVE WS-RESPOSTA TO MCA-RESPOSTA
                   IF MCA-RESPOSTA-VALIDA
                       MOVE WS-DATA-HOJE TO MCA-DT-RESPOSTA
                       MOVE LK-OPERADOR  TO MCA-OPERADOR-RESPOSTA
                       REWRITE REG-MEMBRO-CAMPANHA
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O MEMBRO.'
                           NOT INVALID KEY
                               DISPLAY 'Resposta registrada!'
                       END-REWRITE
                   ELSE
                       DISPLAY 'RESPOSTA INVALIDA!'
                   END-IF
           END-READ

           CLOSE MEMBROS
           .
       P350-FIM.

       P360-LISTA-MEMBROS.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           SET EOF-OK               TO FALSE
           SET FS-MCA-OK            TO TRUE

           OPEN INPUT MEMBROS

           IF NOT FS-MCA-OK
               DISPLAY 'NENHUMA TIRAGEM DE CAMPANHA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CODIGO DA CAMPANHA: '
           ACCEPT WS-CODIGO-BUSCA
           INSPECT WS-CODIGO-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE WS-CODIGO-BUSCA     TO MCA-CAMPANHA
           MOVE ZEROS               TO MCA-ID-CONTATO
           START MEMBROS KEY IS NOT LESS THAN MCA-CHAVE
               INVALID KEY
                   SET EOF-OK      TO TRUE
           END-START

           DISPLAY 'MEMBROS (CONTATO / INCLUSAO / ORIGEM / RESPOSTA / '
                   'CONVERSAO):'
           PERFORM P365-MOSTRA-MEMBRO UNTIL EOF-OK

           IF WS-QTD-LISTADOS EQUAL ZEROS
               DISPLAY '  NENHUM MEMBRO NESSA CAMPANHA.'
           ELSE
               DISPLAY 'TOTAL DE MEMBROS: ' WS-QTD-LISTADOS
           END-IF

           CLOSE MEMBROS
           .
       P360-FIM.

       P365-MOSTRA-MEMBRO.
           READ MEMBROS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MCA-CAMPANHA NOT EQUAL WS-CODIGO-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LISTADOS
                       DISPLAY '  ' MCA-ID-CONTATO ' / '
                               MCA-DT-INCLUSAO ' / ' MCA-ORIGEM ' / '
                               MCA-RESPOSTA ' / ' MCA-CONVERSAO ' '
                               MCA-NUM-CONVERSAO
                   END-IF
           END-READ
           .
       P365-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM CMPCNTT.
