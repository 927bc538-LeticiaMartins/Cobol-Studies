      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 15/12/2024
      * Purpose: MANUTENCAO DOS PARAMETROS DO NEGOCIO (PARAMETROS.dat,
      *          FD_PARM) - AS REGRAS QUE ERAM FIXAS NOS PROGRAMAS
      *          (MULTA E MORA DE PAGFIN, VALIDADE DO PIN DE MENUGERA,
      *          FAIXAS DE AGING DE ATRFIN/COBFIN, RETENCAO DE PURGCNTT
      *          E ARQFIN) PASSAM A SER LIDAS POR PARMUTIL PELA DATA DA
      *          TRANSACAO:
      *          <C> CATALOGO DOS PARAMETROS COM O PADRAO E O VALOR EM
      *              VIGOR HOJE;
      *          <L> LISTA TODAS AS VIGENCIAS GRAVADAS;
      *          <I> INCLUI UMA NOVA VIGENCIA (HOJE OU FUTURA; A
      *              MUDANCA NUNCA E RETROATIVA E NUNCA REGRAVA O VALOR
      *              QUE JA VALEU, PARA FICAR O HISTORICO DE QUAL REGRA
      *              VALIA EM CADA DATA);
      *          <E> EXCLUI UMA VIGENCIA QUE AINDA NAO COMECOU.
      *          SOMENTE OPERADORES DE NIVEL 4 ATIVOS; TODA INCLUSAO E
      *          EXCLUSAO FICA EM PARAMETROS_AUD.dat (FD_PAUD)
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS ASSIGN TO
               'PARAMETROS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAR-CHAVE
               FILE STATUS IS WS-FS-PRM.

               SELECT AUDITORIA-PRM ASSIGN TO
               'PARAMETROS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAU.

               SELECT OPERADORES ASSIGN TO
               'OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS OPER-ID
               FILE STATUS IS WS-FS-OPER.


       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          COPY FD_PARM.

       FD AUDITORIA-PRM.
          COPY FD_PAUD.

       FD OPERADORES.
          COPY FD_OPER.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-FS-PAU                       PIC 99.
          88 FS-PAU-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-EOF-PRM                      PIC X.
          88 EOF-PRM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPERADOR-ADMIN               PIC X VALUE 'N'.
          88 OPERADOR-ADMIN               VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-OPERACAO-AUD                 PIC X VALUE SPACES.
       77 WS-CODIGO                       PIC X(10) VALUE SPACES.
       77 WS-NOVO-VALOR                   PIC 9(07)V9(04) VALUE ZEROS.
       77 WS-VALOR-ANTERIOR               PIC 9(07)V9(04) VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC Z.ZZZ.ZZ9,9999.
       77 WS-PADRAO-MSK                   PIC Z.ZZZ.ZZ9,9999.
       77 WS-QTD-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DT-VIGENCIA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-VIGENCIA.
          03 WS-VIG-AAAA                  PIC 9(04).
          03 WS-VIG-MM                    PIC 9(02).
          03 WS-VIG-DD                    PIC 9(02).
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
             88 PRM-DO-ARQUIVO            VALUE 'S'.
             88 PRM-DO-PADRAO             VALUE 'P'.
             88 PRM-DESCONHECIDO          VALUE 'N'.
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

           DISPLAY '*** PARAMETROS DO NEGOCIO ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P050-CONFERE-NIVEL
           IF NOT OPERADOR-ADMIN
               DISPLAY 'SOMENTE OPERADOR DE NIVEL 4 ATIVO MANTEM OS '
                       'PARAMETROS!'
               SET LK-ERRO          TO TRUE
               PERFORM P900-FIM
           END-IF

           PERFORM P100-ABRE-PARAMETROS
           IF NOT FS-PRM-OK
               PERFORM P900-FIM
           END-IF

           DISPLAY 'DIGITE: <C> CATALOGO, <L> LISTAR VIGENCIAS, '
                   '<I> INCLUIR VIGENCIA OU <E> EXCLUIR VIGENCIA: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P200-CATALOGO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P500-LISTA
               WHEN 'I'
               WHEN 'i'
                   SET EXIT-OK     TO FALSE
                   PERFORM P300-INCLUI THRU P300-FIM UNTIL EXIT-OK
               WHEN 'E'
               WHEN 'e'
                   SET EXIT-OK     TO FALSE
                   PERFORM P400-EXCLUI THRU P400-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE

           CLOSE PARAMETROS
           PERFORM P900-FIM
           .
      ******************************************************************
      * SO O NIVEL 4 ATIVO MANTEM OS PARAMETROS, MESMO CHAMADO POR FORA
      * DA TABELA DE OPCOES DE MENUGERA
      ******************************************************************
       P050-CONFERE-NIVEL.
           SET OPERADOR-ADMIN       TO FALSE
           SET FS-OPER-OK           TO TRUE

           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               MOVE LK-OPERADOR     TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-NIVEL-ADMIN AND OPER-ATIVO
                           SET OPERADOR-ADMIN TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF
           .
       P050-FIM.

       P100-ABRE-PARAMETROS.
           SET FS-PRM-OK            TO TRUE
           OPEN I-O PARAMETROS
           IF WS-FS-PRM EQUAL 35
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF

           IF NOT FS-PRM-OK
               DISPLAY 'ERRO AO ABRIR PARAMETROS.dat.'
               MOVE WS-FS-PRM       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PRM ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * CATALOGO: CADA PARAMETRO CONHECIDO COM O PADRAO DO MODULO E O
      * VALOR EM VIGOR HOJE (E DESDE QUANDO)
      ******************************************************************
       P200-CATALOGO.
           DISPLAY 'CODIGO     DESCRICAO                               '
                   '          PADRAO   EM VIGOR HOJE DESDE'
           PERFORM P210-MOSTRA-PARAMETRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 99 OR PRM-DESCONHECIDO
           .
       P200-FIM.

       P210-MOSTRA-PARAMETRO.
           MOVE 'P'                 TO WS-PRM-FUNCAO
           MOVE SPACES              TO WS-PRM-CODIGO
           MOVE WS-IND              TO WS-PRM-INDICE
           CALL 'PARMUTIL' USING WS-AREA-PRM
           IF PRM-DESCONHECIDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRM-VALOR        TO WS-PADRAO-MSK

           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE ZEROS               TO WS-PRM-INDICE
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-VALOR-MSK

           IF PRM-DO-ARQUIVO
               DISPLAY WS-PRM-CODIGO ' ' WS-PRM-DESCRICAO ' '
                       WS-PADRAO-MSK ' ' WS-VALOR-MSK ' '
                       WS-PRM-DT-VIGENCIA
           ELSE
               DISPLAY WS-PRM-CODIGO ' ' WS-PRM-DESCRICAO ' '
                       WS-PADRAO-MSK ' ' WS-VALOR-MSK ' PADRAO'
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * INCLUSAO DE VIGENCIA: CODIGO CONHECIDO, DATA DE HOJE EM DIANTE,
      * UMA VIGENCIA POR DATA; A AUDITORIA LEVA O VALOR QUE VALERIA NA
      * DATA SEM A MUDANCA
      ******************************************************************
       P300-INCLUI.
           DISPLAY 'CODIGO DO PARAMETRO: '
           ACCEPT WS-CODIGO
           INSPECT WS-CODIGO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE WS-CODIGO           TO WS-PRM-CODIGO
           MOVE ZEROS               TO WS-PRM-INDICE
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           CALL 'PARMUTIL' USING WS-AREA-PRM
           IF PRM-DESCONHECIDO
               DISPLAY 'CODIGO DESCONHECIDO! VEJA O CATALOGO <C>.'
               GO TO P300-CONTINUA
           END-IF
           MOVE WS-PRM-VALOR        TO WS-VALOR-MSK
           DISPLAY WS-PRM-DESCRICAO
           DISPLAY 'VALOR EM VIGOR HOJE: ' WS-VALOR-MSK

           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DT-VIGENCIA
           IF WS-DT-VIGENCIA EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DT-VIGENCIA
           END-IF
           IF WS-VIG-MM LESS THAN 1 OR WS-VIG-MM GREATER THAN 12 OR
              WS-VIG-DD LESS THAN 1 OR WS-VIG-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA!'
               GO TO P300-CONTINUA
           END-IF
           IF WS-DT-VIGENCIA LESS THAN WS-DATA-HOJE
               DISPLAY 'VIGENCIA RETROATIVA NAO E PERMITIDA!'
               GO TO P300-CONTINUA
           END-IF

           DISPLAY 'NOVO VALOR: '
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR EQUAL ZEROS AND
              WS-CODIGO NOT EQUAL 'MULTA-PCT' AND
              WS-CODIGO NOT EQUAL 'MORA-DIA'
               DISPLAY 'VALOR INVALIDO! SOMENTE MULTA E MORA ACEITAM '
                       'ZERO.'
               GO TO P300-CONTINUA
           END-IF

           MOVE WS-DT-VIGENCIA      TO WS-PRM-DATA
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-VALOR-ANTERIOR

           MOVE WS-NOVO-VALOR       TO WS-VALOR-MSK
           DISPLAY WS-CODIGO ' A PARTIR DE ' WS-VIG-DD '/' WS-VIG-MM
                   '/' WS-VIG-AAAA ': ' WS-VALOR-MSK
           DISPLAY 'CONFIRMA A INCLUSAO? <S/N>: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'INCLUSAO CANCELADA.'
               GO TO P300-CONTINUA
           END-IF

           INITIALIZE REG-PARAMETRO-NEGOCIO
           MOVE WS-CODIGO           TO PAR-CODIGO
           MOVE WS-DT-VIGENCIA      TO PAR-DT-VIGENCIA
           MOVE WS-NOVO-VALOR       TO PAR-VALOR
           MOVE WS-PRM-DESCRICAO    TO PAR-DESCRICAO
           MOVE LK-OPERADOR         TO PAR-OPERADOR
           MOVE WS-DATA-HOJE        TO PAR-DT-INCLUSAO
           ACCEPT PAR-HR-INCLUSAO FROM TIME

           WRITE REG-PARAMETRO-NEGOCIO
               INVALID KEY
                   DISPLAY 'JA EXISTE VIGENCIA DO PARAMETRO NESSA '
                           'DATA! EXCLUA-A ANTES, SE AINDA NAO '
                           'COMECOU.'
               NOT INVALID KEY
                   MOVE 'I'         TO WS-OPERACAO-AUD
                   PERFORM P600-GRAVA-AUDITORIA
                   DISPLAY 'VIGENCIA INCLUIDA COM SUCESSO!'
           END-WRITE
           .
       P300-CONTINUA.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.

      ******************************************************************
      * EXCLUSAO: SO A VIGENCIA QUE AINDA NAO COMECOU; A QUE JA VALEU
      * FICA COMO HISTORICO E E SUBSTITUIDA POR UMA NOVA VIGENCIA
      ******************************************************************
       P400-EXCLUI.
           DISPLAY 'CODIGO DO PARAMETRO: '
           ACCEPT WS-CODIGO
           INSPECT WS-CODIGO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'INICIO DA VIGENCIA A EXCLUIR (AAAAMMDD): '
           ACCEPT WS-DT-VIGENCIA

           MOVE WS-CODIGO           TO PAR-CODIGO
           MOVE WS-DT-VIGENCIA      TO PAR-DT-VIGENCIA
           READ PARAMETROS
               KEY IS PAR-CHAVE
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA!'
                   GO TO P400-CONTINUA
           END-READ

           IF PAR-DT-VIGENCIA NOT GREATER THAN WS-DATA-HOJE
               DISPLAY 'VIGENCIA JA COMECOU E NAO PODE SER EXCLUIDA! '
                       'INCLUA UMA NOVA VIGENCIA.'
               GO TO P400-CONTINUA
           END-IF

           MOVE PAR-VALOR           TO WS-VALOR-MSK
           DISPLAY PAR-CODIGO ' ' PAR-DT-VIGENCIA ' ' WS-VALOR-MSK
                   ' ' PAR-OPERADOR
           DISPLAY 'CONFIRMA A EXCLUSAO? <S/N>: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               GO TO P400-CONTINUA
           END-IF

           MOVE PAR-VALOR           TO WS-VALOR-ANTERIOR
           DELETE PARAMETROS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A VIGENCIA!'
                   GO TO P400-CONTINUA
           END-DELETE

           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE WS-CODIGO           TO WS-PRM-CODIGO
           MOVE ZEROS               TO WS-PRM-INDICE
           MOVE WS-DT-VIGENCIA      TO WS-PRM-DATA
           CALL 'PARMUTIL' USING WS-AREA-PRM

           MOVE 'E'                 TO WS-OPERACAO-AUD
           MOVE WS-PRM-VALOR        TO WS-NOVO-VALOR
           PERFORM P600-GRAVA-AUDITORIA
           DISPLAY 'VIGENCIA EXCLUIDA!'
           .
       P400-CONTINUA.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

      ******************************************************************
      * LISTAGEM DE TODAS AS VIGENCIAS, POR CODIGO E DATA
      ******************************************************************
       P500-LISTA.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           SET EOF-PRM-OK           TO FALSE

           MOVE LOW-VALUES          TO PAR-CHAVE
           START PARAMETROS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   SET EOF-PRM-OK   TO TRUE
           END-START

           DISPLAY 'CODIGO     VIGENCIA           VALOR OPER.  '
                   'INCLUIDO'
           PERFORM P510-LE-PARAMETRO UNTIL EOF-PRM-OK

           DISPLAY 'VIGENCIAS CADASTRADAS: ' WS-QTD-LISTADOS
           IF WS-QTD-LISTADOS EQUAL ZEROS
               DISPLAY 'SEM VIGENCIAS VALEM OS PADRAO DO CATALOGO.'
           END-IF
           .
       P500-FIM.

       P510-LE-PARAMETRO.
           READ PARAMETROS NEXT RECORD
               AT END
                   SET EOF-PRM-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LISTADOS
                   MOVE PAR-VALOR   TO WS-VALOR-MSK
                   DISPLAY PAR-CODIGO ' ' PAR-DT-VIGENCIA ' '
                           WS-VALOR-MSK ' ' PAR-OPERADOR ' '
                           PAR-DT-INCLUSAO
           END-READ
           .
       P510-FIM.

      ******************************************************************
      * AUDITORIA DA MANUTENCAO (PARAMETROS_AUD.dat)
      ******************************************************************
       P600-GRAVA-AUDITORIA.
           SET FS-PAU-OK            TO TRUE

           OPEN EXTEND AUDITORIA-PRM

           IF WS-FS-PAU EQUAL 35
               OPEN OUTPUT AUDITORIA-PRM
           END-IF

           IF FS-PAU-OK
               ACCEPT PAU-DATA FROM DATE YYYYMMDD
               ACCEPT PAU-HORA FROM TIME
               MOVE LK-OPERADOR     TO PAU-OPERADOR
               MOVE WS-CODIGO       TO PAU-CODIGO
               MOVE WS-OPERACAO-AUD TO PAU-OPERACAO
               MOVE WS-DT-VIGENCIA  TO PAU-DT-VIGENCIA
               MOVE WS-VALOR-ANTERIOR TO PAU-VALOR-ANTERIOR
               MOVE WS-NOVO-VALOR   TO PAU-VALOR-ATUAL

               WRITE REG-AUDITORIA-PRM

               CLOSE AUDITORIA-PRM
           ELSE
               DISPLAY 'ERRO AO GRAVAR A AUDITORIA DOS PARAMETROS!'
               MOVE WS-FS-PAU       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PAU ' - ' WS-FS-MSG
           END-IF
           .
       P600-FIM.

       COPY FSMSGP.

       P900-FIM.
           GOBACK.
       END PROGRAM PARMCNTT.
