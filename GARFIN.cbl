      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 23/11/2024
      * Purpose: GARANTIAS - CONTROLE DOS BENS ALIENADOS
      *          FIDUCIARIAMENTE EM GARANTIA DOS CONTRATOS (VEICULOS E
      *          MAQUINAS) EM GARANTIAS.dat (FD_GARAN), GRAVADOS NA
      *          EMISSAO PELO MODULO GARUTIL:
      *          <L> LISTA DE LIBERACAO DE GRAVAME (PASSO DIARIO DO
      *              PLANO NOTURNO): GARANTIA PENDENTE DE LIBERACAO
      *              (CONTRATO QUITADO EM QUIFIN OU ULTIMA PARCELA PAGA
      *              EM PAGFIN) E GARANTIA ATIVA DE CONTRATO QUE DEIXOU
      *              DE ESTAR ATIVO POR OUTRO CAMINHO (QUITADO PELA
      *              INDENIZACAO DO PRESTAMISTA, CANCELADO OU
      *              REFINANCIADO) SAEM NO SPOOL PARA A BAIXA NO ORGAO
      *              DE REGISTRO E FICAM COM O GRAVAME BAIXADO; CONTRATO
      *              BAIXADO PARA PREJUIZO MANTEM O GRAVAME. RODADA NO
      *              LOGEXEC;
      *          <I> INCLUI A GARANTIA DE UM CONTRATO ATIVO EMITIDO
      *              ANTES DO CONTROLE (PASTA DE PAPEL);
      *          <C> CONSULTA A GARANTIA DE UM CONTRATO
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GARANTIAS ASSIGN TO
               'GARANTIAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS GAR-NUM-CONTRATO
               FILE STATUS IS WS-FS-GAR.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD GARANTIAS.
          COPY FD_GARAN.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-GAR                       PIC 99.
          88 FS-GAR-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-GAR                      PIC X.
          88 EOF-GAR-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-LINHA-DETALHE.
          03 WS-LD-CONTRATO               PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-TIPO                   PIC X(01).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DESCRICAO              PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-IDENTIFICACAO          PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-PLACA                  PIC X(07).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-DT-QUITACAO            PIC 9(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-ORIGEM                 PIC X(08).
          03 FILLER                       PIC X(04) VALUE SPACES.
       01 WS-AREA-GAR.
          03 WS-GAR-FUNCAO                PIC X(01).
          03 WS-GAR-NUM-CONTRATO          PIC 9(06).
          03 WS-GAR-TIPO-BEM              PIC X(01).
          03 WS-GAR-DESCRICAO             PIC X(30).
          03 WS-GAR-CHASSI                PIC X(17).
          03 WS-GAR-PLACA                 PIC X(07).
          03 WS-GAR-RENAVAM               PIC X(11).
          03 WS-GAR-NUM-SERIE             PIC X(20).
          03 WS-GAR-ST-GRAVAME            PIC X(01).
          03 WS-GAR-DT-REGISTRO           PIC 9(08).
          03 WS-GAR-DT-QUITACAO           PIC 9(08).
          03 WS-GAR-DT-LIBERACAO          PIC 9(08).
          03 WS-GAR-OPERADOR              PIC X(06).
          03 WS-GAR-ORIGEM                PIC X(08).
          03 WS-GAR-RESULTADO             PIC X(01).
             88 GAR-OK                    VALUE 'S'.
          03 WS-GAR-MOTIVO                PIC X(40).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
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
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-BATCH             VALUE 'B'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** GARANTIAS - ALIENACAO FIDUCIARIA ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'L'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <L> LISTA DE LIBERACAO DE GRAVAME, '
                       '<I> INCLUIR GARANTIA DE CONTRATO OU '
                       '<C> CONSULTAR: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'L'
               WHEN 'l'
                   MOVE 'GARFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-LISTA-LIBERACAO
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'I'
               WHEN 'i'
                   SET EXIT-OK      TO FALSE
                   PERFORM P400-INCLUI THRU P400-FIM UNTIL EXIT-OK
               WHEN 'C'
               WHEN 'c'
                   SET EXIT-OK      TO FALSE
                   PERFORM P700-CONSULTA THRU P700-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * LISTA DE LIBERACAO: GRAVAMES A BAIXAR NO ORGAO DE REGISTRO
      ******************************************************************
       P200-LISTA-LIBERACAO.
           SET FS-GAR-OK            TO TRUE
           SET FS-OK                TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN I-O GARANTIAS
           IF WS-FS-GAR EQUAL 35
               DISPLAY 'NENHUMA GARANTIA REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-GAR-OK
               DISPLAY 'ERRO AO ABRIR GARANTIAS.dat.'
               MOVE WS-FS-GAR       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-GAR ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               CLOSE GARANTIAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'GARFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'GARANTIAS - LIBERACAO DE GRAVAME EM '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. T BEM                  CHASSI/SERIE'
                                    TO REG-IMPRESSAO
           MOVE 'PLACA   QUITACAO ORIGEM'
                                    TO REG-IMPRESSAO(52:23)
           WRITE REG-IMPRESSAO

           SET EOF-GAR-OK           TO FALSE
           MOVE ZEROS               TO GAR-NUM-CONTRATO
           START GARANTIAS KEY IS NOT LESS THAN GAR-NUM-CONTRATO
               INVALID KEY
                   SET EOF-GAR-OK   TO TRUE
           END-START

           PERFORM P210-LE-GARANTIA UNTIL EOF-GAR-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'GRAVAMES A LIBERAR......: ' WS-QTD-GRAVADOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           CLOSE CONTRATOS
           CLOSE GARANTIAS

           DISPLAY 'GARANTIAS LIDAS.........: ' WS-QTD-LIDOS
           DISPLAY 'GRAVAMES A LIBERAR......: ' WS-QTD-GRAVADOS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P200-FIM.

       P210-LE-GARANTIA.
           READ GARANTIAS NEXT RECORD
               AT END
                   SET EOF-GAR-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   EVALUATE TRUE
                       WHEN GAR-LIBERACAO-PENDENTE
                           PERFORM P230-LIBERA-GRAVAME
                       WHEN GAR-ATIVO
                           PERFORM P220-AVALIA-CONTRATO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P210-FIM.

      *    GRAVAME ATIVO DE CONTRATO QUE JA NAO ESTA ATIVO: QUITADO
      *    PELA INDENIZACAO DO PRESTAMISTA, CANCELADO OU REFINANCIADO
       P220-AVALIA-CONTRATO.
           SET CONTRATO-ACHADO      TO FALSE
           MOVE GAR-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
           END-READ

           IF NOT CONTRATO-ACHADO
               EXIT PARAGRAPH
           END-IF

           IF REG-CONTRATO-QUITADO OR REG-CONTRATO-CANCELADO OR
              REG-CONTRATO-REFINANCIADO
               MOVE WS-DATA-SISTEMA TO GAR-DT-QUITACAO
               MOVE 'GARFIN  '      TO GAR-ORIGEM-QUITACAO
               PERFORM P230-LIBERA-GRAVAME
           END-IF
           .
       P220-FIM.

       P230-LIBERA-GRAVAME.
           SET GAR-BAIXADO          TO TRUE
           MOVE WS-DATA-SISTEMA     TO GAR-DT-LIBERACAO
           REWRITE REG-GARANTIA
               INVALID KEY
                   ADD 1            TO WS-QTD-REJEITADOS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1                    TO WS-QTD-GRAVADOS
           MOVE GAR-NUM-CONTRATO    TO WS-LD-CONTRATO
           MOVE GAR-TIPO-BEM        TO WS-LD-TIPO
           MOVE GAR-DESCRICAO       TO WS-LD-DESCRICAO
           IF GAR-VEICULO
               MOVE GAR-CHASSI      TO WS-LD-IDENTIFICACAO
               MOVE GAR-PLACA       TO WS-LD-PLACA
           ELSE
               MOVE GAR-NUM-SERIE   TO WS-LD-IDENTIFICACAO
               MOVE SPACES          TO WS-LD-PLACA
           END-IF
           MOVE GAR-DT-QUITACAO     TO WS-LD-DT-QUITACAO
           MOVE GAR-ORIGEM-QUITACAO TO WS-LD-ORIGEM
           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P230-FIM.

      ******************************************************************
      * INCLUSAO DA GARANTIA DE CONTRATO ATIVO EMITIDO SEM O CONTROLE
      ******************************************************************
       P400-INCLUI.
           SET CONTRATO-ACHADO      TO FALSE
           SET FS-OK                TO TRUE

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               SET EXIT-OK          TO TRUE
               GO TO P400-FIM
           END-IF

           MOVE WS-NUMERO-BUSCA     TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   IF REG-CONTRATO-ATIVO
                       SET CONTRATO-ACHADO TO TRUE
                       DISPLAY 'CLIENTE: ' REG-CLIENTE
                               ' OBJETO: ' REG-OBJETO
                   ELSE
                       DISPLAY 'CONTRATO NAO ESTA ATIVO (SITUACAO '
                               REG-ST-CONTRATO ').'
                   END-IF
           END-READ

           CLOSE CONTRATOS

           IF CONTRATO-ACHADO
               PERFORM P410-INFORMA-BEM
           END-IF

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

       P410-INFORMA-BEM.
           INITIALIZE WS-AREA-GAR
           DISPLAY 'TIPO DO BEM: <V> VEICULO OU <M> MAQUINA/'
                   'EQUIPAMENTO: '
           ACCEPT WS-GAR-TIPO-BEM
           EVALUATE WS-GAR-TIPO-BEM
               WHEN 'v'
                   MOVE 'V'          TO WS-GAR-TIPO-BEM
               WHEN 'm'
                   MOVE 'M'          TO WS-GAR-TIPO-BEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'DESCRICAO DO BEM (MARCA/MODELO/ANO): '
           ACCEPT WS-GAR-DESCRICAO
           IF WS-GAR-TIPO-BEM EQUAL 'V'
               DISPLAY 'CHASSI (17 POSICOES): '
               ACCEPT WS-GAR-CHASSI
               DISPLAY 'PLACA: '
               ACCEPT WS-GAR-PLACA
               DISPLAY 'RENAVAM: '
               ACCEPT WS-GAR-RENAVAM
           ELSE
               DISPLAY 'NUMERO DE SERIE: '
               ACCEPT WS-GAR-NUM-SERIE
           END-IF

           DISPLAY 'TECLE: <S> para confirmar a INCLUSAO ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Garantia nao incluida.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'G'                 TO WS-GAR-FUNCAO
           MOVE WS-NUMERO-BUSCA     TO WS-GAR-NUM-CONTRATO
           IF LK-OPERADOR EQUAL SPACES
               MOVE 'BALCAO'        TO WS-GAR-OPERADOR
           ELSE
               MOVE LK-OPERADOR     TO WS-GAR-OPERADOR
           END-IF
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF GAR-OK
               DISPLAY 'GARANTIA REGISTRADA PARA O CONTRATO '
                       WS-NUMERO-BUSCA ' (GRAVAME ATIVO).'
           ELSE
               DISPLAY 'GARANTIA NAO INCLUIDA: ' WS-GAR-MOTIVO
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * CONSULTA DA GARANTIA DE UM CONTRATO
      ******************************************************************
       P700-CONSULTA.
           SET FS-GAR-OK            TO TRUE
           OPEN INPUT GARANTIAS
           IF WS-FS-GAR EQUAL 35
               DISPLAY 'NENHUMA GARANTIA REGISTRADA AINDA.'
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF
           IF NOT FS-GAR-OK
               DISPLAY 'ERRO AO ABRIR GARANTIAS.dat.'
               MOVE WS-FS-GAR       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-GAR ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT GAR-NUM-CONTRATO

           READ GARANTIAS
               KEY IS GAR-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO SEM GARANTIA REGISTRADA!'
               NOT INVALID KEY
                   DISPLAY 'BEM..............: ' GAR-DESCRICAO
                   IF GAR-VEICULO
                       DISPLAY 'TIPO.............: VEICULO'
                       DISPLAY 'CHASSI...........: ' GAR-CHASSI
                       DISPLAY 'PLACA/RENAVAM....: ' GAR-PLACA
                               ' / ' GAR-RENAVAM
                   ELSE
                       DISPLAY 'TIPO.............: MAQUINA/'
                               'EQUIPAMENTO'
                       DISPLAY 'NUMERO DE SERIE..: ' GAR-NUM-SERIE
                   END-IF
                   DISPLAY 'REGISTRO.........: ' GAR-DT-REGISTRO
                           ' POR ' GAR-OPERADOR
                   EVALUATE TRUE
                       WHEN GAR-ATIVO
                           DISPLAY 'GRAVAME..........: ATIVO'
                       WHEN GAR-LIBERACAO-PENDENTE
                           DISPLAY 'GRAVAME..........: LIBERACAO '
                                   'PENDENTE'
                       WHEN GAR-BAIXADO
                           DISPLAY 'GRAVAME..........: BAIXADO EM '
                                   GAR-DT-LIBERACAO
                   END-EVALUATE
                   IF GAR-DT-QUITACAO GREATER THAN ZEROS
                       DISPLAY 'QUITACAO.........: ' GAR-DT-QUITACAO
                               ' (' GAR-ORIGEM-QUITACAO ')'
                   END-IF
           END-READ

           CLOSE GARANTIAS

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P700-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM GARFIN.
