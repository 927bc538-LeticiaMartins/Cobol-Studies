      *         SPOOL PELO MODULO SPOOLUTL E PODE SER REABERTO PELO
      *         SELETOR SPLCNTT; A RODADA DE HOJE NAO SOBRESCREVE
      *         MAIS A DE ONTEM
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 22/11/2024 - CADA FICHA DO CARNE TRAZ O CUSTO EFETIVO
      *         TOTAL (CET) MENSAL E ANUAL DO CONTRATO
      * Update: 13/12/2024 - CONTRATO PENDENTE DE DOCUMENTOS (STATUS D)
      *         NAO TEM CARNE ATE O RECEBIMENTO DO ULTIMO DOCUMENTO EM
      *         DOCFIN
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 18/12/2024 - NO PLANO NOTURNO (MODO BATCH) IMPRIME NO
      *         SPOOL O CARNE DAS SEGUNDAS VIAS PENDENTES NA FILA
      *         CARNE_2VIA.dat (FD_C2VI), PEDIDAS NA URA (URAFIN), E AS
      *         MARCA COMO EMITIDAS; CONTRATO QUE DEIXOU DE ESTAR ATIVO
      *         TEM O PEDIDO CANCELADO
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNFIN.
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT CARNE-2VIA ASSIGN TO
               'CARNE_2VIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS C2V-CHAVE
               FILE STATUS IS WS-FS-C2V.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD CARNE-2VIA.
          COPY FD_C2VI.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-C2V                       PIC 99.
          88 FS-C2V-OK                    VALUE 0.
       77 WS-EOF-C2V                      PIC X.
          88 EOF-C2V-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SPOOL-ABERTO                 PIC X VALUE 'N'.
          88 SPOOL-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EMITIDOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CANCELADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AGUARDANDO               PIC 9(07) VALUE ZEROS.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-FICHAS-NA-PAGINA             PIC 9(02) VALUE ZEROS.
       77 WS-MAX-POR-PAGINA               PIC 9(02) VALUE 4.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
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

           DISPLAY '*** IMPRESSAO DE CARNE DE PAGAMENTO ***'
           SET LK-SUCESSO          TO TRUE
           IF LK-MODO-BATCH
               MOVE 'CRNFIN  '     TO WS-LOG-PROGRAMA
               MOVE 'I'            TO WS-LOG-EVENTO
               MOVE ZEROS          TO WS-LOG-QTD-LIDOS
               MOVE ZEROS          TO WS-LOG-QTD-GRAVADOS
               MOVE ZEROS          TO WS-LOG-QTD-REJEITADOS
               MOVE '0'            TO WS-LOG-STATUS
               CALL 'LOGEXEC' USING WS-AREA-LOG
               PERFORM P500-SEGUNDAS-VIAS
               MOVE 'F'            TO WS-LOG-EVENTO
               MOVE WS-QTD-LIDOS   TO WS-LOG-QTD-LIDOS
               MOVE WS-QTD-EMITIDOS TO WS-LOG-QTD-GRAVADOS
               MOVE WS-QTD-CANCELADOS TO WS-LOG-QTD-REJEITADOS
               MOVE LK-STATUS      TO WS-LOG-STATUS
               CALL 'LOGEXEC' USING WS-AREA-LOG
           ELSE
               PERFORM P300-CARNE
           END-IF
           PERFORM P900-FIM
           .
       P300-CARNE.
                       INVALID KEY
                           DISPLAY 'CONTRATO NAO EXISTE!'
                       NOT INVALID KEY
                           IF REG-CONTRATO-PEND-DOC
                               DISPLAY 'CONTRATO PENDENTE DE '
                                       'DOCUMENTOS - CARNE SO APOS O '
                                       'RECEBIMENTO (DOCFIN)!'
                           ELSE
                               PERFORM P310-GERA-CARNE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
                  WS-VENC-MM '/' WS-VENC-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
           STRING '| CET....: ' WS-CET-MENSAL-MSK ' % A.M. / '
                  WS-CET-ANUAL-MSK ' % A.A.'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '+------------------------------------------------+'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
       P330-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
           .
       P330-FIM.

      ******************************************************************
      * PASSO NOTURNO: IMPRIME NUM SO ARQUIVO DE SPOOL O CARNE DE CADA
      * SEGUNDA VIA PENDENTE NA FILA CARNE_2VIA.dat (PEDIDA NA URA,
      * URAFIN) E MARCA O PEDIDO COMO EMITIDO; CONTRATO PENDENTE DE
      * DOCUMENTOS CONTINUA NA FILA, CONTRATO QUE DEIXOU DE ESTAR ATIVO
      * TEM O PEDIDO CANCELADO
      ******************************************************************
       P500-SEGUNDAS-VIAS.
           SET FS-C2V-OK           TO TRUE
           SET FS-OK               TO TRUE
           SET SPOOL-ABERTO        TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O CARNE-2VIA
           IF WS-FS-C2V EQUAL 35
               DISPLAY 'NENHUM PEDIDO DE SEGUNDA VIA GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-C2V-OK
               DISPLAY 'ERRO AO ABRIR CARNE_2VIA.dat.'
               MOVE WS-FS-C2V      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-C2V ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CARNE-2VIA
               EXIT PARAGRAPH
           END-IF

           SET EOF-C2V-OK          TO FALSE
           MOVE LOW-VALUES         TO C2V-CHAVE
           START CARNE-2VIA KEY IS NOT LESS THAN C2V-CHAVE
               INVALID KEY
                   SET EOF-C2V-OK  TO TRUE
           END-START

           PERFORM P510-LE-PEDIDO UNTIL EOF-C2V-OK

           IF SPOOL-ABERTO
               CLOSE ARQ-IMPRESSAO
               DISPLAY 'SEGUNDAS VIAS GRAVADAS EM ' WS-NOME-SPOOL
           END-IF

           CLOSE CONTRATOS
           CLOSE CARNE-2VIA

           DISPLAY 'PEDIDOS PENDENTES LIDOS.: ' WS-QTD-LIDOS
           DISPLAY 'SEGUNDAS VIAS EMITIDAS..: ' WS-QTD-EMITIDOS
           DISPLAY 'PEDIDOS CANCELADOS......: ' WS-QTD-CANCELADOS
           DISPLAY 'AGUARDANDO DOCUMENTOS...: ' WS-QTD-AGUARDANDO
           .
       P500-FIM.

       P510-LE-PEDIDO.
           READ CARNE-2VIA NEXT RECORD
               AT END
                   SET EOF-C2V-OK  TO TRUE
               NOT AT END
                   IF C2V-PENDENTE
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P520-EMITE-SEGUNDA-VIA
                   END-IF
           END-READ
           .
       P510-FIM.

       P520-EMITE-SEGUNDA-VIA.
           MOVE C2V-NUM-CONTRATO   TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   MOVE SPACES     TO REG-ST-CONTRATO
           END-READ

           IF REG-CONTRATO-PEND-DOC
               ADD 1                TO WS-QTD-AGUARDANDO
               EXIT PARAGRAPH
           END-IF

           IF NOT REG-CONTRATO-ATIVO
               SET C2V-CANCELADO    TO TRUE
               REWRITE REG-CARNE-2VIA
               ADD 1                TO WS-QTD-CANCELADOS
               DISPLAY 'PEDIDO DE 2A VIA DO CONTRATO ' C2V-NUM-CONTRATO
                       ' CANCELADO - CONTRATO NAO ESTA ATIVO.'
               EXIT PARAGRAPH
           END-IF

           IF SPOOL-ABERTO
               MOVE X'0C'           TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           ELSE
               MOVE 'CRNFIN  '      TO WS-SPL-PROGRAMA
               CALL 'SPOOLUTL' USING WS-AREA-SPOOL
               MOVE WS-SPL-NOME     TO WS-NOME-SPOOL
               OPEN OUTPUT ARQ-IMPRESSAO
               SET SPOOL-ABERTO     TO TRUE
           END-IF
           MOVE ZEROS               TO WS-FICHAS-NA-PAGINA

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SEGUNDA VIA - CONTRATO ' C2V-NUM-CONTRATO
                  ' - PEDIDO ' C2V-ORIGEM ' ' C2V-PROTOCOLO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P320-IMPRIME-FICHA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           SET C2V-EMITIDO          TO TRUE
           MOVE WS-DATA-HOJE        TO C2V-DT-EMISSAO
           MOVE WS-NOME-SPOOL       TO C2V-NOME-SPOOL
           REWRITE REG-CARNE-2VIA
           ADD 1                    TO WS-QTD-EMITIDOS
           .
       P520-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
