      *          ARQAUDIT); OS ARQUIVOS VIVOS PARAM DE CRESCER E UM
      *          CONTRATO ARQUIVADO CONTINUA CONSULTAVEL POR CONSARQ
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         PASSA A SER ARQUIVADO JUNTO COM OS CANCELADOS E QUITADOS
      * Update: 22/11/2024 - O REGISTRO DO ARQUIVO MORTO DE CONTRATOS
      *         PASSA A 4000 POSICOES: COM IOF, TARIFA DE CADASTRO E CET
      *         NA PARTE FIXA, O CONTRATO DE 420 PARCELAS NAO CABIA MAIS
      *         EM 3900
      * Update: 01/12/2024 - CADA RODADA QUE ARQUIVA CONTRATOS REGISTRA
      *         A DATA DO ARQUIVO MORTO NO CATALOGO ARQUIVOS_MORTOS.TXT,
      *         LIDO PELO ESCORE DE COMPORTAMENTO (SCOFIN)
      * Update: 15/12/2024 - O PRAZO DE RETENCAO DEIXA DE SER DIGITADO A
      *         CADA RODADA (SUGESTAO FIXA DE 2 ANOS): VALE O PARAMETRO
      *         RET-FIN EM VIGOR NO DIA (PARAMETROS.dat, PARMUTIL),
      *         MANTIDO PELO NIVEL 4 EM PARMCNTT
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQFIN.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AHS.

               SELECT CATALOGO-ARQ ASSIGN TO
               'ARQUIVOS_MORTOS.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.


       DATA DIVISION.
       FILE SECTION.
          COPY FD_PAGT.

       FD ARQ-CONTRATOS.
       01 REG-ARQ-CONTRATO                PIC X(4000).

       FD ARQ-PAGAMENTOS.
       01 REG-ARQ-PAGAMENTO               PIC X(050).
       FD ARQ-HISTORICO.
       01 REG-ARQ-HISTORICO               PIC X(234).

       FD CATALOGO-ARQ.
       01 REG-CATALOGO-ARQ.
          03 CAT-DATA-ARQUIVO             PIC 9(08).
          03 CAT-QTD-CONTRATOS            PIC 9(05).
          03 CAT-QTD-PAGAMENTOS           PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
          88 FS-TMP-OK                    VALUE 0.
       77 WS-FS-AHS                       PIC 99.
          88 FS-AHS-OK                    VALUE 0.
       77 WS-FS-CAT                       PIC 99.
          88 FS-CAT-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
       77 WS-HST-CONTRATO                 PIC X(06) VALUE SPACES.
       77 WS-HST-ARQUIVAR                 PIC X VALUE 'N'.
          88 HST-ARQUIVAR                 VALUE 'S' FALSE 'N'.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-LOTE.
          03 WS-LOTE-ACAO                 PIC X(01).
          03 WS-LOTE-PROGRAMA             PIC X(08).
          03 WS-LOTE-OCUPADO              PIC X(01).
             88 WS-LOTE-OCUPADO-SIM       VALUE 'S'.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** ARQUIVAMENTO DE RETENCAO DE CONTRATOS ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'S'                TO WS-LOTE-ACAO
           MOVE ZEROS               TO WS-QTD-TABELA
           INITIALIZE WS-TABELA-ARQUIVADOS

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE 'RET-FIN'           TO WS-PRM-CODIGO
           MOVE WS-DATA-SISTEMA     TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-ANOS-RETENCAO

           IF WS-ANOS-RETENCAO EQUAL ZEROS
               DISPLAY 'PARAMETRO RET-FIN INVALIDO! NADA FOI '
                       'ARQUIVADO.'
               SET LK-ERRO          TO TRUE
           ELSE
               DISPLAY 'RETENCAO EM VIGOR (PARAMETRO RET-FIN): '
                       WS-ANOS-RETENCAO ' ANOS.'
               COMPUTE WS-DIAS-INTEIROS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                       - (WS-ANOS-RETENCAO * 365)
           IF WS-QTD-TABELA GREATER THAN ZEROS
               PERFORM P360-ARQUIVA-HISTORICO
           END-IF

           IF WS-QTD-ARQUIVADOS GREATER THAN ZEROS
               PERFORM P390-REGISTRA-CATALOGO
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * CADA RODADA COM CONTRATOS ARQUIVADOS ENTRA NO CATALOGO
      * ARQUIVOS_MORTOS.TXT (DATA DO ARQUIVO MORTO E QUANTIDADES), PARA
      * OS LOTES QUE PRECISAM DO HISTORICO INTEIRO (SCOFIN) ACHAREM OS
      * ARQUIVOS DATADOS SEM DEPENDER DE ALGUEM LEMBRAR AS DATAS
      ******************************************************************
       P390-REGISTRA-CATALOGO.
           SET FS-CAT-OK            TO TRUE
           OPEN EXTEND CATALOGO-ARQ
           IF WS-FS-CAT EQUAL 35
               OPEN OUTPUT CATALOGO-ARQ
           END-IF

           IF FS-CAT-OK
               MOVE WS-DATA-SISTEMA   TO CAT-DATA-ARQUIVO
               MOVE WS-QTD-ARQUIVADOS TO CAT-QTD-CONTRATOS
               MOVE WS-QTD-PAG-ARQ    TO CAT-QTD-PAGAMENTOS
               WRITE REG-CATALOGO-ARQ
               CLOSE CATALOGO-ARQ
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CATALOGO ARQUIVOS_MORTOS.TXT '
                       '(FILE STATUS: ' WS-FS-CAT ').'
           END-IF
           .
       P390-FIM.

       P320-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF (REG-CONTRATO-CANCELADO OR
                       REG-CONTRATO-QUITADO OR
                       REG-CONTRATO-REFINANCIADO) AND
                      REG-DT-CONTRATO LESS THAN WS-DATA-CORTE AND
                      WS-QTD-TABELA LESS THAN 2000
                       PERFORM P330-ARQUIVA-CONTRATO
           .
       P380-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
