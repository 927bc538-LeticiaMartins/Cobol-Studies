      * Tectonics: cobc -I copybooks
      * Update: 25/09/2024 - CONTRATO COM AVALISTA (REG-ID-AVALISTA)
      *         GERA UMA SEGUNDA VIA DA CARTA ENDERECADA AO AVALISTA
      * Update: 08/11/2024 - CONTRATO ENTREGUE A AGENCIA DE COBRANCA
      *         (COBRANCA_AGENCIA.dat, STATUS 'A') NAO RECEBE CARTA
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 15/12/2024 - A FAIXA QUE ESCOLHE O MODELO DA CARTA DEIXA
      *         DE SER FIXA EM 30/60/90 DIAS: VALEM OS PARAMETROS
      *         AGING-F1 A AGING-F3 EM VIGOR NA DATA DAS CARTAS
      *         (PARAMETROS.dat, PARMUTIL), OS MESMOS DE ATRFIN
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFIN.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT AGENCIA ASSIGN TO
               'COBRANCA_AGENCIA.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS AGE-NUM-CONTRATO
               FILE STATUS IS WS-FS-AGE.

               SELECT MODELO ASSIGN TO WS-NOME-MODELO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOD.
       FD CONTATOS.
          COPY FD_CONTT.

       FD AGENCIA.
          COPY FD_AGENC.

       FD MODELO.
       01 REG-MODELO                      PIC X(080).

          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-FS-AGE                       PIC 99.
          88 FS-AGE-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOD                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-AGENCIA                  PIC X VALUE 'N'.
          88 TEM-AGENCIA                  VALUE 'S' FALSE 'N'.
       77 WS-NOME-MODELO                  PIC X(20) VALUE SPACES.
       77 WS-FAIXA-ATUAL                  PIC 9(01) VALUE ZEROS.
       77 WS-FAIXA-CARREGADA              PIC 9(01) VALUE ZEROS.
       77 WS-CTR-MAX-DIAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CARTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NA-AGENCIA               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LINHAS-MODELO            PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-MODELO.
          03 WS-LINHA-MODELO              OCCURS 60 TIMES PIC X(080).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
      *
      * ULTIMO DIA DE ATRASO DAS TRES PRIMEIRAS FAIXAS (PARAMETROS
      * AGING-F1 A AGING-F3 EM VIGOR NA DATA DAS CARTAS)
      *
       01 WS-FAIXAS-AGING.
          03 WS-LIM-FAIXA-1               PIC 9(03) VALUE ZEROS.
          03 WS-LIM-FAIXA-2               PIC 9(03) VALUE ZEROS.
          03 WS-LIM-FAIXA-3               PIC 9(03) VALUE ZEROS.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CARTAS DE COBRANCA DOS FINANCIAMENTOS ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-GERA-COBRANCA
           SET FS-OK               TO TRUE
           MOVE ZEROS               TO WS-QTD-CARTAS
           MOVE ZEROS               TO WS-QTD-SEM-CONTATO
           MOVE ZEROS               TO WS-QTD-NA-AGENCIA
           MOVE ZEROS               TO WS-FAIXA-CARREGADA

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM P305-CARREGA-FAIXAS
           MOVE SPACES              TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           OPEN INPUT AGENCIA
           IF FS-AGE-OK
               SET TEM-AGENCIA     TO TRUE
           ELSE
               SET TEM-AGENCIA     TO FALSE
           END-IF

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
           ELSE
                   DISPLAY 'CARTAS GERADAS........: ' WS-QTD-CARTAS
                   DISPLAY 'SEM CONTATO VALIDO....: '
                           WS-QTD-SEM-CONTATO
                   DISPLAY 'COM A AGENCIA (SEM CARTA): '
                           WS-QTD-NA-AGENCIA
                   DISPLAY 'ARQUIVO GERADO........: '
                           'CONTATOS_COBRANCA.PRN'
               ELSE
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-AGENCIA
               CLOSE AGENCIA
           END-IF
           .
       P300-FIM.

      ******************************************************************
      * FAIXAS DE AGING EM VIGOR NA DATA DAS CARTAS (PARMUTIL), AS
      * MESMAS DO RELATORIO DE ATRASO (ATRFIN)
      ******************************************************************
       P305-CARREGA-FAIXAS.
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE

           MOVE 'AGING-F1'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-1
           MOVE 'AGING-F2'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-2
           MOVE 'AGING-F3'          TO WS-PRM-CODIGO
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-LIM-FAIXA-3
           .
       P305-FIM.

       P310-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       PERFORM P320-APURA-ATRASO
                       IF WS-CTR-QTD-ATRASO GREATER THAN ZEROS
                           PERFORM P315-CONFERE-AGENCIA
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

       P315-CONFERE-AGENCIA.
           IF TEM-AGENCIA
               MOVE REG-NUM-CONTRATO TO AGE-NUM-CONTRATO
               READ AGENCIA
                   KEY IS AGE-NUM-CONTRATO
                   INVALID KEY
                       MOVE SPACES  TO AGE-ST-AGENCIA
               END-READ
               IF AGE-COM-AGENCIA
                   ADD 1            TO WS-QTD-NA-AGENCIA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM P400-GERA-CARTA
           .
       P315-FIM.

       P320-APURA-ATRASO.
           MOVE ZEROS               TO WS-CTR-VALOR-ATRASO
           MOVE ZEROS               TO WS-CTR-QTD-ATRASO
       P340-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA       TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO

       P400-GERA-CARTA.
           EVALUATE TRUE
               WHEN WS-CTR-MAX-DIAS NOT GREATER THAN WS-LIM-FAIXA-1
                   MOVE 1           TO WS-FAIXA-ATUAL
               WHEN WS-CTR-MAX-DIAS NOT GREATER THAN WS-LIM-FAIXA-2
                   MOVE 2           TO WS-FAIXA-ATUAL
               WHEN WS-CTR-MAX-DIAS NOT GREATER THAN WS-LIM-FAIXA-3
                   MOVE 3           TO WS-FAIXA-ATUAL
               WHEN OTHER
                   MOVE 4           TO WS-FAIXA-ATUAL
           .
       P450-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
