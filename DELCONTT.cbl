      *         EMPRESA DA SESSAO (MESMA REGRA DE CONSCTT): CONTATO
      *         DA OUTRA EMPRESA RESPONDE 'CONTATO NAO EXISTE!' EM
      *         VEZ DE SER EXIBIDO E ATUALIZADO
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         NAO TRAVA MAIS A EXCLUSAO DO CONTATO, COMO O QUITADO
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 14/12/2024 - A EXCLUSAO FORCADA AUTORIZADA PELO NIVEL 4
      *         PASSA PELO LIMITE DE LIMITES_APROVACAO.TXT (MODULO
      *         APRVUTIL, VALOR = SOMA DOS CONTRATOS EM ABERTO) E ACIMA
      *         DELE VAI PARA A FILA DE APROVACAO EM DUAS PESSOAS; O
      *         PEDIDO APROVADO EM APRFIN E APLICADO NO MODO APROVACAO
      *         (LK-MODO 'A'), COM O SUPERVISOR NA AUDITORIA. A PERGUNTA
      *         DE EXCLUSAO FORCADA PASSA A SER FEITA EM TODA CHAMADA
      *         FORA DO MODO BATCH (O MENU CHAMA COM O MODO EM BRANCO)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELCONTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT AUDITORIA ASSIGN TO
          88 OVERRIDE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-PIN-DIGITADO                 PIC X(04) VALUE SPACES.
       77 WS-VR-CONTRATOS                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-PEDIDO-ENVIADO               PIC X VALUE 'N'.
          88 PEDIDO-ENVIADO               VALUE 'S' FALSE 'N'.
       01 WS-AREA-APV.
          03 WS-APV-FUNCAO                PIC X(01).
          03 WS-APV-OPERACAO              PIC X(01).
          03 WS-APV-OPERADOR              PIC X(06).
          03 WS-APV-EMPRESA               PIC 9(02).
          03 WS-APV-VALOR                 PIC 9(08)V99.
          03 WS-APV-NUM-CONTRATO          PIC 9(06).
          03 WS-APV-NUM-PARCELA           PIC 9(03).
          03 WS-APV-SEQUENCIA             PIC 9(02).
          03 WS-APV-ID-CONTATO            PIC 9(06).
          03 WS-APV-DESCRICAO             PIC X(30).
          03 WS-APV-NIVEL                 PIC 9(01).
          03 WS-APV-LIMITE                PIC 9(08)V99.
          03 WS-APV-NUMERO                PIC 9(06).
          03 WS-APV-RESULTADO             PIC X(01).
             88 APV-LIBERADA              VALUE 'S'.
             88 APV-PENDENTE              VALUE 'P'.
          03 WS-APV-MOTIVO                PIC X(40).
          COPY FSMSG.
          COPY ABENDWS.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-INTERATIVO        VALUE 'I' FALSE 'B'.
             88 LK-MODO-BATCH             VALUE 'B'.
             88 LK-MODO-APROVACAO         VALUE 'A'.
          03 LK-ID-CONTATO-BATCH          PIC 9(06).
          03 LK-APR-SUPERVISOR            PIC X(06).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** EXCLUIR CONTATOS ***'
           SET LK-SUCESSO          TO TRUE
      *    NO MODO APROVACAO SO A EXCLUSAO GRAVADA DEVOLVE SUCESSO
           IF LK-MODO-APROVACAO
               SET LK-ERRO         TO TRUE
           END-IF
           MOVE 'DELCONTT' TO WS-ABEND-PROGRAMA
           SET EXIT-OK             TO FALSE
           PERFORM P300-EXCLUIR   THRU  P300-FIM UNTIL EXIT-OK
           PERFORM P301-ABRE-CONTATOS

           IF FS-OK THEN
               IF LK-MODO-BATCH OR LK-MODO-APROVACAO THEN
                   MOVE LK-ID-CONTATO-BATCH TO ID-CONTATO
               ELSE
                   DISPLAY

                           IF WS-QTD-CONTRATOS GREATER THAN ZEROS
                              AND NOT OVERRIDE-OK
                               IF NOT PEDIDO-ENVIADO
                                   DISPLAY 'EXCLUSAO RECUSADA: O '
                                           'CONTATO TEM CONTRATOS EM '
                                           'ABERTO.'
                               END-IF
                               ADD 1 TO WS-QTD-ABORTADOS
                           ELSE
                               IF LK-MODO-BATCH OR
                                  LK-MODO-APROVACAO THEN
                                   MOVE 'S'     TO WS-CONFIRM
                               ELSE
                                   DISPLAY 'TECLE: '

           CLOSE CONTATOS

           IF LK-MODO-BATCH OR LK-MODO-APROVACAO THEN
               SET EXIT-OK          TO TRUE
           ELSE
               DISPLAY

       P305-VERIFICA-CONTRATOS.
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           MOVE ZEROS               TO WS-VR-CONTRATOS
           SET OVERRIDE-OK          TO FALSE
           SET PEDIDO-ENVIADO       TO FALSE
           SET FS-FIN-OK            TO TRUE
           SET EOF-FIN-OK           TO FALSE

                              OR REG-ID-AVALISTA EQUAL WS-ID-CONTATO)
                              AND NOT REG-CONTRATO-CANCELADO
                              AND NOT REG-CONTRATO-QUITADO
                              AND NOT REG-CONTRATO-REFINANCIADO
                               ADD 1 TO WS-QTD-CONTRATOS
                               ADD REG-VALOR TO WS-VR-CONTRATOS
                               IF WS-QTD-CONTRATOS EQUAL 1
                                   DISPLAY 'CONTRATOS EM ABERTO '
                                           'DESTE CONTATO:'
               CLOSE CONTRATOS
           END-IF

      *    EXCLUSAO FORCADA JA APROVADA EM APRFIN NAO PERGUNTA DE NOVO
           IF WS-QTD-CONTRATOS GREATER THAN ZEROS
              AND LK-MODO-APROVACAO
               SET OVERRIDE-OK      TO TRUE
           END-IF

           IF WS-QTD-CONTRATOS GREATER THAN ZEROS
              AND NOT LK-MODO-BATCH AND NOT LK-MODO-APROVACAO
               DISPLAY 'FORCAR A EXCLUSAO (SOMENTE OPERADOR DE '
                       'NIVEL 4)? <S/N>: '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'S'
                   PERFORM P307-CONFERE-ADMIN
                   IF OVERRIDE-OK
                       PERFORM P308-CONFERE-ALCADA
                   END-IF
               END-IF
           END-IF
           .
           .
       P307-FIM.

      ******************************************************************
      * EXCLUSAO FORCADA ACIMA DO LIMITE DO NIVEL DO OPERADOR (O VALOR
      * E A SOMA DOS CONTRATOS EM ABERTO) VAI PARA A FILA DE APROVACAO
      * (APRVUTIL) E SO E APLICADA QUANDO APROVADA EM APRFIN
      ******************************************************************
       P308-CONFERE-ALCADA.
           INITIALIZE WS-AREA-APV
           MOVE 'S'                 TO WS-APV-FUNCAO
           MOVE 'F'                 TO WS-APV-OPERACAO
           MOVE LK-OPERADOR         TO WS-APV-OPERADOR
           MOVE LK-EMPRESA          TO WS-APV-EMPRESA
           MOVE WS-VR-CONTRATOS     TO WS-APV-VALOR
           MOVE WS-ID-CONTATO       TO WS-APV-ID-CONTATO
           MOVE 'EXCLUSAO FORCADA DE CONTATO'
                                    TO WS-APV-DESCRICAO
           CALL 'APRVUTIL' USING WS-AREA-APV

           EVALUATE TRUE
               WHEN APV-LIBERADA
                   CONTINUE
               WHEN APV-PENDENTE
                   SET OVERRIDE-OK  TO FALSE
                   SET PEDIDO-ENVIADO TO TRUE
                   DISPLAY 'EXCLUSAO FORCADA ENVIADA PARA APROVACAO '
                           '(PEDIDO ' WS-APV-NUMERO ').'
                   DISPLAY 'O CONTATO SO SERA EXCLUIDO QUANDO OUTRO '
                           'SUPERVISOR APROVAR HOJE EM APRFIN.'
               WHEN OTHER
                   SET OVERRIDE-OK  TO FALSE
                   DISPLAY 'OVERRIDE NEGADO: ' WS-APV-MOTIVO
           END-EVALUATE
           .
       P308-FIM.

       P310-EXCLUI-LOGICO.
           IF WS-CONFIRM EQUAL 'S' THEN
               SET ST-INATIVO      TO TRUE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'Contato excluido com sucesso! '
                       SET LK-SUCESSO      TO TRUE
                       PERFORM P400-GRAVA-AUDITORIA
                       ADD 1               TO WS-QTD-EXCLUIDOS
                       SET WS-EXCLUSAO-OK TO TRUE
                   SET AUD-EXCLUSAO TO TRUE
               END-IF
               MOVE LK-OPERADOR    TO AUD-OPERADOR
               IF LK-MODO-APROVACAO
                   MOVE LK-APR-SUPERVISOR TO AUD-OPERADOR-APROV
               END-IF
               MOVE LK-EMPRESA     TO AUD-EMPRESA
               MOVE NM-CONTATO     TO AUD-NOME-ANTIGO
               MOVE SPACES         TO AUD-NOME-NOVO
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
