      *          ACABA COM O RESTORE NA MAO RENOMEANDO .dat NA LINHA
      *          DE COMANDO
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE), RECONSTRUIDAS NA RESTAURACAO; REG-RST
      *         AJUSTADO AOS 195 BYTES DE FD_CONTT
      * Update: 16/12/2024 - O MANIFESTO MOSTRA A VERSAO DE LAYOUT DE
      *         CADA ARQUIVO MESTRE NA GERACAO (COPIA
      *         BAK_AAAAMMDD_CONTROLE_LAYOUT.dat DE BAKGERAL) CONTRA A
      *         ATUAL, AVISANDO DIVERGENCIA OU AUSENCIA ANTES DA
      *         CONFIRMACAO; CADA ARQUIVO DEVOLVIDO TEM A VERSAO DA
      *         GERACAO REGRAVADA EM CONTROLE_LAYOUT.dat (MODULO
      *         LAYUTIL)
      * Update: 23/12/2024 - ARQUIVO DE GERACAO SEM A VERSAO DE LAYOUT
      *         (ANTERIOR AO CONTROLE) NAO E MAIS MARCADO COM A VERSAO
      *         ATUAL: O REGISTRO VIVO E APAGADO E O ARQUIVO FICA
      *         RECUSADO ATE A CONVERSAO DA BASE (MIGVIRA), QUE TAMBEM
      *         RECONSTROI AS CHAVES ALTERNATIVAS DE CONTATOS.dat; A
      *         CONTAGEM E A VERIFICACAO DE CONTATOS.dat FICAM PARA
      *         DEPOIS DELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTCNTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS RST-ID-CONTATO
               ALTERNATE RECORD KEY IS RST-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RST-DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RST-TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT AUDITORIA ASSIGN TO
       FD CONTATOS.
       01 REG-RST.
          03 RST-ID-CONTATO               PIC 9(06).
          03 RST-NM-CONTATO               PIC X(20).
          03 RST-TEL-CONTATO              PIC X(11).
          03 FILLER                       PIC X(106).
          03 RST-DOC-CONTATO              PIC X(14).
          03 FILLER                       PIC X(38).

       FD AUDITORIA.
          COPY FD_AUDIT.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
       77 WS-CONTROLE-GERACAO             PIC X(40) VALUE SPACES.
       77 WS-QTD-DIVERGENTES              PIC 9(02) VALUE ZEROS.
       77 WS-GERACAO-SEM-CONTROLE         PIC X VALUE 'N'.
          88 GERACAO-SEM-CONTROLE         VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-SEM-VERSAO          PIC X VALUE 'N'.
          88 CONTATOS-SEM-VERSAO          VALUE 'S' FALSE 'N'.
       01 WS-COM-AREA-INT.
          03 WS-INT-MENSAGEM              PIC X(40).
          03 WS-INT-STATUS                PIC X(01).
          03 WS-INT-OPERADOR              PIC X(06).
          03 WS-INT-EMPRESA               PIC 9(02).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               PERFORM P150-CONFERE-DATA
               IF DATA-VALIDA
                   PERFORM P200-MOSTRA-MANIFESTO
                   PERFORM P250-AVISA-LAYOUT
                   DISPLAY 'ATENCAO: OS ARQUIVOS VIVOS SERAO '
                           'SOBRESCRITOS PELA GERACAO ESCOLHIDA.'
                   DISPLAY 'TECLE: '
           STRING 'BACKUP_MANIFESTO_' WS-DATA-ESCOLHIDA '.TXT'
                  DELIMITED BY SIZE INTO WS-ARQ-MANIFESTO

           MOVE SPACES              TO WS-CONTROLE-GERACAO
           STRING 'BAK_' WS-DATA-ESCOLHIDA '_CONTROLE_LAYOUT.dat'
                  DELIMITED BY SIZE INTO WS-CONTROLE-GERACAO
           MOVE ZEROS               TO WS-QTD-DIVERGENTES
           SET GERACAO-SEM-CONTROLE TO FALSE

           SET FS-MAN-OK           TO TRUE
           SET EOF-OK              TO FALSE
           MOVE ZEROS               TO WS-QTD-ESPERADA
                           DISPLAY '  ' MAN-ARQUIVO ' '
                                   MAN-QTD-REGISTROS ' '
                                   MAN-SITUACAO
                           PERFORM P210-MOSTRA-VERSAO
                           IF MAN-ARQUIVO EQUAL 'CONTATOS.dat'
                               MOVE MAN-QTD-REGISTROS
                                 TO WS-QTD-ESPERADA
           .
       P200-FIM.

      ******************************************************************
      * VERSAO DE LAYOUT DO ARQUIVO NA GERACAO (COPIA DO CONTROLE FEITA
      * POR BAKGERAL) CONTRA A VERSAO COM QUE ESTE FONTE FOI ESCRITO
      ******************************************************************
       P210-MOSTRA-VERSAO.
           MOVE MAN-ARQUIVO         TO WS-LAY-ARQUIVO
           PERFORM P865-VERSAO-ESPERADA
           IF WS-LAY-VERSAO EQUAL ZEROS OR
              MAN-SITUACAO NOT EQUAL 'COPIADO'
               EXIT PARAGRAPH
           END-IF

           SET WS-LAY-LER           TO TRUE
           MOVE WS-CONTROLE-GERACAO TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT

           IF LAY-CONFERE
               IF WS-LAY-VERSAO-ARQ EQUAL WS-LAY-VERSAO
                   DISPLAY '      LAYOUT ' WS-LAY-VERSAO-ARQ
                           ' DE ' WS-LAY-DT-CRIACAO
                           ' (IGUAL AO ATUAL)'
               ELSE
                   ADD 1            TO WS-QTD-DIVERGENTES
                   DISPLAY '      LAYOUT ' WS-LAY-VERSAO-ARQ
                           ' DE ' WS-LAY-DT-CRIACAO
                           ' - DIFERENTE DO ATUAL, ' WS-LAY-VERSAO
               END-IF
           ELSE
               SET GERACAO-SEM-CONTROLE TO TRUE
               DISPLAY '      LAYOUT NAO REGISTRADO NA GERACAO '
                       '(ATUAL: ' WS-LAY-VERSAO ')'
           END-IF
           .
       P210-FIM.

       P250-AVISA-LAYOUT.
           IF WS-QTD-DIVERGENTES GREATER THAN ZEROS
               DISPLAY 'ATENCAO: ' WS-QTD-DIVERGENTES ' ARQUIVO(S) '
                       'DA GERACAO EM LAYOUT DIFERENTE DO ATUAL; '
                       'RESTAURADOS, OS PROGRAMAS SE RECUSARAO A '
                       'ABRI-LOS ATE A CONVERSAO DA BASE.'
           END-IF
           IF GERACAO-SEM-CONTROLE
               DISPLAY 'ATENCAO: GERACAO SEM A VERSAO DE LAYOUT DE '
                       'ALGUNS ARQUIVOS; RESTAURADOS, ELES FICAM SEM '
                       'VERSAO NO CONTROLE E OS PROGRAMAS SE RECUSARAO '
                       'A ABRI-LOS ATE A CONVERSAO DA BASE (MIGVIRA).'
           END-IF
           .
       P250-FIM.

       P300-RESTAURA.
           MOVE ZEROS               TO WS-QTD-RESTAURADOS
           SET CONTATOS-SEM-VERSAO  TO FALSE
           SET FS-MAN-OK            TO TRUE
           SET EOF-OK               TO FALSE


               DISPLAY 'ARQUIVOS RESTAURADOS: ' WS-QTD-RESTAURADOS

               IF CONTATOS-SEM-VERSAO
                   DISPLAY 'CONTAGEM E VERIFICACAO DE CONTATOS.dat SO '
                           'DEPOIS DA CONVERSAO DA BASE (MIGVIRA).'
               ELSE
                   PERFORM P320-CONFERE-QUANTIDADE
                   PERFORM P340-VERIFICA-INTEGRIDADE
               END-IF
               PERFORM P400-GRAVA-AUDITORIA
           END-IF
           .
           IF RETCODE-OK
               ADD 1                TO WS-QTD-RESTAURADOS
               DISPLAY WS-ORIGEM ' -> ' WS-DESTINO
               PERFORM P315-GRAVA-VERSAO
           ELSE
               DISPLAY 'ERRO AO DEVOLVER ' WS-ORIGEM
                       ' (RETCODE: ' WS-RETCODE ').'
           .
       P310-FIM.

      ******************************************************************
      * O ARQUIVO DEVOLVIDO LEVA PARA O CONTROLE VIVO A VERSAO QUE
      * TINHA NA GERACAO; SEM REGISTRO NELA (GERACAO ANTERIOR AO
      * CONTROLE, NO LAYOUT ANTIGO), O REGISTRO VIVO E APAGADO E O
      * ARQUIVO FICA RECUSADO ATE PASSAR PELA CONVERSAO (MIGVIRA)
      ******************************************************************
       P315-GRAVA-VERSAO.
           MOVE WS-MAN-ARQUIVO      TO WS-LAY-ARQUIVO
           PERFORM P865-VERSAO-ESPERADA
           IF WS-LAY-VERSAO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           SET WS-LAY-LER           TO TRUE
           MOVE WS-CONTROLE-GERACAO TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF NOT LAY-CONFERE
               PERFORM P316-DESMARCA-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAY-VERSAO-ARQ   TO WS-LAY-VERSAO
           SET WS-LAY-GRAVAR        TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF LAY-CONFERE
               DISPLAY '  ' WS-DESTINO ' MARCADO NO LAYOUT '
                       WS-LAY-VERSAO
           ELSE
               DISPLAY WS-LAY-MOTIVO
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P315-FIM.

       P316-DESMARCA-ARQUIVO.
           SET WS-LAY-EXCLUIR       TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF LAY-CONFERE
               DISPLAY '  ' WS-DESTINO ' SEM VERSAO DE LAYOUT - '
                       'RECUSADO ATE A CONVERSAO (MIGVIRA)'
               IF WS-LAY-ARQUIVO EQUAL 'CONTATOS.dat'
                   SET CONTATOS-SEM-VERSAO TO TRUE
               END-IF
           ELSE
               DISPLAY WS-LAY-MOTIVO
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P316-FIM.

       P320-CONFERE-QUANTIDADE.
           SET FS-OK                TO TRUE
           SET EOF-OK               TO FALSE
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
