      *         FUNDACAO) DO CONTATO, OPCIONAL (ZEROS = NAO
      *         COLETADA), PARA A CAMPANHA DE ANIVERSARIO (ANVCNTT);
      *         EM MODO BATCH A DATA FICA ZERADA
      * Update: 24/11/2024 - AS CONFERENCIAS DE NOME E CPF/CNPJ
      *         DUPLICADOS PASSAM A POSICIONAR NAS CHAVES ALTERNATIVAS
      *         NM-CONTATO E DOC-CONTATO DE CONTATOS.dat EM VEZ DE
      *         VARRER O ARQUIVO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTT.
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

               SELECT AUDITORIA ASSIGN TO
          COPY FSMSG.
          COPY ABENDWS.
          COPY VALCNT.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CADASTRO DE CONTATOS ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'CADCONTT' TO WS-ABEND-PROGRAMA

       P320-VERIFICA-NOME.
           SET NOME-DUPLICADO      TO FALSE
           MOVE WS-NOVO-NOME       TO NM-CONTATO
           SET EOF-OK              TO FALSE

           START CONTATOS KEY IS EQUAL NM-CONTATO
               INVALID KEY
                   SET EOF-OK      TO TRUE
           END-START
                   AT END
                       SET EOF-OK          TO TRUE
                   NOT AT END
                       IF WS-NM-CONTATO NOT EQUAL WS-NOVO-NOME
                           SET EOF-OK         TO TRUE
                       END-IF
                       IF NOT EOF-OK
                          AND WS-ST-ATIVO
                          AND (LK-EMPRESA EQUAL ZEROS OR
                               WS-EMP-CONTATO EQUAL LK-EMPRESA OR
           SET DOC-DUPLICADO       TO FALSE

           IF WS-NOVO-DOC NOT EQUAL SPACES
               MOVE WS-NOVO-DOC    TO DOC-CONTATO
               SET EOF-OK          TO FALSE

               START CONTATOS KEY IS EQUAL DOC-CONTATO
                   INVALID KEY
                       SET EOF-OK  TO TRUE
               END-START
                       AT END
                           SET EOF-OK          TO TRUE
                       NOT AT END
                           IF WS-DOC-CONTATO NOT EQUAL WS-NOVO-DOC
                               SET EOF-OK     TO TRUE
                           END-IF
                           IF NOT EOF-OK
                              AND WS-ST-ATIVO
                              AND (LK-EMPRESA EQUAL ZEROS OR
                                   WS-EMP-CONTATO EQUAL LK-EMPRESA
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
