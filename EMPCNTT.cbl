      *          A MUDANCA DE EMPRESA ERA RECADASTRO NA OUTRA EMPRESA
      *          COM PERDA DE NOTAS, TELEFONES E HISTORICO
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - A CONFERENCIA DE CPF/CNPJ NA EMPRESA DE
      *         DESTINO PASSA A POSICIONAR NA CHAVE ALTERNATIVA
      *         DOC-CONTATO DE CONTATOS.dat EM VEZ DE VARRER O ARQUIVO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCNTT.
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
       77 WS-DOC-DUPLICADO                PIC X VALUE 'N'.
          88 DOC-DUPLICADO                VALUE 'S' FALSE 'N'.
          COPY FSMSG.
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

           DISPLAY '*** TRANSFERENCIA DE CONTATO ENTRE EMPRESAS ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE

           IF WS-DOC-TRANSFERE NOT EQUAL SPACES
               MOVE REG-CONTATOS    TO WS-REG-GUARDA
               MOVE WS-DOC-TRANSFERE TO DOC-CONTATO
               SET EOF-OK           TO FALSE

               START CONTATOS KEY IS EQUAL DOC-CONTATO
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF DOC-CONTATO NOT EQUAL WS-DOC-TRANSFERE
                       SET EOF-OK      TO TRUE
                   END-IF
                   IF NOT EOF-OK
                      AND ST-ATIVO
                      AND ID-CONTATO NOT EQUAL WS-ID-BUSCA
                      AND (EMP-CONTATO EQUAL WS-EMPRESA-DESTINO OR
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
