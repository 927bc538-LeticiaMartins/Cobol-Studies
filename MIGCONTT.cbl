      * Update: 22/08/2024 - PASSA A REGISTRAR INICIO E FIM DA RODADA
      *         (COM OS CONTADORES E O STATUS FINAL) NO LOG CENTRAL DE
      *         EXECUCAO (MODULO LOGEXEC / EXECUCAO_LOG.dat)
      * Update: 24/11/2024 - O ARQUIVO MIGRADO JA NASCE COM AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE) DE CONTATOS.dat
      * Update: 16/12/2024 - AO TERMINAR, GRAVA EM CONTROLE_LAYOUT.dat
      *         (MODULO LAYUTIL) A VERSAO DE LAYOUT ATUAL DE
      *         CONTATOS.dat (LAYVERS), LIBERANDO OS PROGRAMAS QUE
      *         CONFEREM A VERSAO NA ABERTURA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCONTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO OF REG-CONTATOS
               ALTERNATE RECORD KEY IS NM-CONTATO OF REG-CONTATOS
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO OF REG-CONTATOS
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO OF REG-CONTATOS
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.


          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
          COPY LAYVERS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO   UNTIL EOF-OK
           PERFORM P800-FECHA-ARQUIVOS
           PERFORM P700-GRAVA-LAYOUT
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDOS       TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-MIGRADOS    TO WS-LOG-QTD-GRAVADOS
                   END-WRITE
           END-READ
           .
       P700-GRAVA-LAYOUT.
           MOVE 'CONTATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P865-VERSAO-ESPERADA
           SET WS-LAY-GRAVAR        TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF LAY-CONFERE
               DISPLAY 'CONTATOS.dat MARCADO NO LAYOUT ' WS-LAY-VERSAO
           ELSE
               DISPLAY WS-LAY-MOTIVO
               MOVE '1'             TO WS-LOG-STATUS
           END-IF
           .
       P800-FECHA-ARQUIVOS.
           CLOSE CONTATOS-ANTIGO
           CLOSE CONTATOS
           DISPLAY 'REGISTROS MIGRADOS..: ' WS-QTD-MIGRADOS
           DISPLAY 'REGISTROS REJEITADOS: ' WS-QTD-REJEITADOS
           .
       COPY LAYCHKP.

       P900-FIM.
            STOP RUN.
       END PROGRAM MIGCONTT.
