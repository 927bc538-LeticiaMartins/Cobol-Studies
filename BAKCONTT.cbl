      * Update: 22/08/2024 - PASSA A REGISTRAR INICIO E FIM DA RODADA
      *         (COM OS CONTADORES E O STATUS FINAL) NO LOG CENTRAL DE
      *         EXECUCAO (MODULO LOGEXEC / EXECUCAO_LOG.dat)
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAKCONTT.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BACKUP ASSIGN TO WS-BACKUP-FILE
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
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

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO          TO TRUE
           MOVE 'BAKCONTT' TO WS-LOG-PROGRAMA
           .
       P300-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
