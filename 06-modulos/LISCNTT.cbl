      *         SPOOL PELO MODULO SPOOLUTL E PODE SER REABERTO PELO
      *         SELETOR SPLCNTT; A RODADA DE HOJE NAO SOBRESCREVE
      *         MAIS A DE ONTEM
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCNTT.
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

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
          03 WS-DATA-DD                   PIC 9(02).
       COPY FSMSG.
       COPY ABENDWS.
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
           MOVE 'LISCNTT ' TO WS-ABEND-PROGRAMA
           .
       P310-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
