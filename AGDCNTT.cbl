      *          MENUGERA MOSTRA AO OPERADOR OS PENDENTES VENCIDOS E
      *          OS DO DIA LOGO APOS O SIGN-ON
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDCNTT.
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

               SELECT AGENDA ASSIGN TO
       77 WS-CONTATO-ACHADO               PIC X VALUE 'N'.
          88 CONTATO-ACHADO               VALUE 'S' FALSE 'N'.
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

           DISPLAY '*** AGENDA DE RETORNOS DE CONTATO ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           .
       P350-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
