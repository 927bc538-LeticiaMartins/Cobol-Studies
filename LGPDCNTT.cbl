      *          EXPURGADA POR PURGCNTT; SUBSTITUI A COLAGEM DE TELAS
      *          DE CONSCTT/NOTCNTT/FONCNTT/HISCNTT/CONSFIN
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - O TITULAR INFORMADO PELO CPF/CNPJ PASSA A
      *         SER LOCALIZADO PELA CHAVE ALTERNATIVA DOC-CONTATO DE
      *         CONTATOS.dat EM VEZ DE VARRER O ARQUIVO
      * Update: 25/11/2024 - O DOSSIE PASSA A SAIR NO SPOOL (SPOOLUTL)
      *         EM VEZ DO CONTATO_LGPD.PRN DE NOME FIXO, PARA SERVIR DE
      *         EVIDENCIA NO ENCERRAMENTO DO PEDIDO DO TITULAR EM
      *         PEDCNTT
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCNTT.
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

               SELECT FONES ASSIGN TO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXP.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


          COPY FD_AUDIT.

       FD ARQ-MORTO.
       01 REG-ARQ-MORTO                   PIC X(477).

       FD ARQ-EXPURGO.
       01 REG-EXPURGO                     PIC X(200).
       77 WS-QTD-EXPURGO                  PIC 9(03) VALUE ZEROS.
      ******************************************************************
      * ESPELHO DO REGISTRO DE FD_AUDIT SOBRE A IMAGEM DOS MESES
      * FECHADOS (ARQAUDIT GRAVA O REGISTRO INTEIRO, 477 POSICOES)
      ******************************************************************
       01 WS-IMAGEM-AUD                   PIC X(477).
       01 FILLER REDEFINES WS-IMAGEM-AUD.
          03 WS-MAU-DATA                  PIC 9(08).
          03 WS-MAU-HORA                  PIC 9(08).
          03 WS-MAU-EMPRESA               PIC 9(02).
          03 WS-MAU-NOME-ANTIGO           PIC X(20).
          03 WS-MAU-NOME-NOVO             PIC X(20).
          03 FILLER                       PIC X(406).
       01 WS-IMAGEM-EXPURGO               PIC X(200).
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_NOTAS.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** RELATORIO LGPD DO TITULAR ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-DOSSIE
                       'CONFERENCIA SEGUE NOS ARQUIVOS DE EXPURGO.'
           END-IF

           MOVE 'LGPDCNTT'          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '=================================================='
           PERFORM P380-CONFERE-EXPURGOS

           CLOSE ARQ-IMPRESSAO
           DISPLAY 'DOSSIE GRAVADO EM ' WS-NOME-SPOOL
           DISPLAY 'INFORME ESTE NOME NO ENCERRAMENTO DO PEDIDO DO '
                   'TITULAR (PEDCNTT).'
           .
       P300-FIM.

       P310-LOCALIZA-POR-DOC.
           MOVE WS-DOC-BUSCA        TO DOC-CONTATO
           SET EOF-OK               TO FALSE

           START CONTATOS KEY IS EQUAL DOC-CONTATO
               INVALID KEY
                   SET EOF-OK      TO TRUE
           END-START
                   IF WS-DOC-CONTATO EQUAL WS-DOC-BUSCA
                       SET CONTATO-ACHADO TO TRUE
                       MOVE WS-ID-CONTATO TO WS-ID-BUSCA
                   END-IF
                   SET EOF-OK         TO TRUE
           END-READ
           .
       P315-FIM.
           .
       P387-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
