      * Update: 16/09/2024 - WS-REGISTRO AMPLIADO PARA OS 178 BYTES DE
      *         FD_CONTT (ESTAVA EM 176 E A LEITURA TRUNCAVA O CODIGO
      *         DA EMPRESA, QUE A REORGANIZACAO REGRAVAVA EM BRANCO)
      * Update: 24/11/2024 - CONTATOS.dat E O ARQUIVO TEMPORARIO PASSAM
      *         A TER AS CHAVES ALTERNATIVAS DE NOME, CPF/CNPJ E
      *         TELEFONE (COM DUPLICIDADE), RECONSTRUIDAS NA
      *         REORGANIZACAO; O REGISTRO TEMPORARIO VOLTA A TER OS 195
      *         BYTES DE FD_CONTT
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - A REORGANIZACAO SO COMPACTA CONTATOS.dat JA
      *         COM AS CHAVES ALTERNATIVAS E MARCADO NO CONTROLE; O
      *         ARQUIVO ANTIGO, SO COM A CHAVE PRINCIPAL, E RECONSTRUIDO
      *         PELO LOTE DE VIRADA MIGVIRA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REOCNTT.
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

               SELECT CONTATOS-TMP ASSIGN TO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS TMP-ID-CONTATO
               ALTERNATE RECORD KEY IS TMP-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TMP-DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TMP-TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TMP.


       FD CONTATOS-TMP.
       01 REG-CONTATOS-TMP.
          03 TMP-ID-CONTATO               PIC 9(06).
          03 TMP-NM-CONTATO               PIC X(20).
          03 TMP-TEL-CONTATO              PIC X(11).
          03 TMP-RESTO                    PIC X(106).
          03 TMP-DOC-CONTATO              PIC X(14).
          03 TMP-COMPLEMENTO              PIC X(38).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO                     PIC X(195) VALUE SPACES.
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
           MOVE 'S'                TO WS-LOTE-ACAO
           .
       P300-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
