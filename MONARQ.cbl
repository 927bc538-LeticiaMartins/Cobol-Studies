      *          AUDITORIA QUE DOBRA DE TAMANHO SEM NINGUEM VER ATE O
      *          JOB ARRASTAR
      * Tectonics: cobc -I copybooks
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE); REG-MON-CTT AJUSTADO AOS 195 BYTES DE
      *         FD_CONTT
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONARQ.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS MON-CTT-CHAVE
               ALTERNATE RECORD KEY IS MON-CTT-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MON-CTT-DOC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MON-CTT-TEL
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTRATOS ASSIGN TO 'CONTRATOS.dat'
       FD CONTATOS.
       01 REG-MON-CTT.
          03 MON-CTT-CHAVE                PIC 9(06).
          03 MON-CTT-NOME                 PIC X(20).
          03 MON-CTT-TEL                  PIC X(11).
          03 FILLER                       PIC X(106).
          03 MON-CTT-DOC                  PIC X(14).
          03 FILLER                       PIC X(38).

      *    O CONTRATO TEM A TABELA DE PARCELAS DE TAMANHO VARIAVEL,
      *    ENTAO ENTRA PELO COPYBOOK EM VEZ DO PAR CHAVE+FILLER
          03 FILLER                       PIC X(21).

       FD AUD-CONTATOS.
       01 REG-MON-AUC                     PIC X(477).

       FD AUD-CONTRATOS.
       01 REG-MON-AUF                     PIC X(61).
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
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CLIENTES.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_NOTAS.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** MONITOR DE CRESCIMENTO DOS ARQUIVOS ***'
           SET LK-SUCESSO          TO TRUE
           MOVE 'MONARQ  '         TO WS-LOG-PROGRAMA
           .
       P610-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
