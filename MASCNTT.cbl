      * Update: 17/09/2024 - O FILTRO DA MANUTENCAO EM MASSA PASSA A
      *         RESPEITAR A EMPRESA DA SESSAO, PARA A VARREDURA NAO
      *         ATINGIR OS CONTATOS DA OUTRA EMPRESA
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 26/11/2024 - A TROCA DE ENDERECO (RUA, CIDADE, UF OU
      *         CEP) PASSA A ALIMENTAR O HISTORICO DE ENDERECOS COM
      *         VIGENCIA (CONTATOS_ENDERECOS.dat, MODULO ENDUTIL)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCNTT.
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
          03 WS-CAT-NOME                  PIC X(15).
          03 WS-CAT-STATUS                PIC X(01).
             88 WS-CAT-OK                 VALUE 'V'.
       01 WS-AREA-END.
          03 WS-END-FUNCAO                PIC X(01).
          03 WS-END-ID-CONTATO            PIC 9(06).
          03 WS-END-REG-ANTES             PIC X(200).
          03 WS-END-REG-DEPOIS            PIC X(200).
          03 WS-END-OPERADOR              PIC X(06).
          03 WS-END-ORIGEM                PIC X(08).
          03 WS-END-DATA                  PIC 9(08).
          03 WS-END-RUA-HIST              PIC X(30).
          03 WS-END-CIDADE-HIST           PIC X(20).
          03 WS-END-ESTADO-HIST           PIC X(02).
          03 WS-END-CEP-HIST              PIC X(08).
          03 WS-END-DT-INICIO             PIC 9(08).
          03 WS-END-DT-FIM                PIC 9(08).
          03 WS-END-RESULTADO             PIC X(01).
          03 WS-END-MOTIVO                PIC X(40).
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
           MOVE 'MASCNTT ' TO WS-ABEND-PROGRAMA

               CLOSE AUDITORIA
           END-IF

           PERFORM P410-HISTORICO-ENDERECO
           .
       P400-FIM.

      ******************************************************************
      * HISTORICO DE ENDERECOS (MODULO ENDUTIL): SE A RUA, A CIDADE, A
      * UF OU O CEP MUDARAM, O ENDERECO VIGENTE E ENCERRADO E O NOVO
      * PASSA A VALER A PARTIR DE HOJE
      ******************************************************************
       P410-HISTORICO-ENDERECO.
           MOVE 'G'                 TO WS-END-FUNCAO
           MOVE ID-CONTATO          TO WS-END-ID-CONTATO
           MOVE WS-REGISTRO         TO WS-END-REG-ANTES
           MOVE REG-CONTATOS        TO WS-END-REG-DEPOIS
           MOVE LK-OPERADOR         TO WS-END-OPERADOR
           MOVE 'MASCNTT'           TO WS-END-ORIGEM
           CALL 'ENDUTIL' USING WS-AREA-END
           IF WS-END-RESULTADO NOT EQUAL 'S'
               DISPLAY 'HISTORICO DE ENDERECOS: ' WS-END-MOTIVO
           END-IF
           .
       P410-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
