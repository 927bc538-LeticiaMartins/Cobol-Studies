      * Update: 21/08/2024 - LIGA O SINALIZADOR DA JANELA DE LOTE
      *         (LOTEFLAG) AO COMECAR E DESLIGA AO TERMINAR, PARA O
      *         MENU RECUSAR ATUALIZACOES ONLINE DURANTE O JOB
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 15/12/2024 - O PRAZO DE RETENCAO DEIXA DE SER DIGITADO A
      *         CADA RODADA (SUGESTAO FIXA DE 730 DIAS): VALE O
      *         PARAMETRO RET-CONTT EM VIGOR NO DIA (PARAMETROS.dat,
      *         PARMUTIL), MANTIDO PELO NIVEL 4 EM PARMCNTT
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGCNTT.
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

               SELECT ARQ-EXPURGO ASSIGN TO WS-ARQ-EXPURGO
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       77 WS-ARQ-EXPURGO                  PIC X(30) VALUE SPACES.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-AREA-LOTE.
          03 WS-LOTE-ACAO                 PIC X(01).
          03 WS-LOTE-PROGRAMA             PIC X(08).
          03 WS-LOTE-OCUPADO              PIC X(01).
             88 WS-LOTE-OCUPADO-SIM       VALUE 'S'.
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
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-EXPURGADOS

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE 'RET-CONTT'         TO WS-PRM-CODIGO
           MOVE WS-DATA-SISTEMA     TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-DIAS-RETENCAO

           IF WS-DIAS-RETENCAO EQUAL ZEROS
               DISPLAY 'PARAMETRO RET-CONTT INVALIDO! NADA FOI '
                       'EXPURGADO.'
               SET LK-ERRO          TO TRUE
           ELSE
               DISPLAY 'RETENCAO EM VIGOR (PARAMETRO RET-CONTT): '
                       WS-DIAS-RETENCAO ' DIAS.'
               COMPUTE WS-DIAS-INTEIROS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                       - WS-DIAS-RETENCAO
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
