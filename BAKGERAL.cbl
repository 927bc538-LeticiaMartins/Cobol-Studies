      *         PLANO_NOTURNO); ESSES NOVOS ITENS SAO COPIADOS SEM
      *         CONTAGEM DE REGISTROS (QUANTIDADE ZERO NO MANIFESTO),
      *         COMO JA OCORRIA COM CONTRATOS.dat
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE); REG-BKC AJUSTADO AOS 195 BYTES DE FD_CONTT
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      * Update: 16/12/2024 - A GERACAO LEVA TAMBEM A COPIA
      *         BAK_AAAAMMDD_CONTROLE_LAYOUT.dat COM A VERSAO DE LAYOUT
      *         DE CADA ARQUIVO MESTRE NO MOMENTO DO BACKUP, FORA DO
      *         MANIFESTO (RSTCNTT SO LE DELA AS VERSOES), E A EXPURGA
      *         JUNTO COM A GERACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAKGERAL.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS BKC-ID-CONTATO
               ALTERNATE RECORD KEY IS BKC-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BKC-DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BKC-TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT AUDITORIA ASSIGN TO
       FD CONTATOS.
       01 REG-BKC.
          03 BKC-ID-CONTATO               PIC 9(06).
          03 BKC-NM-CONTATO               PIC X(20).
          03 BKC-TEL-CONTATO              PIC X(11).
          03 FILLER                       PIC X(106).
          03 BKC-DOC-CONTATO              PIC X(14).
          03 FILLER                       PIC X(38).

       FD AUDITORIA.
       01 REG-BKA                         PIC X(477).

       FD CLIENTES.
       01 REG-BKL.
          05 FILLER PIC X(20) VALUE 'EXPORT_CTL.dat'.
          05 FILLER PIC X(20) VALUE 'TROCA_CTL.dat'.
          05 FILLER PIC X(20) VALUE 'PLANO_NOTURNO.TXT'.
      *    O CONTROLE DE LAYOUT E A ULTIMA POSICAO: E COPIADO E
      *    EXPURGADO COM A GERACAO, MAS FICA FORA DO MANIFESTO, PARA A
      *    RESTAURACAO SO LER DELE A VERSAO DE CADA ARQUIVO DEVOLVIDO
          05 FILLER PIC X(20) VALUE 'CONTROLE_LAYOUT.dat'.
       01 FILLER REDEFINES WS-TABELA-ARQUIVOS.
          05 WS-ARQ-NOME                  OCCURS 22 TIMES PIC X(20).
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-REGISTROS                PIC 9(07) VALUE ZEROS.
       77 WS-SITUACAO                     PIC X(10) VALUE SPACES.
               CLOSE ARQ-MANIFESTO
               DISPLAY 'MANIFESTO GRAVADO EM ' WS-ARQ-MANIFESTO

               PERFORM P350-COPIA-CONTROLE

               PERFORM P500-ATUALIZA-GERACOES
           ELSE
               DISPLAY 'ERRO AO ABRIR O MANIFESTO DO BACKUP '
           .
       P320-FIM.

       P350-COPIA-CONTROLE.
           MOVE 22                  TO WS-IND
           MOVE WS-ARQ-NOME(WS-IND) TO WS-ORIGEM
           PERFORM P310-MONTA-DESTINO

           CALL 'CBL_COPY_FILE' USING WS-ORIGEM WS-DESTINO
               RETURNING WS-RETCODE

           IF RETCODE-OK
               DISPLAY WS-ORIGEM ' -> ' WS-DESTINO
                       ' (VERSOES DE LAYOUT DA GERACAO)'
           ELSE
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' NAO COPIADO '
                       '(RETCODE: ' WS-RETCODE ') - A GERACAO FICA '
                       'SEM AS VERSOES DE LAYOUT.'
           END-IF
           .
       P350-FIM.

       P500-ATUALIZA-GERACOES.
           SET FS-SET-OK            TO TRUE
           SET EOF-OK               TO FALSE

           PERFORM P515-EXPURGA-ARQUIVO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN 22

           MOVE SPACES              TO WS-DESTINO
           STRING 'BACKUP_MANIFESTO_' WS-DATA-EXPURGO '.TXT'
