      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/12/2024
      * Purpose: MODULO UTILITARIO DO CONTROLE DE VERSAO DE LAYOUT DOS
      *          ARQUIVOS MESTRES (CONTROLE_LAYOUT.dat, FD_LAYC), NA
      *          AREA WS-AREA-LAYOUT DE LAYVERS.cpy:
      *          <C> CONFERE: COMPARA A VERSAO GRAVADA PARA O ARQUIVO
      *              COM A QUE O PROGRAMA ESPERA (S = CONFERE,
      *              N = DIVERGE, COM O MOTIVO); ARQUIVO QUE JA EXISTE
      *              SEM CONTROLE DIVERGE; SO O ARQUIVO QUE AINDA NAO
      *              EXISTE (SERA CRIADO PELO PROGRAMA) RECEBE A VERSAO
      *              DO PROGRAMA E A DATA DE HOJE COMO CRIACAO;
      *          <G> GRAVA: REGRAVA A VERSAO INFORMADA COM CRIACAO HOJE
      *              (CONVERSAO DA BASE E RESTAURACAO DE BACKUP);
      *          <L> LE: DEVOLVE A VERSAO E A CRIACAO GRAVADAS, NO
      *              CONTROLE VIVO OU NO INFORMADO EM WS-LAY-CONTROLE
      *              (COPIA DE UMA GERACAO DE BACKUP); X = SEM CONTROLE
      *          <E> EXCLUI: APAGA DO CONTROLE VIVO O REGISTRO DO
      *              ARQUIVO (RESTAURACAO DE UMA GERACAO QUE NAO TEM A
      *              VERSAO DELE), QUE FICA RECUSADO ATE A CONVERSAO DA
      *              BASE (MIGVIRA);
      *          VERSAO ESPERADA ZERO (ARQUIVO FORA DA TABELA) CONFERE
      *          SEM GRAVAR NADA
      * Tectonics: cobc -I ../copybooks
      * Update: 22/12/2024 - ARQUIVO MESTRE EXISTENTE SEM REGISTRO NO
      *         CONTROLE (CONTROLE_LAYOUT.dat PERDIDO OU RECRIADO)
      *         DEIXA DE SER CARIMBADO COM A VERSAO DO PROGRAMA NA
      *         CONFERENCIA E PASSA A DIVERGIR; SO A CONVERSAO
      *         (MIGCONTT/MIGCLIE) E A RESTAURACAO (RSTCNTT) GRAVAM A
      *         VERSAO DELE
      * Update: 23/12/2024 - NOVA FUNCAO <E>, QUE APAGA O REGISTRO DO
      *         ARQUIVO NO CONTROLE VIVO (RESTAURACAO DE GERACAO SEM A
      *         VERSAO DELE); O MOTIVO DO ARQUIVO SEM CONTROLE APONTA A
      *         CONVERSAO DA BASE (MIGVIRA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE ASSIGN TO WS-NOME-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS LYC-ARQUIVO
           FILE STATUS IS WS-FS-LAY.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
          COPY FD_LAYC.

       WORKING-STORAGE SECTION.
       77 WS-FS-LAY                       PIC 99.
          88 FS-LAY-OK                    VALUE 0.
       77 WS-NOME-CONTROLE                PIC X(40) VALUE SPACES.
       77 WS-CONTROLE-ACHADO              PIC X VALUE 'N'.
          88 CONTROLE-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-NOME-ARQUIVO                 PIC X(30) VALUE SPACES.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
      *
      * DETALHES DEVOLVIDOS POR CBL_CHECK_FILE_EXIST (SO A EXISTENCIA
      * DO ARQUIVO INTERESSA AQUI)
      *
       01 WS-DETALHE-ARQUIVO.
          03 WS-DET-TAMANHO               PIC X(08) COMP-X.
          03 WS-DET-DIA                   PIC X(01) COMP-X.
          03 WS-DET-MES                   PIC X(01) COMP-X.
          03 WS-DET-ANO                   PIC X(02) COMP-X.
          03 WS-DET-HORA                  PIC X(04).

       LINKAGE SECTION.
       01 LK-AREA-LAYOUT.
          03 LK-LAY-FUNCAO                PIC X(01).
             88 LK-LAY-CONFERIR           VALUE 'C'.
             88 LK-LAY-GRAVAR             VALUE 'G'.
             88 LK-LAY-LER                VALUE 'L'.
             88 LK-LAY-EXCLUIR            VALUE 'E'.
          03 LK-LAY-CONTROLE              PIC X(40).
          03 LK-LAY-ARQUIVO               PIC X(30).
          03 LK-LAY-VERSAO                PIC 9(03).
          03 LK-LAY-VERSAO-ARQ            PIC 9(03).
          03 LK-LAY-DT-CRIACAO            PIC 9(08).
          03 LK-LAY-RESULTADO             PIC X(01).
             88 LK-LAY-CONFERE            VALUE 'S'.
             88 LK-LAY-DIVERGE            VALUE 'N'.
             88 LK-LAY-SEM-CONTROLE       VALUE 'X'.
          03 LK-LAY-MOTIVO                PIC X(70).

       PROCEDURE DIVISION USING LK-AREA-LAYOUT.
       MAIN-PROCEDURE.

           MOVE ZEROS               TO LK-LAY-VERSAO-ARQ
           MOVE ZEROS               TO LK-LAY-DT-CRIACAO
           MOVE SPACES              TO LK-LAY-MOTIVO
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA     FROM TIME

           EVALUATE TRUE
               WHEN LK-LAY-CONFERIR
                   PERFORM P100-CONFERE
               WHEN LK-LAY-GRAVAR
                   PERFORM P200-GRAVA
               WHEN LK-LAY-LER
                   PERFORM P300-LE
               WHEN LK-LAY-EXCLUIR
                   PERFORM P400-EXCLUI
               WHEN OTHER
                   SET LK-LAY-DIVERGE TO TRUE
                   MOVE 'FUNCAO INVALIDA NO CONTROLE DE LAYOUT.'
                                    TO LK-LAY-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CONFERENCIA NA ABERTURA DO ARQUIVO MESTRE
      ******************************************************************
       P100-CONFERE.
           SET LK-LAY-CONFERE       TO TRUE
           IF LK-LAY-VERSAO EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-ABRE-CONTROLE
           IF NOT FS-LAY-OK
               SET LK-LAY-DIVERGE   TO TRUE
               STRING 'CONTROLE DE LAYOUT INDISPONIVEL (FILE STATUS '
                      WS-FS-LAY ').'
                      DELIMITED BY SIZE INTO LK-LAY-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-LE-CONTROLE

           IF CONTROLE-ACHADO
               MOVE LYC-VERSAO      TO LK-LAY-VERSAO-ARQ
               MOVE LYC-DT-CRIACAO  TO LK-LAY-DT-CRIACAO
               IF LYC-VERSAO NOT EQUAL LK-LAY-VERSAO
                   SET LK-LAY-DIVERGE TO TRUE
                   STRING LK-LAY-ARQUIVO DELIMITED BY SPACE
                          ' ESTA NO LAYOUT ' LYC-VERSAO
                          ' E O PROGRAMA ESPERA O ' LK-LAY-VERSAO
                          '.' DELIMITED BY SIZE INTO LK-LAY-MOTIVO
               END-IF
           ELSE
               PERFORM P110-ARQUIVO-SEM-CONTROLE
           END-IF

           CLOSE CONTROLE
           .
       P100-FIM.

      *    ARQUIVO JA GRAVADO SEM REGISTRO NO CONTROLE: O LAYOUT DELE E
      *    DESCONHECIDO E NAO E ACEITO; O QUE AINDA NAO EXISTE SERA
      *    CRIADO PELO PROGRAMA NA VERSAO DELE E JA NASCE CONTROLADO
       P110-ARQUIVO-SEM-CONTROLE.
           MOVE LK-LAY-ARQUIVO      TO WS-NOME-ARQUIVO
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-NOME-ARQUIVO WS-DETALHE-ARQUIVO
               RETURNING WS-RETCODE

           IF RETCODE-OK
               SET LK-LAY-DIVERGE   TO TRUE
               STRING LK-LAY-ARQUIVO DELIMITED BY SPACE
                      ': ARQUIVO SEM CONTROLE DE LAYOUT (MIGVIRA).'
                      DELIMITED BY SIZE INTO LK-LAY-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-LAY-ARQUIVO      TO LYC-ARQUIVO
           MOVE LK-LAY-VERSAO       TO LYC-VERSAO
           MOVE WS-DATA-HOJE        TO LYC-DT-CRIACAO
           MOVE WS-DATA-HOJE        TO LYC-DT-GRAVACAO
           MOVE WS-HORA-AGORA       TO LYC-HR-GRAVACAO
           WRITE REG-CONTROLE-LAYOUT
           MOVE LYC-VERSAO          TO LK-LAY-VERSAO-ARQ
           MOVE LYC-DT-CRIACAO      TO LK-LAY-DT-CRIACAO
           .
       P110-FIM.

      ******************************************************************
      * GRAVACAO DA VERSAO (CONVERSAO DA BASE OU RESTAURACAO)
      ******************************************************************
       P200-GRAVA.
           PERFORM P500-ABRE-CONTROLE
           IF NOT FS-LAY-OK
               SET LK-LAY-DIVERGE   TO TRUE
               STRING 'CONTROLE DE LAYOUT INDISPONIVEL (FILE STATUS '
                      WS-FS-LAY ').'
                      DELIMITED BY SIZE INTO LK-LAY-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-LE-CONTROLE

           MOVE LK-LAY-ARQUIVO      TO LYC-ARQUIVO
           MOVE LK-LAY-VERSAO       TO LYC-VERSAO
           MOVE WS-DATA-HOJE        TO LYC-DT-CRIACAO
           MOVE WS-DATA-HOJE        TO LYC-DT-GRAVACAO
           MOVE WS-HORA-AGORA       TO LYC-HR-GRAVACAO

           IF CONTROLE-ACHADO
               REWRITE REG-CONTROLE-LAYOUT
           ELSE
               WRITE REG-CONTROLE-LAYOUT
           END-IF

           IF FS-LAY-OK
               SET LK-LAY-CONFERE   TO TRUE
               MOVE LYC-VERSAO      TO LK-LAY-VERSAO-ARQ
               MOVE LYC-DT-CRIACAO  TO LK-LAY-DT-CRIACAO
           ELSE
               SET LK-LAY-DIVERGE   TO TRUE
               STRING 'ERRO AO GRAVAR O CONTROLE DE LAYOUT DE '
                      LK-LAY-ARQUIVO DELIMITED BY SPACE
                      ' (FILE STATUS ' WS-FS-LAY ').'
                      DELIMITED BY SIZE INTO LK-LAY-MOTIVO
           END-IF

           CLOSE CONTROLE
           .
       P200-FIM.

      ******************************************************************
      * LEITURA NO CONTROLE VIVO OU NA COPIA DE UMA GERACAO
      ******************************************************************
       P300-LE.
           SET LK-LAY-SEM-CONTROLE  TO TRUE
           MOVE LK-LAY-CONTROLE     TO WS-NOME-CONTROLE
           IF WS-NOME-CONTROLE EQUAL SPACES
               MOVE 'CONTROLE_LAYOUT.dat' TO WS-NOME-CONTROLE
           END-IF

           OPEN INPUT CONTROLE
           IF NOT FS-LAY-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-LE-CONTROLE
           IF CONTROLE-ACHADO
               SET LK-LAY-CONFERE   TO TRUE
               MOVE LYC-VERSAO      TO LK-LAY-VERSAO-ARQ
               MOVE LYC-DT-CRIACAO  TO LK-LAY-DT-CRIACAO
           END-IF

           CLOSE CONTROLE
           .
       P300-FIM.

      ******************************************************************
      * EXCLUSAO DO REGISTRO DO ARQUIVO NO CONTROLE VIVO
      ******************************************************************
       P400-EXCLUI.
           PERFORM P500-ABRE-CONTROLE
           IF NOT FS-LAY-OK
               SET LK-LAY-DIVERGE   TO TRUE
               STRING 'CONTROLE DE LAYOUT INDISPONIVEL (FILE STATUS '
                      WS-FS-LAY ').'
                      DELIMITED BY SIZE INTO LK-LAY-MOTIVO
               EXIT PARAGRAPH
           END-IF

           SET LK-LAY-CONFERE       TO TRUE
           MOVE LK-LAY-ARQUIVO      TO LYC-ARQUIVO
           DELETE CONTROLE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           CLOSE CONTROLE
           .
       P400-FIM.

      ******************************************************************
      * ABRE O CONTROLE VIVO EM I-O, CRIANDO-O NA PRIMEIRA VEZ
      ******************************************************************
       P500-ABRE-CONTROLE.
           MOVE 'CONTROLE_LAYOUT.dat' TO WS-NOME-CONTROLE
           SET FS-LAY-OK            TO TRUE

           OPEN I-O CONTROLE

           IF WS-FS-LAY EQUAL 35
               OPEN OUTPUT CONTROLE
               CLOSE CONTROLE
               OPEN I-O CONTROLE
           END-IF
           .
       P500-FIM.

       P510-LE-CONTROLE.
           SET CONTROLE-ACHADO      TO TRUE
           MOVE LK-LAY-ARQUIVO      TO LYC-ARQUIVO
           READ CONTROLE
               INVALID KEY
                   SET CONTROLE-ACHADO TO FALSE
           END-READ
           .
       P510-FIM.

       END PROGRAM LAYUTIL.
