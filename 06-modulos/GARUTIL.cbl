      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 23/11/2024
      * Purpose: MODULO UTILITARIO DA GARANTIA (ALIENACAO FIDUCIARIA)
      *          DO CONTRATO EM GARANTIAS.dat (FD_GARAN):
      *          <V> CONFERE OS DADOS DO BEM INFORMADOS NA EMISSAO:
      *              VEICULO PRECISA DE CHASSI (17 POSICOES) E PLACA,
      *              MAQUINA/EQUIPAMENTO DE NUMERO DE SERIE;
      *          <G> GRAVA A GARANTIA DO CONTRATO GRAVADO, COM O
      *              GRAVAME ATIVO E A DATA DE REGISTRO DE HOJE;
      *          <Q> NA QUITACAO (QUIFIN) OU NO PAGAMENTO DA ULTIMA
      *              PARCELA EM ABERTO (PAGFIN) PASSA O GRAVAME ATIVO
      *              PARA LIBERACAO PENDENTE, QUE SAI NA LISTA DE
      *              LIBERACAO DE GARFIN;
      *          <C> DEVOLVE A GARANTIA DO CONTRATO PARA CONSULTA
      *              (CONSFIN, VISCNTT, GARFIN)
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIAS ASSIGN TO
           'GARANTIAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS GAR-NUM-CONTRATO
           FILE STATUS IS WS-FS-GAR.

       DATA DIVISION.
       FILE SECTION.
       FD GARANTIAS.
          COPY FD_GARAN.

       WORKING-STORAGE SECTION.
       77 WS-FS-GAR                       PIC 99.
          88 FS-GAR-OK                    VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-GAR.
          03 LK-GAR-FUNCAO                PIC X(01).
             88 LK-GAR-VALIDA             VALUE 'V'.
             88 LK-GAR-GRAVA              VALUE 'G'.
             88 LK-GAR-QUITACAO           VALUE 'Q'.
             88 LK-GAR-CONSULTA           VALUE 'C'.
          03 LK-GAR-NUM-CONTRATO          PIC 9(06).
          03 LK-GAR-TIPO-BEM              PIC X(01).
             88 LK-GAR-VEICULO            VALUE 'V'.
             88 LK-GAR-MAQUINA            VALUE 'M'.
          03 LK-GAR-DESCRICAO             PIC X(30).
          03 LK-GAR-CHASSI                PIC X(17).
          03 LK-GAR-PLACA                 PIC X(07).
          03 LK-GAR-RENAVAM               PIC X(11).
          03 LK-GAR-NUM-SERIE             PIC X(20).
          03 LK-GAR-ST-GRAVAME            PIC X(01).
          03 LK-GAR-DT-REGISTRO           PIC 9(08).
          03 LK-GAR-DT-QUITACAO           PIC 9(08).
          03 LK-GAR-DT-LIBERACAO          PIC 9(08).
          03 LK-GAR-OPERADOR              PIC X(06).
          03 LK-GAR-ORIGEM                PIC X(08).
          03 LK-GAR-RESULTADO             PIC X(01).
             88 LK-GAR-OK                 VALUE 'S'.
             88 LK-GAR-RECUSADO           VALUE 'N'.
          03 LK-GAR-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-GAR.
       MAIN-PROCEDURE.

           SET LK-GAR-RECUSADO      TO TRUE
           MOVE SPACES              TO LK-GAR-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN LK-GAR-VALIDA
                   PERFORM P100-VALIDA
               WHEN LK-GAR-GRAVA
                   PERFORM P100-VALIDA
                   IF LK-GAR-OK
                       SET LK-GAR-RECUSADO TO TRUE
                       PERFORM P200-GRAVA
                   END-IF
               WHEN LK-GAR-QUITACAO
                   PERFORM P300-QUITACAO
               WHEN LK-GAR-CONSULTA
                   PERFORM P400-CONSULTA
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-GAR-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * DADOS MINIMOS DO BEM PARA O REGISTRO DO GRAVAME
      ******************************************************************
       P100-VALIDA.
           IF LK-GAR-DESCRICAO EQUAL SPACES
               MOVE 'DESCRICAO DO BEM NAO INFORMADA'
                                    TO LK-GAR-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN LK-GAR-VEICULO
                   IF LK-GAR-CHASSI(1:1) EQUAL SPACE OR
                      LK-GAR-CHASSI(17:1) EQUAL SPACE
                       MOVE 'CHASSI DEVE TER 17 POSICOES'
                                    TO LK-GAR-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF LK-GAR-PLACA EQUAL SPACES
                       MOVE 'PLACA DO VEICULO NAO INFORMADA'
                                    TO LK-GAR-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
               WHEN LK-GAR-MAQUINA
                   IF LK-GAR-NUM-SERIE EQUAL SPACES
                       MOVE 'NUMERO DE SERIE NAO INFORMADO'
                                    TO LK-GAR-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DO BEM INVALIDO (V OU M)'
                                    TO LK-GAR-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE

           SET LK-GAR-OK            TO TRUE
           .
       P100-FIM.

      ******************************************************************
      * GARANTIA DO CONTRATO GRAVADO, COM O GRAVAME ATIVO
      ******************************************************************
       P200-GRAVA.
           SET FS-GAR-OK            TO TRUE

           OPEN I-O GARANTIAS
           IF WS-FS-GAR EQUAL 35
               OPEN OUTPUT GARANTIAS
               CLOSE GARANTIAS
               OPEN I-O GARANTIAS
           END-IF

           IF NOT FS-GAR-OK
               STRING 'ERRO AO ABRIR GARANTIAS.dat - FS '
                      WS-FS-GAR
                      DELIMITED BY SIZE INTO LK-GAR-MOTIVO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-GARANTIA
           MOVE LK-GAR-NUM-CONTRATO TO GAR-NUM-CONTRATO
           MOVE LK-GAR-TIPO-BEM     TO GAR-TIPO-BEM
           MOVE LK-GAR-DESCRICAO    TO GAR-DESCRICAO
           IF GAR-VEICULO
               MOVE LK-GAR-CHASSI   TO GAR-CHASSI
               MOVE LK-GAR-PLACA    TO GAR-PLACA
               MOVE LK-GAR-RENAVAM  TO GAR-RENAVAM
           ELSE
               MOVE LK-GAR-NUM-SERIE TO GAR-NUM-SERIE
           END-IF
           SET GAR-ATIVO            TO TRUE
           MOVE WS-DATA-HOJE        TO GAR-DT-REGISTRO
           MOVE LK-GAR-OPERADOR     TO GAR-OPERADOR

           WRITE REG-GARANTIA
               INVALID KEY
                   STRING 'CONTRATO JA TEM GARANTIA - FS ' WS-FS-GAR
                          DELIMITED BY SIZE INTO LK-GAR-MOTIVO
               NOT INVALID KEY
                   MOVE GAR-ST-GRAVAME TO LK-GAR-ST-GRAVAME
                   MOVE GAR-DT-REGISTRO TO LK-GAR-DT-REGISTRO
                   SET LK-GAR-OK    TO TRUE
           END-WRITE

           CLOSE GARANTIAS
           .
       P200-FIM.

      ******************************************************************
      * CONTRATO QUITADO: GRAVAME ATIVO FICA PENDENTE DE LIBERACAO;
      * CONTRATO SEM GARANTIA OU JA LIBERADO NAO TEM EFEITO
      ******************************************************************
       P300-QUITACAO.
           SET FS-GAR-OK            TO TRUE
           OPEN I-O GARANTIAS

           IF NOT FS-GAR-OK
      *        SEM GARANTIAS.dat NAO HA GRAVAME A LIBERAR
               EXIT PARAGRAPH
           END-IF

           MOVE LK-GAR-NUM-CONTRATO TO GAR-NUM-CONTRATO
           READ GARANTIAS
               KEY IS GAR-NUM-CONTRATO
               INVALID KEY
                   MOVE 'CONTRATO SEM GARANTIA' TO LK-GAR-MOTIVO
               NOT INVALID KEY
                   IF GAR-ATIVO
                       SET GAR-LIBERACAO-PENDENTE TO TRUE
                       MOVE WS-DATA-HOJE TO GAR-DT-QUITACAO
                       MOVE LK-GAR-ORIGEM TO GAR-ORIGEM-QUITACAO
                       REWRITE REG-GARANTIA
                           INVALID KEY
                               STRING 'ERRO AO REGRAVAR A GARANTIA '
                                      '- FS ' WS-FS-GAR
                                      DELIMITED BY SIZE
                                      INTO LK-GAR-MOTIVO
                           NOT INVALID KEY
                               SET LK-GAR-OK TO TRUE
                       END-REWRITE
                   ELSE
                       MOVE 'GRAVAME JA LIBERADO' TO LK-GAR-MOTIVO
                   END-IF
           END-READ

           CLOSE GARANTIAS
           .
       P300-FIM.

       P400-CONSULTA.
           SET FS-GAR-OK            TO TRUE
           OPEN INPUT GARANTIAS

           IF NOT FS-GAR-OK
               MOVE 'CONTRATO SEM GARANTIA' TO LK-GAR-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE LK-GAR-NUM-CONTRATO TO GAR-NUM-CONTRATO
           READ GARANTIAS
               KEY IS GAR-NUM-CONTRATO
               INVALID KEY
                   MOVE 'CONTRATO SEM GARANTIA' TO LK-GAR-MOTIVO
               NOT INVALID KEY
                   MOVE GAR-TIPO-BEM    TO LK-GAR-TIPO-BEM
                   MOVE GAR-DESCRICAO   TO LK-GAR-DESCRICAO
                   MOVE GAR-CHASSI      TO LK-GAR-CHASSI
                   MOVE GAR-PLACA       TO LK-GAR-PLACA
                   MOVE GAR-RENAVAM     TO LK-GAR-RENAVAM
                   MOVE GAR-NUM-SERIE   TO LK-GAR-NUM-SERIE
                   MOVE GAR-ST-GRAVAME  TO LK-GAR-ST-GRAVAME
                   MOVE GAR-DT-REGISTRO TO LK-GAR-DT-REGISTRO
                   MOVE GAR-DT-QUITACAO TO LK-GAR-DT-QUITACAO
                   MOVE GAR-DT-LIBERACAO TO LK-GAR-DT-LIBERACAO
                   SET LK-GAR-OK        TO TRUE
           END-READ

           CLOSE GARANTIAS
           .
       P400-FIM.

       END PROGRAM GARUTIL.
