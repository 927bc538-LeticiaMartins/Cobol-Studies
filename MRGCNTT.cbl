      *         MANTIDO, COM HISTORICO E AUDITORIA (OPERACAO T DE
      *         FD_CAUD) POR CONTRATO, COMO NA TRANSFERENCIA AVULSA
      *         DE TRFFIN
      * Update: 24/11/2024 - A BUSCA DE DUPLICADOS POR NOME (AGORA PELO
      *         INICIO DO NOME) E POR CPF/CNPJ PASSA A POSICIONAR NAS
      *         CHAVES ALTERNATIVAS DE CONTATOS.dat EM VEZ DE VARRER O
      *         ARQUIVO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCNTT.
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
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-NOME-BUSCA                   PIC X(20) VALUE SPACES.
       77 WS-QTD-ACHADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-TM-BUSCA                     PIC 99 VALUE ZEROS.
       77 WS-LEN-BUSCA                    PIC 99 VALUE ZEROS.
       77 WS-CONFIRM-TRF                  PIC X VALUE SPACES.
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
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS_HIST.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO          TO TRUE
           MOVE 'MRGCNTT ' TO WS-ABEND-PROGRAMA
       P310-BUSCA-DUPLICADOS.
           MOVE SPACES              TO WS-NOME-BUSCA
           MOVE ZEROS               TO WS-QTD-ACHADOS
           DISPLAY 'Informe o nome (ou o inicio dele) para localizar '
                   'contatos duplicados: '
           ACCEPT WS-NOME-BUSCA

           IF WS-LEN-BUSCA EQUAL ZEROS
               DISPLAY 'INFORME AO MENOS UM CARACTERE PARA A BUSCA!'
           ELSE
               MOVE WS-NOME-BUSCA       TO NM-CONTATO
               SET EOF-OK               TO FALSE

               START CONTATOS KEY IS NOT LESS THAN NM-CONTATO
                   INVALID KEY
                       SET EOF-OK       TO TRUE
               END-START
                       AT END
                           SET EOF-OK   TO TRUE
                       NOT AT END
                           IF WS-NM-CONTATO(1:WS-LEN-BUSCA) NOT EQUAL
                              WS-NOME-BUSCA(1:WS-LEN-BUSCA)
                               SET EOF-OK TO TRUE
                           END-IF
                           IF NOT EOF-OK
                              AND WS-ST-ATIVO
                              AND (LK-EMPRESA EQUAL ZEROS OR
                                   WS-EMP-CONTATO EQUAL LK-EMPRESA OR
           IF WS-DOC-BUSCA EQUAL SPACES
               DISPLAY 'INFORME UM DOCUMENTO PARA A BUSCA!'
           ELSE
               MOVE WS-DOC-BUSCA        TO DOC-CONTATO
               SET EOF-OK               TO FALSE

               START CONTATOS KEY IS EQUAL DOC-CONTATO
                   INVALID KEY
                       SET EOF-OK       TO TRUE
               END-START
                       AT END
                           SET EOF-OK   TO TRUE
                       NOT AT END
                           IF WS-DOC-CONTATO NOT EQUAL WS-DOC-BUSCA
                               SET EOF-OK TO TRUE
                           END-IF
                           IF NOT EOF-OK
                              AND WS-ST-ATIVO
                              AND (LK-EMPRESA EQUAL ZEROS OR
                                   WS-EMP-CONTATO EQUAL LK-EMPRESA OR
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
