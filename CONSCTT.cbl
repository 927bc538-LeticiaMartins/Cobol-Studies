      * Update: 09/10/2024 - A CONSULTA PASSA A EXIBIR OS VINCULOS
      *         TIPADOS DO CONTATO (CONTATOS_VINCULOS.dat, MANTIDOS
      *         POR VINCNTT), NOS DOIS SENTIDOS
      * Update: 24/11/2024 - AS BUSCAS POR NOME (AGORA PELO INICIO DO
      *         NOME), CPF/CNPJ E TELEFONE PRINCIPAL PASSAM A POSICIONAR
      *         NAS CHAVES ALTERNATIVAS DE CONTATOS.dat EM VEZ DE VARRER
      *         O ARQUIVO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCTT.
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

               SELECT NOTAS ASSIGN TO
       77 WS-DOC-BUSCA                     PIC X(14) VALUE SPACES.
       77 WS-TEL-BUSCA                     PIC X(30) VALUE SPACES.
       77 WS-ULT-ID-MOSTRADO               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACHADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-TM-BUSCA                     PIC 99 VALUE ZEROS.
       77 WS-LEN-BUSCA                    PIC 99 VALUE ZEROS.
          03 WS-CAD-DADOS-BATCH            PIC X(143).
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
           MOVE 'CONTATOS_NOTAS.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO          TO TRUE
           MOVE 'CONSCTT ' TO WS-ABEND-PROGRAMA
           IF LK-MODO-BATCH THEN
               MOVE LK-NOME-BUSCA-BATCH TO WS-NOME-BUSCA
           ELSE
               DISPLAY 'Informe o inicio do nome do contato: '
               ACCEPT WS-NOME-BUSCA
           END-IF

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
       P310-FIM.

      ******************************************************************
      * O CPF/CNPJ E UNICO ENTRE OS CONTATOS ATIVOS: POSICIONA NA CHAVE
      * ALTERNATIVA DOC-CONTATO E PARA NO PRIMEIRO ATIVO ENCONTRADO
      ******************************************************************
       P312-BUSCA-DOC.
           MOVE SPACES              TO WS-DOC-BUSCA
           IF WS-DOC-BUSCA EQUAL SPACES
               DISPLAY 'INFORME UM DOCUMENTO PARA A BUSCA!'
           ELSE
               MOVE WS-DOC-BUSCA    TO DOC-CONTATO
               SET EOF-OK           TO FALSE

               START CONTATOS KEY IS EQUAL DOC-CONTATO
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-DOC-CONTATO NOT EQUAL WS-DOC-BUSCA
                               SET EOF-OK TO TRUE
                           END-IF
                           IF NOT EOF-OK
                              AND WS-ST-ATIVO
                              AND (LK-EMPRESA EQUAL ZEROS OR
                                   WS-EMP-CONTATO EQUAL LK-EMPRESA OR
       P317-FIM.

       P316-VARRE-PRINCIPAL.
           IF WS-TEL-BUSCA(1:11) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEL-BUSCA(1:11)  TO TEL-CONTATO
           SET EOF-OK               TO FALSE

           START CONTATOS KEY IS EQUAL TEL-CONTATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
                   AT END
                       SET EOF-OK   TO TRUE
                   NOT AT END
                       IF WS-TEL-CONTATO NOT EQUAL WS-TEL-BUSCA(1:11)
                           SET EOF-OK TO TRUE
                       END-IF
                       IF NOT EOF-OK
                          AND WS-ID-CONTATO NOT EQUAL
                              WS-ULT-ID-MOSTRADO
                          AND WS-ST-ATIVO
           .
       P350-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
