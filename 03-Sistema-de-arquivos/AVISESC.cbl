      * Update: 25/10/2024 - COM A CHAMADA POR MATERIA (CADFREQ), O
      *         AVISO DE AUSENCIA CONTINUA SENDO UM POR ALUNO,
      *         TOTALIZANDO AS FALTAS DE TODAS AS MATERIAS
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 06/12/2024 - ALUNO TRANSFERIDO (TRFESC) FICA FORA DAS
      *         CARTAS, COMO O INATIVO
      * Update: 10/12/2024 - INCLUIDA A OPCAO <R> - CONVOCACAO DOS PAIS
      *         PARA A REUNIAO DECIDIDA PELO CONSELHO DE CLASSE
      *         (CONSELHO.dat, GRAVADO PELO CONSESC), MODELO
      *         CARTA_REUNIAO.TXT COM O MARCADOR &REUNIAO (DATA E HORA)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISESC.
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DOC-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT PRESENCA ASSIGN TO
               RECORD  KEY  IS NTA-CHAVE
               FILE STATUS IS WS-FS-NTA.

               SELECT CONSELHO ASSIGN TO
               'CONSELHO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CNS-CHAVE
               FILE STATUS IS WS-FS-CNS.

               SELECT MODELO ASSIGN TO WS-NOME-MODELO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOD.
           03 ST-STUDENT                 PIC X(01).
              88 ST-ALUNO-ATIVO          VALUE 'A'.
              88 ST-ALUNO-INATIVO        VALUE 'I'.
              88 ST-ALUNO-TRANSFERIDO    VALUE 'T'.
           03 RESP1-CONTATO              PIC 9(06).
           03 RESP2-CONTATO              PIC 9(06).

              88 NTA-COM-RECUPERACAO     VALUE 'S'.
           03 NTA-NOTA-RECUPERACAO       PIC 9(02)V99.

       FD CONSELHO.
       01 REG-CONSELHO.
           03 CNS-CHAVE.
              05 CNS-ANO                 PIC 9(04).
              05 CNS-CD-STUDENT          PIC 9(05).
              05 CNS-BIMESTRE            PIC 9(01).
              05 CNS-DECISAO             PIC X(01).
                 88 CNS-REUNIAO-PAIS     VALUE 'P'.
           03 CNS-MATERIA                PIC X(10).
           03 CNS-OBSERVACAO             PIC X(40).
           03 CNS-DT-REUNIAO             PIC 9(08).
           03 CNS-HR-REUNIAO             PIC 9(04).
           03 CNS-CARTA-EMITIDA          PIC X(01).
              88 CNS-COM-CARTA           VALUE 'S'.
           03 CNS-DATA                   PIC 9(08).
           03 CNS-OPERADOR               PIC X(06).

       FD MODELO.
       01 REG-MODELO                      PIC X(080).

          88 FS-NTA-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-FS-CNS                       PIC 99.
          88 FS-CNS-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOD                      PIC X.
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       77 WS-DATA-EXTENSO                 PIC X(10) VALUE SPACES.
       77 WS-REUNIAO-TXT                  PIC X(30) VALUE SPACES.
       77 WS-ANO-LETIVO                   PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE                     PIC 9(01) VALUE ZEROS.
       01 WS-DATA-REUNIAO                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-REUNIAO.
          03 WS-REU-AAAA                  PIC 9(04).
          03 WS-REU-MM                    PIC 9(02).
          03 WS-REU-DD                    PIC 9(02).
       01 WS-HORA-REUNIAO                 PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-REUNIAO.
          03 WS-REU-HH                    PIC 9(02).
          03 WS-REU-MI                    PIC 9(02).
      ******************************************************************
      * TOTALIZACAO DE AUSENCIA POR ALUNO (MESMO DESENHO DE RELFREQ)
      ******************************************************************
       77 WS-MEDIA-GERAL                  PIC 9(02)V99 VALUE ZEROS.
       77 WS-EOF-NTA                      PIC X.
          88 EOF-NTA-OK                   VALUE 'S' FALSE 'N'.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CARTAS ESCOLARES AOS RESPONSAVEIS ***'
           SET LK-SUCESSO          TO TRUE

           STRING WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EXTENSO

           DISPLAY 'DIGITE: <A> AVISOS DE AUSENCIA, <B> BOLETIM '
                   'PELO CORREIO OU <R> CONVOCACAO PARA REUNIAO DO '
                   'CONSELHO DE CLASSE: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   IF WS-QTD-LINHAS-MODELO GREATER THAN ZEROS
                       PERFORM P400-BOLETIM-CORREIO
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'CARTA_REUNIAO.TXT' TO WS-NOME-MODELO
                   PERFORM P100-CARREGA-MODELO
                   IF WS-QTD-LINHAS-MODELO GREATER THAN ZEROS
                       PERFORM P600-CONVOCA-REUNIAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ST-ALUNO-INATIVO OR
                              ST-ALUNO-TRANSFERIDO
                               CONTINUE
                           ELSE
                               MOVE WS-PCT-AUSENCIA
                   INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO!'
                   NOT INVALID KEY
                       IF ST-ALUNO-INATIVO OR ST-ALUNO-TRANSFERIDO
                           DISPLAY 'ALUNO EXCLUIDO (INATIVO) OU '
                                   'TRANSFERIDO.'
                       ELSE
                           PERFORM P410-APURA-MEDIA
                           MOVE WS-MEDIA-GERAL TO WS-MEDIA-TXT
                        EQUAL '&AUSENCIA'
                       MOVE 9  TO WS-TAM-MARCADOR
                       MOVE WS-AUSENCIA-TXT TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 73 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:8)
                        EQUAL '&REUNIAO'
                       MOVE 8  TO WS-TAM-MARCADOR
                       MOVE WS-REUNIAO-TXT TO WS-VALOR-CAMPO
                   WHEN WS-PTR-IN NOT GREATER THAN 74 AND
                        WS-LINHA-TRABALHO(WS-PTR-IN:7)
                        EQUAL '&CIDADE'
           .
       P530-FIM.

      ******************************************************************
      * CONVOCACAO DOS PAIS PARA A REUNIAO DECIDIDA PELO CONSELHO DE
      * CLASSE (CONSESC, DECISAO 'P'); CADA DECISAO GERA A CARTA UMA
      * VEZ SO E REUNIAO JA PASSADA NAO E CONVOCADA (MARCADOR
      * &REUNIAO = DATA E HORA DA REUNIAO)
      ******************************************************************
       P600-CONVOCA-REUNIAO.
           DISPLAY 'ANO LETIVO (AAAA, 0 = ANO ATUAL): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-HOJE-AAAA    TO WS-ANO-LETIVO
           END-IF
           DISPLAY 'BIMESTRE DO CONSELHO (1 A 4): '
           ACCEPT WS-BIMESTRE

           MOVE ZEROS               TO WS-QTD-CARTAS
           MOVE ZEROS               TO WS-QTD-SEM-RESP
           SET FS-CNS-OK           TO TRUE
           OPEN I-O CONSELHO
           IF NOT FS-CNS-OK
               DISPLAY 'NENHUMA DECISAO DO CONSELHO REGISTRADA.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STUDENT
           OPEN INPUT CONTATOS
           OPEN OUTPUT ARQ-IMPRESSAO

           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO CNS-ANO
           MOVE ZEROS               TO CNS-CD-STUDENT
           MOVE ZEROS               TO CNS-BIMESTRE
           MOVE LOW-VALUES          TO CNS-DECISAO
           START CONSELHO KEY IS NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P610-LE-DECISAO UNTIL EOF-OK

           CLOSE ARQ-IMPRESSAO
           CLOSE CONTATOS
           CLOSE STUDENT
           CLOSE CONSELHO

           DISPLAY 'CARTAS GERADAS......: ' WS-QTD-CARTAS
           DISPLAY 'SEM RESPONSAVEL.....: ' WS-QTD-SEM-RESP
           DISPLAY 'ARQUIVO GERADO......: ESCOLA_CARTAS.PRN'
           .
       P600-FIM.

       P610-LE-DECISAO.
           READ CONSELHO NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF CNS-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF CNS-REUNIAO-PAIS AND
                          CNS-BIMESTRE EQUAL WS-BIMESTRE AND
                          NOT CNS-COM-CARTA AND
                          CNS-DT-REUNIAO NOT LESS THAN WS-DATA-HOJE
                           PERFORM P620-CARTA-REUNIAO
                       END-IF
                   END-IF
           END-READ
           .
       P610-FIM.

       P620-CARTA-REUNIAO.
           MOVE CNS-CD-STUDENT      TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ST-ALUNO-INATIVO OR ST-ALUNO-TRANSFERIDO
               EXIT PARAGRAPH
           END-IF

           MOVE CNS-DT-REUNIAO      TO WS-DATA-REUNIAO
           MOVE CNS-HR-REUNIAO      TO WS-HORA-REUNIAO
           MOVE SPACES              TO WS-REUNIAO-TXT
           STRING WS-REU-DD '/' WS-REU-MM '/' WS-REU-AAAA ' AS '
                  WS-REU-HH ':' WS-REU-MI
                  DELIMITED BY SIZE INTO WS-REUNIAO-TXT
           PERFORM P500-CARTAS-DO-ALUNO

           MOVE 'S'                 TO CNS-CARTA-EMITIDA
           REWRITE REG-CONSELHO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A CARTA DO ALUNO '
                           CNS-CD-STUDENT
           END-REWRITE
           .
       P620-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM AVISESC.
