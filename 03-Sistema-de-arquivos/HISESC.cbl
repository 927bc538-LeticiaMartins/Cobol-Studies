      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 05/12/2024
      * Purpose: HISTORICO ESCOLAR - DOCUMENTO OFICIAL DE TODOS OS
      *          ANOS DO ALUNO: PARA CADA MATRICULA (MATRICULAS.dat)
      *          IMPRIME A SERIE, A TURMA, O RESULTADO FINAL, A MEDIA
      *          GERAL E O PERCENTUAL DE AUSENCIA DO FECHAMENTO
      *          (RESULTADOS.dat) E AS MEDIAS POR MATERIA GUARDADAS
      *          PELO FECHAMENTO (MEDIAS_ANUAIS.dat); O ANO AINDA EM
      *          CURSO SAI COM AS MEDIAS PARCIAIS DE NOTAS_ALUNOS.dat
      *          (MAIOR ENTRE NOTA E RECUPERACAO, COMO NO BOLETIM) E A
      *          AUSENCIA ATE A DATA (PRESENCA.dat). CADA HISTORICO
      *          EMITIDO RECEBE UM NUMERO SEQUENCIAL E FICA REGISTRADO
      *          EM DOCUMENTOS_ESC.dat (REGISTRO DE DOCUMENTOS DA
      *          SECRETARIA) COM O ARQUIVO DO SPOOL
      * Tectonics: cobc
      * Update: 06/12/2024 - REGISTRO DE DOCUMENTOS GANHOU OS TIPOS DA
      *         TRANSFERENCIA E DAS DECLARACOES (TRFESC) E A DATA DE
      *         REFERENCIA; ANO DE MATRICULA TRANSFERIDA SAI COMO
      *         TRANSFERIDO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISESC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           'STUDENT.TXT'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CD-STUDENT
           FILE STATUS IS WS-FS.

           SELECT MATRICULAS ASSIGN TO
           'MATRICULAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MAT-CHAVE
           FILE STATUS IS WS-FS-MAT.

           SELECT RESULTADOS ASSIGN TO
           'RESULTADOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.

           SELECT MEDIAS-ANUAIS ASSIGN TO
           'MEDIAS_ANUAIS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MDA-CHAVE
           FILE STATUS IS WS-FS-MDA.

           SELECT NOTAS-ALUNOS ASSIGN TO
           'NOTAS_ALUNOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS NTA-CHAVE
           FILE STATUS IS WS-FS-NTA.

           SELECT PRESENCA ASSIGN TO
           'PRESENCA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS FRQ-CHAVE
           FILE STATUS IS WS-FS-FRQ.

           SELECT DOCUMENTOS-ESC ASSIGN TO
           'DOCUMENTOS_ESC.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS DCE-NUMERO
           FILE STATUS IS WS-FS-DCE.

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
       01 STUDENT-FILE.
           03 CD-STUDENT                 PIC 9(05).
           03 NM-STUDENT                 PIC X(20).
           03 ST-STUDENT                 PIC X(01).
              88 ST-ALUNO-ATIVO          VALUE 'A'.
              88 ST-ALUNO-INATIVO        VALUE 'I'.
           03 RESP1-CONTATO              PIC 9(06).
           03 RESP2-CONTATO              PIC 9(06).

       FD MATRICULAS.
       01 REG-MATRICULA.
           03 MAT-CHAVE.
              05 MAT-ANO                 PIC 9(04).
              05 MAT-CD-STUDENT          PIC 9(05).
           03 MAT-TURMA                  PIC X(05).
           03 MAT-SERIE                  PIC 9(02).
           03 MAT-ST-MATRICULA           PIC X(01).
              88 MAT-ATIVA               VALUE 'A'.
              88 MAT-ENCERRADA           VALUE 'E'.

       FD RESULTADOS.
       01 REG-RESULTADO.
           03 RES-CHAVE.
              05 RES-ANO                 PIC 9(04).
              05 RES-CD-STUDENT          PIC 9(05).
           03 RES-TURMA                  PIC X(05).
           03 RES-SERIE                  PIC 9(02).
           03 RES-MEDIA-GERAL            PIC 9(02)V99.
           03 RES-PCT-AUSENCIA           PIC 9(03)V99.
           03 RES-RESULTADO              PIC X(01).
              88 RES-APROVADO            VALUE 'A'.
              88 RES-REPROVADO           VALUE 'R'.
              88 RES-APROV-RECUPERACAO   VALUE 'C'.

       FD MEDIAS-ANUAIS.
       01 REG-MEDIA-ANUAL.
           03 MDA-CHAVE.
              05 MDA-ANO                 PIC 9(04).
              05 MDA-CD-STUDENT          PIC 9(05).
              05 MDA-MATERIA             PIC X(10).
           03 MDA-MEDIA                  PIC 9(02)V99.
           03 MDA-QTD-NOTAS              PIC 9(02).
           03 MDA-RECUPERACAO            PIC X(01).
              88 MDA-COM-RECUPERACAO     VALUE 'S'.

       FD NOTAS-ALUNOS.
       01 REG-NOTA-ALUNO.
           03 NTA-CHAVE.
              05 NTA-CD-STUDENT          PIC 9(05).
              05 NTA-MATERIA             PIC X(10).
              05 NTA-BIMESTRE            PIC 9(01).
           03 NTA-NOTA                   PIC 9(02)V99.
           03 NTA-TEM-RECUPERACAO        PIC X(01).
              88 NTA-COM-RECUPERACAO     VALUE 'S'.
           03 NTA-NOTA-RECUPERACAO       PIC 9(02)V99.

       FD PRESENCA.
       01 REG-PRESENCA.
           03 FRQ-CHAVE.
              05 FRQ-DATA                PIC 9(08).
              05 FRQ-CD-STUDENT          PIC 9(05).
              05 FRQ-MATERIA             PIC X(10).
           03 FRQ-SITUACAO               PIC X(01).
              88 FRQ-PRESENTE            VALUE 'P'.
              88 FRQ-AUSENTE             VALUE 'A'.

       FD DOCUMENTOS-ESC.
       01 REG-DOCUMENTO-ESC.
           03 DCE-NUMERO                 PIC 9(06).
           03 DCE-TIPO                   PIC X(01).
              88 DCE-HISTORICO           VALUE 'H'.
              88 DCE-GUIA-TRANSFERENCIA  VALUE 'T'.
              88 DCE-DECL-MATRICULA      VALUE 'M'.
              88 DCE-DECL-FREQUENCIA     VALUE 'F'.
              88 DCE-NADA-CONSTA         VALUE 'N'.
           03 DCE-CD-STUDENT             PIC 9(05).
           03 DCE-ANO                    PIC 9(04).
           03 DCE-DATA-EMISSAO           PIC 9(08).
           03 DCE-DATA-REFERENCIA        PIC 9(08).
           03 DCE-OPERADOR               PIC X(06).
           03 DCE-ARQUIVO                PIC X(40).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                  PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-RES                      PIC 99.
          88 FS-RES-OK                   VALUE 0.
       77 WS-FS-MDA                      PIC 99.
          88 FS-MDA-OK                   VALUE 0.
       77 WS-FS-NTA                      PIC 99.
          88 FS-NTA-OK                   VALUE 0.
       77 WS-FS-FRQ                      PIC 99.
          88 FS-FRQ-OK                   VALUE 0.
       77 WS-FS-DCE                      PIC 99.
          88 FS-DCE-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CD-BUSCA                    PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-ALUNO-ACHADO                PIC X VALUE 'N'.
          88 ALUNO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-TEM-RESULTADO               PIC X VALUE 'N'.
          88 TEM-RESULTADO               VALUE 'S' FALSE 'N'.
       77 WS-QTD-ANOS                    PIC 9(02) VALUE ZEROS.
       77 WS-IND-ANO                     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MEDIAS                  PIC 9(02) VALUE ZEROS.
       77 WS-NUMERO-DOC                  PIC 9(06) VALUE ZEROS.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       77 WS-RESULTADO-DESC              PIC X(30) VALUE SPACES.
       77 WS-MATERIA-ATUAL               PIC X(10) VALUE SPACES.
       77 WS-SOMA-NOTAS                  PIC 9(04)V99 VALUE ZEROS.
       77 WS-QTD-NOTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-MEDIA                       PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-CONSIDERADA            PIC 9(02)V99 VALUE ZEROS.
       77 WS-RECUPERACAO                 PIC X(01) VALUE SPACES.
       77 WS-QTD-PRESENCAS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-AUSENCIAS               PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-AULAS                 PIC 9(04) VALUE ZEROS.
       77 WS-PCT-AUSENCIA                PIC 9(03)V99 VALUE ZEROS.
       77 WS-MEDIA-MSK                   PIC Z9,99.
       77 WS-PCT-MSK                     PIC ZZ9,99.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
       01 WS-TABELA-ANOS.
          03 WS-ANO-ITEM                 OCCURS 20 TIMES.
             05 WS-ANO-LETIVO            PIC 9(04).
             05 WS-ANO-TURMA             PIC X(05).
             05 WS-ANO-SERIE             PIC 9(02).
             05 WS-ANO-ST-MATRICULA      PIC X(01).
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 WS-HOJE-MM                  PIC 9(02).
          03 WS-HOJE-DD                  PIC 9(02).
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                 PIC X(40).
          03 LK-STATUS                   PIC X(01).
             88 LK-SUCESSO               VALUE '0'.
             88 LK-ERRO                  VALUE '1'.
          03 LK-OPERADOR                 PIC X(06).
          03 LK-EMPRESA                  PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** HISTORICO ESCOLAR ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P300-BUSCA-ALUNO
           IF ALUNO-ACHADO
               PERFORM P310-CARREGA-MATRICULAS
               IF WS-QTD-ANOS EQUAL ZEROS
                   DISPLAY 'ALUNO SEM NENHUMA MATRICULA - NAO HA '
                           'HISTORICO A EMITIR.'
               ELSE
                   PERFORM P400-EMITE-HISTORICO
               END-IF
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * O HISTORICO E EMITIDO TAMBEM PARA ALUNO INATIVO (QUE SAIU OU
      * CONCLUIU) - E QUANDO ELE MAIS E PEDIDO
      ******************************************************************
       P300-BUSCA-ALUNO.
           SET FS-OK               TO TRUE
           SET ALUNO-ACHADO        TO FALSE

           OPEN INPUT STUDENT
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO STUDENT.TXT.'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-BUSCA
           MOVE WS-CD-BUSCA         TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO!'
               NOT INVALID KEY
                   SET ALUNO-ACHADO TO TRUE
                   MOVE NM-STUDENT  TO WS-NM-ALUNO
                   DISPLAY 'ALUNO: ' NM-STUDENT
           END-READ

           CLOSE STUDENT
           .
       P300-FIM.

       P310-CARREGA-MATRICULAS.
           MOVE ZEROS               TO WS-QTD-ANOS
           SET FS-MAT-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P315-LE-MATRICULA UNTIL EOF-OK
           CLOSE MATRICULAS
           .
       P310-FIM.

       P315-LE-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-CD-STUDENT EQUAL WS-CD-BUSCA AND
                      WS-QTD-ANOS LESS THAN 20
                       ADD 1        TO WS-QTD-ANOS
                       MOVE MAT-ANO
                         TO WS-ANO-LETIVO(WS-QTD-ANOS)
                       MOVE MAT-TURMA
                         TO WS-ANO-TURMA(WS-QTD-ANOS)
                       MOVE MAT-SERIE
                         TO WS-ANO-SERIE(WS-QTD-ANOS)
                       MOVE MAT-ST-MATRICULA
                         TO WS-ANO-ST-MATRICULA(WS-QTD-ANOS)
                   END-IF
           END-READ
           .
       P315-FIM.

      ******************************************************************
      * NUMERO DO DOCUMENTO: O MAIOR DO REGISTRO MAIS UM
      ******************************************************************
       P320-PROXIMO-NUMERO.
           MOVE ZEROS               TO WS-NUMERO-DOC
           SET FS-DCE-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN I-O DOCUMENTOS-ESC
           IF WS-FS-DCE EQUAL 35
               OPEN OUTPUT DOCUMENTOS-ESC
               CLOSE DOCUMENTOS-ESC
               OPEN I-O DOCUMENTOS-ESC
           END-IF

           IF NOT FS-DCE-OK
               DISPLAY 'ERRO AO ABRIR DOCUMENTOS_ESC.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-DCE
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P325-LE-DOCUMENTO UNTIL EOF-OK
           ADD 1                    TO WS-NUMERO-DOC
           .
       P320-FIM.

       P325-LE-DOCUMENTO.
           READ DOCUMENTOS-ESC NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF DCE-NUMERO GREATER THAN WS-NUMERO-DOC
                       MOVE DCE-NUMERO TO WS-NUMERO-DOC
                   END-IF
           END-READ
           .
       P325-FIM.

       P400-EMITE-HISTORICO.
           PERFORM P320-PROXIMO-NUMERO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'HISESC'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           SET FS-RES-OK           TO TRUE
           SET FS-MDA-OK           TO TRUE
           SET FS-NTA-OK           TO TRUE
           SET FS-FRQ-OK           TO TRUE
           OPEN INPUT RESULTADOS
           OPEN INPUT MEDIAS-ANUAIS
           OPEN INPUT NOTAS-ALUNOS
           OPEN INPUT PRESENCA

           PERFORM P410-CABECALHO
           PERFORM P500-IMPRIME-ANO
               VARYING WS-IND-ANO FROM 1 BY 1
               UNTIL WS-IND-ANO GREATER THAN WS-QTD-ANOS
           PERFORM P490-RODAPE

           IF FS-RES-OK
               CLOSE RESULTADOS
           END-IF
           IF FS-MDA-OK
               CLOSE MEDIAS-ANUAIS
           END-IF
           IF FS-NTA-OK
               CLOSE NOTAS-ALUNOS
           END-IF
           IF FS-FRQ-OK
               CLOSE PRESENCA
           END-IF
           CLOSE ARQ-IMPRESSAO

           MOVE WS-NUMERO-DOC       TO DCE-NUMERO
           SET DCE-HISTORICO        TO TRUE
           MOVE WS-CD-BUSCA         TO DCE-CD-STUDENT
           MOVE WS-HOJE-AAAA        TO DCE-ANO
           MOVE WS-DATA-HOJE        TO DCE-DATA-EMISSAO
           MOVE WS-DATA-HOJE        TO DCE-DATA-REFERENCIA
           MOVE LK-OPERADOR         TO DCE-OPERADOR
           MOVE WS-NOME-SPOOL       TO DCE-ARQUIVO
           WRITE REG-DOCUMENTO-ESC
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO '
                           WS-NUMERO-DOC '.'
                   SET LK-ERRO     TO TRUE
           END-WRITE
           CLOSE DOCUMENTOS-ESC

           DISPLAY 'HISTORICO ESCOLAR NR ' WS-NUMERO-DOC
                   ' GRAVADO EM ' WS-NOME-SPOOL
           .
       P400-FIM.

       P410-CABECALHO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'HISTORICO ESCOLAR NR ' WS-NUMERO-DOC
                  '      EMISSAO: ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ALUNO: ' WS-CD-BUSCA ' - ' WS-NM-ALUNO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P410-FIM.

       P490-RODAPE.
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ANOS LETIVOS NO HISTORICO: ' WS-QTD-ANOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '      ______________________________'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '      SECRETARIA ESCOLAR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P490-FIM.

      ******************************************************************
      * UM BLOCO POR ANO: ANO FECHADO SAI DE RESULTADOS.dat E DE
      * MEDIAS_ANUAIS.dat; ANO SEM FECHAMENTO SAI EM CURSO, COM AS
      * MEDIAS E A AUSENCIA APURADAS ATE A DATA
      ******************************************************************
       P500-IMPRIME-ANO.
           SET TEM-RESULTADO       TO FALSE
           IF FS-RES-OK
               MOVE WS-ANO-LETIVO(WS-IND-ANO) TO RES-ANO
               MOVE WS-CD-BUSCA     TO RES-CD-STUDENT
               READ RESULTADOS
                   KEY IS RES-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-RESULTADO TO TRUE
               END-READ
           END-IF

           IF TEM-RESULTADO
               EVALUATE TRUE
                   WHEN RES-APROVADO
                       MOVE 'APROVADO'   TO WS-RESULTADO-DESC
                   WHEN RES-APROV-RECUPERACAO
                       MOVE 'APROVADO EM RECUPERACAO'
                                         TO WS-RESULTADO-DESC
                   WHEN RES-REPROVADO
                       MOVE 'REPROVADO'  TO WS-RESULTADO-DESC
                   WHEN OTHER
                       MOVE 'NAO INFORMADO' TO WS-RESULTADO-DESC
               END-EVALUATE
               MOVE RES-MEDIA-GERAL TO WS-MEDIA-MSK
               MOVE RES-PCT-AUSENCIA TO WS-PCT-MSK
           ELSE
               EVALUATE WS-ANO-ST-MATRICULA(WS-IND-ANO)
                   WHEN 'A'
                       MOVE 'EM CURSO'   TO WS-RESULTADO-DESC
                   WHEN 'T'
                       MOVE 'TRANSFERIDO' TO WS-RESULTADO-DESC
                   WHEN OTHER
                       MOVE 'MATRICULA ENCERRADA SEM FECHAMENTO'
                                         TO WS-RESULTADO-DESC
               END-EVALUATE
               PERFORM P550-APURA-AUSENCIA
               MOVE WS-PCT-AUSENCIA TO WS-PCT-MSK
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ANO ' WS-ANO-LETIVO(WS-IND-ANO)
                  '  SERIE ' WS-ANO-SERIE(WS-IND-ANO)
                  '  TURMA ' WS-ANO-TURMA(WS-IND-ANO)
                  '  RESULTADO: ' WS-RESULTADO-DESC
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           IF TEM-RESULTADO
               STRING '  MEDIA GERAL: ' WS-MEDIA-MSK
                      '   AUSENCIA NO ANO: ' WS-PCT-MSK '%'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           ELSE
               STRING '  AUSENCIA ATE A DATA: ' WS-PCT-MSK '%'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           MOVE '  MATERIA      MEDIA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE ZEROS               TO WS-QTD-MEDIAS
           IF TEM-RESULTADO
               PERFORM P510-MEDIAS-FECHADAS
           ELSE
               PERFORM P530-MEDIAS-PARCIAIS
           END-IF

           IF WS-QTD-MEDIAS EQUAL ZEROS
               IF TEM-RESULTADO
                   MOVE '  (MEDIAS POR MATERIA NAO GUARDADAS NO '
                     TO REG-IMPRESSAO
                   MOVE 'FECHAMENTO DESTE ANO)'
                     TO REG-IMPRESSAO(40:21)
               ELSE
                   MOVE '  (NENHUMA NOTA LANCADA)'
                     TO REG-IMPRESSAO
               END-IF
               WRITE REG-IMPRESSAO
           END-IF
           .
       P500-FIM.

       P510-MEDIAS-FECHADAS.
           IF NOT FS-MDA-OK
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO(WS-IND-ANO) TO MDA-ANO
           MOVE WS-CD-BUSCA         TO MDA-CD-STUDENT
           MOVE LOW-VALUES          TO MDA-MATERIA
           START MEDIAS-ANUAIS KEY IS NOT LESS THAN MDA-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P515-LE-MEDIA UNTIL EOF-OK
           .
       P510-FIM.

       P515-LE-MEDIA.
           READ MEDIAS-ANUAIS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MDA-ANO NOT EQUAL WS-ANO-LETIVO(WS-IND-ANO) OR
                      MDA-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       MOVE MDA-MEDIA TO WS-MEDIA
                       MOVE MDA-MATERIA TO WS-MATERIA-ATUAL
                       MOVE MDA-RECUPERACAO TO WS-RECUPERACAO
                       PERFORM P520-IMPRIME-MEDIA
                   END-IF
           END-READ
           .
       P515-FIM.

       P520-IMPRIME-MEDIA.
           ADD 1                    TO WS-QTD-MEDIAS
           MOVE WS-MEDIA            TO WS-MEDIA-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           IF WS-RECUPERACAO EQUAL 'S'
               STRING '  ' WS-MATERIA-ATUAL '   ' WS-MEDIA-MSK
                      '  (COM RECUPERACAO)'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           ELSE
               STRING '  ' WS-MATERIA-ATUAL '   ' WS-MEDIA-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
           END-IF
           WRITE REG-IMPRESSAO
           .
       P520-FIM.

      ******************************************************************
      * ANO EM CURSO: MEDIA POR MATERIA DAS NOTAS LANCADAS, COM A MAIOR
      * ENTRE A NOTA DO BIMESTRE E A DE RECUPERACAO (REGRA DO BOLETIM)
      ******************************************************************
       P530-MEDIAS-PARCIAIS.
           IF NOT FS-NTA-OK
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK              TO FALSE
           MOVE SPACES              TO WS-MATERIA-ATUAL
           MOVE ZEROS               TO WS-SOMA-NOTAS
           MOVE ZEROS               TO WS-QTD-NOTAS
           MOVE 'N'                 TO WS-RECUPERACAO
           MOVE WS-CD-BUSCA         TO NTA-CD-STUDENT
           MOVE LOW-VALUES          TO NTA-MATERIA
           MOVE ZEROS               TO NTA-BIMESTRE
           START NOTAS-ALUNOS KEY IS NOT LESS THAN NTA-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P535-LE-NOTA UNTIL EOF-OK
           PERFORM P540-FECHA-MATERIA
           .
       P530-FIM.

       P535-LE-NOTA.
           READ NOTAS-ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF NTA-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF NTA-MATERIA NOT EQUAL WS-MATERIA-ATUAL
                           PERFORM P540-FECHA-MATERIA
                           MOVE NTA-MATERIA TO WS-MATERIA-ATUAL
                       END-IF
                       IF NTA-COM-RECUPERACAO AND
                          NTA-NOTA-RECUPERACAO GREATER THAN NTA-NOTA
                           MOVE NTA-NOTA-RECUPERACAO
                                    TO WS-NOTA-CONSIDERADA
                           MOVE 'S' TO WS-RECUPERACAO
                       ELSE
                           MOVE NTA-NOTA TO WS-NOTA-CONSIDERADA
                       END-IF
                       ADD WS-NOTA-CONSIDERADA TO WS-SOMA-NOTAS
                       ADD 1        TO WS-QTD-NOTAS
                   END-IF
           END-READ
           .
       P535-FIM.

       P540-FECHA-MATERIA.
           IF WS-QTD-NOTAS GREATER THAN ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                       WS-SOMA-NOTAS / WS-QTD-NOTAS
               PERFORM P520-IMPRIME-MEDIA
           END-IF
           MOVE ZEROS               TO WS-SOMA-NOTAS
           MOVE ZEROS               TO WS-QTD-NOTAS
           MOVE 'N'                 TO WS-RECUPERACAO
           .
       P540-FIM.

       P550-APURA-AUSENCIA.
           MOVE ZEROS               TO WS-QTD-PRESENCAS
           MOVE ZEROS               TO WS-QTD-AUSENCIAS
           MOVE ZEROS               TO WS-PCT-AUSENCIA

           IF NOT FS-FRQ-OK
               EXIT PARAGRAPH
           END-IF

           SET EOF-OK              TO FALSE
           COMPUTE FRQ-DATA = WS-ANO-LETIVO(WS-IND-ANO) * 10000
           MOVE ZEROS               TO FRQ-CD-STUDENT
           MOVE LOW-VALUES          TO FRQ-MATERIA
           START PRESENCA KEY IS NOT LESS THAN FRQ-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P555-SOMA-PRESENCA UNTIL EOF-OK

           COMPUTE WS-TOTAL-AULAS =
                   WS-QTD-PRESENCAS + WS-QTD-AUSENCIAS
           IF WS-TOTAL-AULAS GREATER THAN ZEROS
               COMPUTE WS-PCT-AUSENCIA ROUNDED =
                       WS-QTD-AUSENCIAS * 100 / WS-TOTAL-AULAS
           END-IF
           .
       P550-FIM.

       P555-SOMA-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF FRQ-DATA(1:4) NOT EQUAL WS-ANO-LETIVO(WS-IND-ANO)
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF FRQ-CD-STUDENT EQUAL WS-CD-BUSCA
                           IF FRQ-AUSENTE
                               ADD 1 TO WS-QTD-AUSENCIAS
                           ELSE
                               ADD 1 TO WS-QTD-PRESENCAS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P555-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM HISESC.
