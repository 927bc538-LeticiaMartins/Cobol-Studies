      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 06/12/2024
      * Purpose: TRANSFERENCIA DE ALUNO E DECLARACOES DA SECRETARIA -
      *          <T> TRANSFERE O ALUNO NO MEIO DO ANO: ENCERRA A
      *          MATRICULA DO ANO (MAT-ST-MATRICULA 'T'), MARCA O
      *          ALUNO COMO TRANSFERIDO (ST-STUDENT 'T'), CANCELA AS
      *          MENSALIDADES DOS MESES SEGUINTES AO DA TRANSFERENCIA
      *          QUE NAO TENHAM PAGAMENTO E IMPRIME A GUIA DE
      *          TRANSFERENCIA COM AS NOTAS PARCIAIS E A FREQUENCIA
      *          ATE A DATA; <M> DECLARACAO DE MATRICULA, <P>
      *          DECLARACAO DE FREQUENCIA E <N> DECLARACAO DE NADA
      *          CONSTA (SEM MENSALIDADE VENCIDA EM ABERTO). TODOS OS
      *          DOCUMENTOS RECEBEM O NUMERO SEQUENCIAL DO REGISTRO DE
      *          DOCUMENTOS DA SECRETARIA (DOCUMENTOS_ESC.dat, O MESMO
      *          DO HISTORICO ESCOLAR), CONSULTADO PELA OPCAO <R>
      * Tectonics: cobc -I ../copybooks
      * Update: 08/12/2024 - A VAGA ABERTA PELA TRANSFERENCIA E
      *         OFERECIDA A FILA DE ESPERA DA TURMA (VAGAESC)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFESC.

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

           SELECT MENSALIDADES ASSIGN TO
           'MENSALIDADES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS MEN-CHAVE
           FILE STATUS IS WS-FS-MEN.

           SELECT PAGAMENTOS ASSIGN TO
           'PAGAMENTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PAG-CHAVE
           FILE STATUS IS WS-FS-PAG.

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
              88 ST-ALUNO-TRANSFERIDO    VALUE 'T'.
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
              88 MAT-TRANSFERIDA         VALUE 'T'.

       FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03 MEN-CHAVE.
              05 MEN-ANOMES              PIC 9(06).
              05 MEN-CD-STUDENT          PIC 9(05).
           03 MEN-VALOR                  PIC 9(06)V99.
           03 MEN-DT-VENCIMENTO          PIC 9(08).
           03 MEN-NUM-PARCELA            PIC 9(03).

       FD PAGAMENTOS.
          COPY FD_PAGT.

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
       77 WS-FS-MEN                      PIC 99.
          88 FS-MEN-OK                   VALUE 0.
       77 WS-FS-PAG                      PIC 99.
          88 FS-PAG-OK                   VALUE 0.
       77 WS-FS-NTA                      PIC 99.
          88 FS-NTA-OK                   VALUE 0.
       77 WS-FS-FRQ                      PIC 99.
          88 FS-FRQ-OK                   VALUE 0.
       77 WS-FS-DCE                      PIC 99.
          88 FS-DCE-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                     PIC X.
          88 EOF-PAG-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ACHADO                PIC X VALUE 'N'.
          88 ALUNO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-MATRICULA-ACHADA            PIC X VALUE 'N'.
          88 MATRICULA-ACHADA            VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS              PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X VALUE SPACES.
       77 WS-CONFIRM                     PIC X VALUE SPACES.
       77 WS-CD-BUSCA                    PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-ST-ALUNO                    PIC X(01) VALUE SPACES.
       77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
       77 WS-TURMA                       PIC X(05) VALUE SPACES.
       77 WS-SERIE                       PIC 9(02) VALUE ZEROS.
       77 WS-ST-MATRICULA                PIC X(01) VALUE SPACES.
       77 WS-ESCOLA-DESTINO              PIC X(40) VALUE SPACES.
       77 WS-NUMERO-DOC                  PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-DOC                    PIC X(01) VALUE SPACES.
       77 WS-TITULO-DOC                  PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       77 WS-QTD-CANCELADAS              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MANTIDAS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EM-ABERTO               PIC 9(03) VALUE ZEROS.
       77 WS-CONTRATO-MENS               PIC 9(06) VALUE ZEROS.
       77 WS-PARCELA-MENS                PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-PAGO-MEN              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-MEN                   PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-ABERTO                PIC S9(08)V99 VALUE ZEROS.
       77 WS-SALDO-MSK                   PIC -Z.ZZZ.ZZ9,99.
       77 WS-MATERIA-ATUAL               PIC X(10) VALUE SPACES.
       77 WS-SOMA-NOTAS                  PIC 9(04)V99 VALUE ZEROS.
       77 WS-QTD-NOTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-MEDIA                       PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-CONSIDERADA            PIC 9(02)V99 VALUE ZEROS.
       77 WS-IND                         PIC 9(01) VALUE ZEROS.
       77 WS-QTD-MATERIAS                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PRESENCAS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-AUSENCIAS               PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-AULAS                 PIC 9(04) VALUE ZEROS.
       77 WS-PCT-PRESENCA                PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-AUSENCIA                PIC 9(03)V99 VALUE ZEROS.
       77 WS-MEDIA-MSK                   PIC Z9,99.
       77 WS-PCT-MSK                     PIC ZZ9,99.
       77 WS-QTD-MSK                     PIC ZZZ9.
       77 WS-QTD-AUS-MSK                 PIC ZZZ9.
       01 WS-ANOMES                      PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES.
          03 WS-ANOMES-AAAA              PIC 9(04).
          03 WS-ANOMES-MM                PIC 9(02).
       01 WS-NOTAS-BIMESTRE.
          03 WS-NOTA-BIM                 PIC X(05) OCCURS 4 TIMES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
       01 WS-AREA-VAGA.
          03 WS-VAG-ANO                  PIC 9(04).
          03 WS-VAG-TURMA                PIC X(05).
          03 WS-VAG-OPERADOR             PIC X(06).
          03 WS-VAG-RESULTADO            PIC X(01).
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 WS-HOJE-MM                  PIC 9(02).
          03 WS-HOJE-DD                  PIC 9(02).
       01 WS-DATA-REFERENCIA             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-REFERENCIA.
          03 WS-REF-ANOMES               PIC 9(06).
          03 FILLER REDEFINES WS-REF-ANOMES.
             05 WS-REF-AAAA              PIC 9(04).
             05 WS-REF-MM                PIC 9(02).
          03 WS-REF-DD                   PIC 9(02).
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
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'NOTAS_ALUNOS.dat'   TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** TRANSFERENCIA E DECLARACOES ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <T> TRANSFERENCIA, <M> DECLARACAO DE '
                   'MATRICULA, <P> DECLARACAO DE FREQUENCIA, <N> NADA '
                   'CONSTA, <R> REGISTRO DE DOCUMENTOS OU <F> '
                   'FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'T'
               WHEN 't'
                   PERFORM P400-TRANSFERENCIA
               WHEN 'M'
               WHEN 'm'
                   PERFORM P500-DECLARA-MATRICULA
               WHEN 'P'
               WHEN 'p'
                   PERFORM P550-DECLARA-FREQUENCIA
               WHEN 'N'
               WHEN 'n'
                   PERFORM P600-NADA-CONSTA
               WHEN 'R'
               WHEN 'r'
                   PERFORM P700-LISTA-REGISTRO
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

       P305-PEDE-ANO.
           DISPLAY 'ANO LETIVO (AAAA, 0 = ANO ATUAL): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-HOJE-AAAA    TO WS-ANO-LETIVO
           END-IF
           .
       P305-FIM.

       P310-BUSCA-ALUNO.
           SET ALUNO-ACHADO        TO FALSE
           SET FS-OK               TO TRUE

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
                   MOVE NM-STUDENT  TO WS-NM-ALUNO
                   MOVE ST-STUDENT  TO WS-ST-ALUNO
                   EVALUATE TRUE
                       WHEN ST-ALUNO-INATIVO
                           DISPLAY 'ALUNO ESTA EXCLUIDO (INATIVO).'
                       WHEN OTHER
                           SET ALUNO-ACHADO TO TRUE
                           DISPLAY 'ALUNO: ' NM-STUDENT
                   END-EVALUATE
           END-READ

           CLOSE STUDENT
           .
       P310-FIM.

       P315-BUSCA-MATRICULA.
           SET MATRICULA-ACHADA    TO FALSE
           SET FS-MAT-OK           TO TRUE

           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               DISPLAY 'NENHUMA MATRICULA GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE WS-CD-BUSCA         TO MAT-CD-STUDENT
           READ MATRICULAS
               KEY IS MAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MATRICULA-ACHADA TO TRUE
                   MOVE MAT-TURMA   TO WS-TURMA
                   MOVE MAT-SERIE   TO WS-SERIE
                   MOVE MAT-ST-MATRICULA TO WS-ST-MATRICULA
           END-READ

           CLOSE MATRICULAS
           .
       P315-FIM.

      ******************************************************************
      * NUMERO DO DOCUMENTO: O MAIOR DO REGISTRO MAIS UM (O REGISTRO
      * FICA ABERTO ATE O DOCUMENTO SER GRAVADO EM P340)
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

       P330-ABRE-DOCUMENTO.
           PERFORM P320-PROXIMO-NUMERO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'TRFESC'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TITULO-DOC       TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'DOCUMENTO NR ' WS-NUMERO-DOC
                  '      EMISSAO: ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P330-FIM.

       P340-FECHA-DOCUMENTO.
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '      ______________________________'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '      SECRETARIA ESCOLAR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           MOVE WS-NUMERO-DOC       TO DCE-NUMERO
           MOVE WS-TIPO-DOC         TO DCE-TIPO
           MOVE WS-CD-BUSCA         TO DCE-CD-STUDENT
           MOVE WS-ANO-LETIVO       TO DCE-ANO
           MOVE WS-DATA-HOJE        TO DCE-DATA-EMISSAO
           MOVE WS-DATA-REFERENCIA  TO DCE-DATA-REFERENCIA
           MOVE LK-OPERADOR         TO DCE-OPERADOR
           MOVE WS-NOME-SPOOL       TO DCE-ARQUIVO
           WRITE REG-DOCUMENTO-ESC
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO '
                           WS-NUMERO-DOC '.'
                   SET LK-ERRO     TO TRUE
           END-WRITE
           CLOSE DOCUMENTOS-ESC

           DISPLAY 'DOCUMENTO NR ' WS-NUMERO-DOC
                   ' GRAVADO EM ' WS-NOME-SPOOL
           .
       P340-FIM.

       P345-LINHA-ALUNO.
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ALUNO(A): ' WS-CD-BUSCA ' - ' WS-NM-ALUNO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ANO LETIVO: ' WS-ANO-LETIVO
                  '   SERIE: ' WS-SERIE
                  '   TURMA: ' WS-TURMA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P345-FIM.

      ******************************************************************
      * FREQUENCIA DO ALUNO NO ANO LETIVO ATE A DATA DE REFERENCIA
      ******************************************************************
       P350-APURA-FREQUENCIA.
           MOVE ZEROS               TO WS-QTD-PRESENCAS
           MOVE ZEROS               TO WS-QTD-AUSENCIAS
           MOVE ZEROS               TO WS-PCT-AUSENCIA
           MOVE ZEROS               TO WS-PCT-PRESENCA
           SET FS-FRQ-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT PRESENCA
           IF NOT FS-FRQ-OK
               EXIT PARAGRAPH
           END-IF

           COMPUTE FRQ-DATA = WS-ANO-LETIVO * 10000
           MOVE ZEROS               TO FRQ-CD-STUDENT
           MOVE LOW-VALUES          TO FRQ-MATERIA
           START PRESENCA KEY IS NOT LESS THAN FRQ-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P355-SOMA-PRESENCA UNTIL EOF-OK
           CLOSE PRESENCA

           COMPUTE WS-TOTAL-AULAS =
                   WS-QTD-PRESENCAS + WS-QTD-AUSENCIAS
           IF WS-TOTAL-AULAS GREATER THAN ZEROS
               COMPUTE WS-PCT-AUSENCIA ROUNDED =
                       WS-QTD-AUSENCIAS * 100 / WS-TOTAL-AULAS
               COMPUTE WS-PCT-PRESENCA = 100 - WS-PCT-AUSENCIA
           END-IF
           .
       P350-FIM.

       P355-SOMA-PRESENCA.
           READ PRESENCA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF FRQ-DATA(1:4) NOT EQUAL WS-ANO-LETIVO OR
                      FRQ-DATA GREATER THAN WS-DATA-REFERENCIA
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
       P355-FIM.

      ******************************************************************
      * SALDO DE UMA MENSALIDADE: A 'PARCELA' E DERIVADA DO PERIODO,
      * COMO EM MENSESC (CONTRATO 900000 + CODIGO DO ALUNO)
      ******************************************************************
       P360-SALDO-MENSALIDADE.
           MOVE ZEROS               TO WS-TOTAL-PAGO-MEN
           MOVE MEN-ANOMES          TO WS-ANOMES
           COMPUTE WS-CONTRATO-MENS = 900000 + MEN-CD-STUDENT
           COMPUTE WS-PARCELA-MENS =
                   FUNCTION MOD(WS-ANOMES-AAAA 10) * 12
                   + WS-ANOMES-MM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE WS-CONTRATO-MENS TO PAG-NUM-CONTRATO
               MOVE WS-PARCELA-MENS  TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START
               PERFORM P365-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-MEN = MEN-VALOR - WS-TOTAL-PAGO-MEN
           .
       P360-FIM.

       P365-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-CONTRATO-MENS AND
                      PAG-NUM-PARCELA EQUAL WS-PARCELA-MENS
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-MEN
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P365-FIM.

       P370-ABRE-PAGAMENTOS.
           SET FS-PAG-OK            TO TRUE
           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF
           .
       P370-FIM.

      ******************************************************************
      * TRANSFERENCIA: SO DE ALUNO COM MATRICULA ATIVA NO ANO, COM A
      * DATA DENTRO DO PROPRIO ANO LETIVO
      ******************************************************************
       P400-TRANSFERENCIA.
           PERFORM P305-PEDE-ANO
           PERFORM P310-BUSCA-ALUNO
           IF NOT ALUNO-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-ALUNO EQUAL 'T'
               DISPLAY 'ALUNO JA FOI TRANSFERIDO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P315-BUSCA-MATRICULA
           IF NOT MATRICULA-ACHADA OR WS-ST-MATRICULA NOT EQUAL 'A'
               DISPLAY 'ALUNO SEM MATRICULA ATIVA EM ' WS-ANO-LETIVO
                       '.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DA TRANSFERENCIA (AAAAMMDD, 0 = HOJE): '
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DATA-REFERENCIA
           END-IF
           IF WS-REF-AAAA NOT EQUAL WS-ANO-LETIVO OR
              WS-REF-MM LESS THAN 1 OR WS-REF-MM GREATER THAN 12 OR
              WS-REF-DD LESS THAN 1 OR WS-REF-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA OU FORA DO ANO LETIVO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ESCOLA DE DESTINO: '
           ACCEPT WS-ESCOLA-DESTINO
           INSPECT WS-ESCOLA-DESTINO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'CONFIRMA A TRANSFERENCIA DE ' WS-NM-ALUNO
                   ' EM ' WS-REF-DD '/' WS-REF-MM '/' WS-REF-AAAA
                   '? <S> PARA CONFIRMAR: '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'Transferencia nao realizada.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P410-ENCERRA-MATRICULA
           IF NOT MATRICULA-ACHADA
               EXIT PARAGRAPH
           END-IF
           PERFORM P415-MARCA-ALUNO
           PERFORM P420-CANCELA-MENSALIDADES
           PERFORM P440-IMPRIME-GUIA

           DISPLAY 'MATRICULA ' WS-ANO-LETIVO ' ENCERRADA POR '
                   'TRANSFERENCIA.'
           DISPLAY 'MENSALIDADES CANCELADAS: ' WS-QTD-CANCELADAS
           IF WS-QTD-MANTIDAS GREATER THAN ZEROS
               DISPLAY 'MENSALIDADES FUTURAS MANTIDAS (COM '
                       'PAGAMENTO): ' WS-QTD-MANTIDAS
           END-IF

           IF WS-TURMA NOT EQUAL SPACES
               MOVE WS-ANO-LETIVO   TO WS-VAG-ANO
               MOVE WS-TURMA        TO WS-VAG-TURMA
               MOVE LK-OPERADOR     TO WS-VAG-OPERADOR
               CALL 'VAGAESC' USING WS-AREA-VAGA
           END-IF
           .
       P400-FIM.

       P410-ENCERRA-MATRICULA.
           SET MATRICULA-ACHADA    TO FALSE
           SET FS-MAT-OK           TO TRUE
           OPEN I-O MATRICULAS
           IF NOT FS-MAT-OK
               DISPLAY 'ERRO AO ABRIR MATRICULAS.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-MAT
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE WS-CD-BUSCA         TO MAT-CD-STUDENT
           READ MATRICULAS
               KEY IS MAT-CHAVE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA!'
               NOT INVALID KEY
                   SET MAT-TRANSFERIDA TO TRUE
                   REWRITE REG-MATRICULA
                       INVALID KEY
                           DISPLAY 'ERRO AO ENCERRAR A MATRICULA.'
                           SET LK-ERRO TO TRUE
                       NOT INVALID KEY
                           SET MATRICULA-ACHADA TO TRUE
                   END-REWRITE
           END-READ

           CLOSE MATRICULAS
           .
       P410-FIM.

       P415-MARCA-ALUNO.
           SET FS-OK               TO TRUE
           OPEN I-O STUDENT
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT.'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-BUSCA         TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ST-ALUNO-TRANSFERIDO TO TRUE
                   REWRITE STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'ERRO AO MARCAR O ALUNO COMO '
                                   'TRANSFERIDO.'
                           SET LK-ERRO TO TRUE
                   END-REWRITE
           END-READ

           CLOSE STUDENT
           .
       P415-FIM.

      ******************************************************************
      * MENSALIDADES A PARTIR DO MES SEGUINTE AO DA TRANSFERENCIA: A
      * COBRANCA SEM NENHUM PAGAMENTO E EXCLUIDA; A QUE JA TEM
      * PAGAMENTO FICA (A DEVOLUCAO E TRATADA PELA TESOURARIA)
      ******************************************************************
       P420-CANCELA-MENSALIDADES.
           MOVE ZEROS               TO WS-QTD-CANCELADAS
           MOVE ZEROS               TO WS-QTD-MANTIDAS
           SET FS-MEN-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN I-O MENSALIDADES
           IF NOT FS-MEN-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM P370-ABRE-PAGAMENTOS

           MOVE WS-REF-ANOMES       TO MEN-ANOMES
           MOVE 99999               TO MEN-CD-STUDENT
           START MENSALIDADES KEY IS GREATER THAN MEN-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P425-AVALIA-MENSALIDADE UNTIL EOF-OK

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE MENSALIDADES
           .
       P420-FIM.

       P425-AVALIA-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MEN-CD-STUDENT EQUAL WS-CD-BUSCA
                       PERFORM P360-SALDO-MENSALIDADE
                       IF WS-TOTAL-PAGO-MEN EQUAL ZEROS
                           DELETE MENSALIDADES RECORD
                               INVALID KEY
                                   ADD 1 TO WS-QTD-MANTIDAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-CANCELADAS
                           END-DELETE
                       ELSE
                           ADD 1    TO WS-QTD-MANTIDAS
                       END-IF
                   END-IF
           END-READ
           .
       P425-FIM.

       P440-IMPRIME-GUIA.
           MOVE 'GUIA DE TRANSFERENCIA'
                                    TO WS-TITULO-DOC
           MOVE 'T'                 TO WS-TIPO-DOC
           PERFORM P330-ABRE-DOCUMENTO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P345-LINHA-ALUNO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TRANSFERIDO(A) EM: ' WS-REF-DD '/' WS-REF-MM '/'
                  WS-REF-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESCOLA DE DESTINO: ' WS-ESCOLA-DESTINO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE 'NOTAS PARCIAIS DO ANO LETIVO:'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '  MATERIA     1.BIM  2.BIM  3.BIM  4.BIM  MEDIA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           PERFORM P450-NOTAS-PARCIAIS
           IF WS-QTD-MATERIAS EQUAL ZEROS
               MOVE '  (NENHUMA NOTA LANCADA)'
                                    TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           PERFORM P350-APURA-FREQUENCIA
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-QTD-PRESENCAS    TO WS-QTD-MSK
           MOVE WS-QTD-AUSENCIAS    TO WS-QTD-AUS-MSK
           MOVE WS-PCT-AUSENCIA     TO WS-PCT-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'FREQUENCIA ATE A TRANSFERENCIA: ' WS-QTD-MSK
                  ' PRESENCAS, ' WS-QTD-AUS-MSK ' AUSENCIAS ('
                  WS-PCT-MSK '%)'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P340-FECHA-DOCUMENTO
           .
       P440-FIM.

      ******************************************************************
      * NOTAS POR MATERIA E BIMESTRE; A NOTA DO BIMESTRE E A MAIOR
      * ENTRE A NOTA E A DE RECUPERACAO, COMO NO BOLETIM
      ******************************************************************
       P450-NOTAS-PARCIAIS.
           MOVE ZEROS               TO WS-QTD-MATERIAS
           SET FS-NTA-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT NOTAS-ALUNOS
           IF NOT FS-NTA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-MATERIA-ATUAL
           PERFORM P465-LIMPA-MATERIA
           MOVE WS-CD-BUSCA         TO NTA-CD-STUDENT
           MOVE LOW-VALUES          TO NTA-MATERIA
           MOVE ZEROS               TO NTA-BIMESTRE
           START NOTAS-ALUNOS KEY IS NOT LESS THAN NTA-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P455-LE-NOTA UNTIL EOF-OK
           PERFORM P460-IMPRIME-MATERIA
           CLOSE NOTAS-ALUNOS
           .
       P450-FIM.

       P455-LE-NOTA.
           READ NOTAS-ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF NTA-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF NTA-MATERIA NOT EQUAL WS-MATERIA-ATUAL
                           PERFORM P460-IMPRIME-MATERIA
                           MOVE NTA-MATERIA TO WS-MATERIA-ATUAL
                       END-IF
                       IF NTA-COM-RECUPERACAO AND
                          NTA-NOTA-RECUPERACAO GREATER THAN NTA-NOTA
                           MOVE NTA-NOTA-RECUPERACAO
                                    TO WS-NOTA-CONSIDERADA
                       ELSE
                           MOVE NTA-NOTA TO WS-NOTA-CONSIDERADA
                       END-IF
                       IF NTA-BIMESTRE GREATER THAN ZEROS AND
                          NTA-BIMESTRE LESS THAN 5
                           MOVE WS-NOTA-CONSIDERADA TO WS-MEDIA-MSK
                           MOVE WS-MEDIA-MSK
                             TO WS-NOTA-BIM(NTA-BIMESTRE)
                       END-IF
                       ADD WS-NOTA-CONSIDERADA TO WS-SOMA-NOTAS
                       ADD 1        TO WS-QTD-NOTAS
                   END-IF
           END-READ
           .
       P455-FIM.

       P460-IMPRIME-MATERIA.
           IF WS-QTD-NOTAS GREATER THAN ZEROS
               ADD 1                TO WS-QTD-MATERIAS
               COMPUTE WS-MEDIA ROUNDED =
                       WS-SOMA-NOTAS / WS-QTD-NOTAS
               MOVE WS-MEDIA        TO WS-MEDIA-MSK
               MOVE SPACES          TO REG-IMPRESSAO
               STRING '  ' WS-MATERIA-ATUAL '  '
                      WS-NOTA-BIM(1) '  ' WS-NOTA-BIM(2) '  '
                      WS-NOTA-BIM(3) '  ' WS-NOTA-BIM(4) '  '
                      WS-MEDIA-MSK
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF
           PERFORM P465-LIMPA-MATERIA
           .
       P460-FIM.

       P465-LIMPA-MATERIA.
           MOVE ZEROS               TO WS-SOMA-NOTAS
           MOVE ZEROS               TO WS-QTD-NOTAS
           MOVE '   - '             TO WS-NOTA-BIM(1)
           MOVE '   - '             TO WS-NOTA-BIM(2)
           MOVE '   - '             TO WS-NOTA-BIM(3)
           MOVE '   - '             TO WS-NOTA-BIM(4)
           .
       P465-FIM.

      ******************************************************************
      * DECLARACOES DE MATRICULA E DE FREQUENCIA: SO COM MATRICULA
      * ATIVA NO ANO LETIVO
      ******************************************************************
       P500-DECLARA-MATRICULA.
           PERFORM P510-CONFERE-MATRICULA
           IF NOT MATRICULA-ACHADA
               EXIT PARAGRAPH
           END-IF

           MOVE 'DECLARACAO DE MATRICULA'
                                    TO WS-TITULO-DOC
           MOVE 'M'                 TO WS-TIPO-DOC
           MOVE WS-DATA-HOJE        TO WS-DATA-REFERENCIA
           PERFORM P330-ABRE-DOCUMENTO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P520-TEXTO-DECLARAMOS
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NO '
                  'ANO LETIVO DE ' WS-ANO-LETIVO ','
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'NA SERIE ' WS-SERIE ', TURMA ' WS-TURMA '.'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P340-FECHA-DOCUMENTO
           .
       P500-FIM.

       P510-CONFERE-MATRICULA.
           SET MATRICULA-ACHADA    TO FALSE
           PERFORM P305-PEDE-ANO
           PERFORM P310-BUSCA-ALUNO
           IF NOT ALUNO-ACHADO
               EXIT PARAGRAPH
           END-IF

           PERFORM P315-BUSCA-MATRICULA
           IF MATRICULA-ACHADA AND WS-ST-MATRICULA NOT EQUAL 'A'
               SET MATRICULA-ACHADA TO FALSE
           END-IF
           IF NOT MATRICULA-ACHADA
               DISPLAY 'ALUNO SEM MATRICULA ATIVA EM ' WS-ANO-LETIVO
                       ' - DECLARACAO NAO EMITIDA.'
           END-IF
           .
       P510-FIM.

       P520-TEXTO-DECLARAMOS.
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-NM-ALUNO ' (CODIGO ' WS-CD-BUSCA ')'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P520-FIM.

       P550-DECLARA-FREQUENCIA.
           PERFORM P510-CONFERE-MATRICULA
           IF NOT MATRICULA-ACHADA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-HOJE        TO WS-DATA-REFERENCIA
           PERFORM P350-APURA-FREQUENCIA

           MOVE 'DECLARACAO DE FREQUENCIA'
                                    TO WS-TITULO-DOC
           MOVE 'F'                 TO WS-TIPO-DOC
           PERFORM P330-ABRE-DOCUMENTO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P520-TEXTO-DECLARAMOS
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MATRICULADO(A) NA SERIE ' WS-SERIE ', TURMA '
                  WS-TURMA ', NO ANO LETIVO DE ' WS-ANO-LETIVO ','
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-PCT-PRESENCA     TO WS-PCT-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'FREQUENTA AS AULAS COM ' WS-PCT-MSK
                  '% DE PRESENCA ATE ' WS-HOJE-DD '/' WS-HOJE-MM
                  '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-QTD-PRESENCAS    TO WS-QTD-MSK
           MOVE WS-QTD-AUSENCIAS    TO WS-QTD-AUS-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '(' WS-QTD-MSK ' PRESENCAS E ' WS-QTD-AUS-MSK
                  ' AUSENCIAS REGISTRADAS).'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P340-FECHA-DOCUMENTO
           .
       P550-FIM.

      ******************************************************************
      * NADA CONSTA: RECUSADO QUANDO HA MENSALIDADE VENCIDA (ATE ONTEM)
      * COM SALDO EM ABERTO
      ******************************************************************
       P600-NADA-CONSTA.
           PERFORM P310-BUSCA-ALUNO
           IF NOT ALUNO-ACHADO
               EXIT PARAGRAPH
           END-IF

           PERFORM P610-APURA-DEBITOS
           IF WS-QTD-EM-ABERTO GREATER THAN ZEROS
               MOVE WS-SALDO-ABERTO TO WS-SALDO-MSK
               DISPLAY 'EXISTEM ' WS-QTD-EM-ABERTO ' MENSALIDADES '
                       'VENCIDAS EM ABERTO - SALDO ' WS-SALDO-MSK
               DISPLAY 'DECLARACAO DE NADA CONSTA NAO EMITIDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE-AAAA        TO WS-ANO-LETIVO
           MOVE WS-DATA-HOJE        TO WS-DATA-REFERENCIA
           MOVE 'DECLARACAO DE NADA CONSTA'
                                    TO WS-TITULO-DOC
           MOVE 'N'                 TO WS-TIPO-DOC
           PERFORM P330-ABRE-DOCUMENTO
           IF NOT FS-DCE-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P520-TEXTO-DECLARAMOS
           MOVE 'NAO POSSUI DEBITOS DE MENSALIDADES ESCOLARES'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VENCIDAS ATE ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA ' JUNTO A ESTA ESCOLA.'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P340-FECHA-DOCUMENTO
           .
       P600-FIM.

       P610-APURA-DEBITOS.
           MOVE ZEROS               TO WS-QTD-EM-ABERTO
           MOVE ZEROS               TO WS-SALDO-ABERTO
           SET FS-MEN-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT MENSALIDADES
           IF NOT FS-MEN-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM P370-ABRE-PAGAMENTOS

           PERFORM P615-AVALIA-DEBITO UNTIL EOF-OK

           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE MENSALIDADES
           .
       P610-FIM.

       P615-AVALIA-DEBITO.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MEN-CD-STUDENT EQUAL WS-CD-BUSCA AND
                      MEN-DT-VENCIMENTO LESS THAN WS-DATA-HOJE
                       PERFORM P360-SALDO-MENSALIDADE
                       IF WS-SALDO-MEN GREATER THAN ZEROS
                           ADD 1    TO WS-QTD-EM-ABERTO
                           ADD WS-SALDO-MEN TO WS-SALDO-ABERTO
                       END-IF
                   END-IF
           END-READ
           .
       P615-FIM.

      ******************************************************************
      * CONSULTA DO REGISTRO DE DOCUMENTOS (TODOS OU DE UM ALUNO)
      ******************************************************************
       P700-LISTA-REGISTRO.
           SET FS-DCE-OK           TO TRUE
           SET EOF-OK              TO FALSE

           DISPLAY 'CODIGO DO ALUNO (0 = TODOS): '
           ACCEPT WS-CD-BUSCA

           OPEN INPUT DOCUMENTOS-ESC
           IF NOT FS-DCE-OK
               DISPLAY 'NENHUM DOCUMENTO REGISTRADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NUMERO TIPO                    ALUNO ANO  '
                   'EMISSAO  OPERAD'
           PERFORM P710-LE-REGISTRO UNTIL EOF-OK
           CLOSE DOCUMENTOS-ESC
           .
       P700-FIM.

       P710-LE-REGISTRO.
           READ DOCUMENTOS-ESC NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF WS-CD-BUSCA EQUAL ZEROS OR
                      DCE-CD-STUDENT EQUAL WS-CD-BUSCA
                       EVALUATE TRUE
                           WHEN DCE-HISTORICO
                               MOVE 'HISTORICO ESCOLAR'
                                 TO WS-TITULO-DOC
                           WHEN DCE-GUIA-TRANSFERENCIA
                               MOVE 'GUIA DE TRANSFERENCIA'
                                 TO WS-TITULO-DOC
                           WHEN DCE-DECL-MATRICULA
                               MOVE 'DECL. DE MATRICULA'
                                 TO WS-TITULO-DOC
                           WHEN DCE-DECL-FREQUENCIA
                               MOVE 'DECL. DE FREQUENCIA'
                                 TO WS-TITULO-DOC
                           WHEN DCE-NADA-CONSTA
                               MOVE 'NADA CONSTA'
                                 TO WS-TITULO-DOC
                           WHEN OTHER
                               MOVE 'TIPO DESCONHECIDO'
                                 TO WS-TITULO-DOC
                       END-EVALUATE
                       DISPLAY DCE-NUMERO ' ' WS-TITULO-DOC(1:23)
                               ' ' DCE-CD-STUDENT ' ' DCE-ANO ' '
                               DCE-DATA-EMISSAO ' ' DCE-OPERADOR
                       DISPLAY '       ARQUIVO: ' DCE-ARQUIVO
                   END-IF
           END-READ
           .
       P710-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM TRFESC.
