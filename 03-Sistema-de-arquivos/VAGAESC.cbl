      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 08/12/2024
      * Purpose: OFERTA DE VAGA DA FILA DE ESPERA - CHAMADO QUANDO UMA
      *          MATRICULA DA TURMA E CANCELADA (MATRESC) OU O ALUNO E
      *          TRANSFERIDO (TRFESC): SE A TURMA FICOU COM VAGA
      *          (CAPACIDADE DE TURMAS.dat MENOS AS MATRICULAS ATIVAS),
      *          OFERECE A VAGA AO PRIMEIRO DA FILA (ESPERA.dat, EM
      *          ORDEM DE DATA/HORA DO PEDIDO); <S> MATRICULA O ALUNO
      *          NA TURMA, <D> REGISTRA A DESISTENCIA E PASSA AO
      *          PROXIMO, QUALQUER OUTRA TECLA MANTEM A FILA COMO ESTA
      * Tectonics: cobc
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGAESC.

       ENVIRONMENT DIVISION.
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

           SELECT TURMAS ASSIGN TO
           'TURMAS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS TRM-CHAVE
           FILE STATUS IS WS-FS-TRM.

           SELECT ESPERA ASSIGN TO
           'ESPERA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS ESP-CHAVE
           FILE STATUS IS WS-FS-ESP.

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
              88 MAT-CANCELADA           VALUE 'C'.

       FD TURMAS.
       01 REG-TURMA.
           03 TRM-CHAVE.
              05 TRM-ANO                 PIC 9(04).
              05 TRM-TURMA               PIC X(05).
           03 TRM-SERIE                  PIC 9(02).
           03 TRM-CAPACIDADE             PIC 9(03).

       FD ESPERA.
       01 REG-ESPERA.
           03 ESP-CHAVE.
              05 ESP-ANO                 PIC 9(04).
              05 ESP-TURMA               PIC X(05).
              05 ESP-DT-PEDIDO           PIC 9(08).
              05 ESP-HR-PEDIDO           PIC 9(08).
              05 ESP-CD-STUDENT          PIC 9(05).
           03 ESP-SERIE                  PIC 9(02).
           03 ESP-ST-ESPERA              PIC X(01).
              88 ESP-AGUARDANDO          VALUE 'A'.
              88 ESP-MATRICULADO         VALUE 'M'.
              88 ESP-DESISTIU            VALUE 'D'.
           03 ESP-OPERADOR               PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-TRM                      PIC 99.
          88 FS-TRM-OK                   VALUE 0.
       77 WS-FS-ESP                      PIC 99.
          88 FS-ESP-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-FIM-OFERTA                  PIC X.
          88 FIM-OFERTA                  VALUE 'S' FALSE 'N'.
       77 WS-OCUPADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-CAPACIDADE                  PIC 9(03) VALUE ZEROS.
       77 WS-SERIE                       PIC 9(02) VALUE ZEROS.
       77 WS-RESPOSTA                    PIC X VALUE SPACES.
       01 WS-DT-PEDIDO                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-PEDIDO.
          03 WS-PED-AAAA                 PIC 9(04).
          03 WS-PED-MM                   PIC 9(02).
          03 WS-PED-DD                   PIC 9(02).
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-AREA-VAGA.
          03 LK-VAG-ANO                  PIC 9(04).
          03 LK-VAG-TURMA                PIC X(05).
          03 LK-VAG-OPERADOR             PIC X(06).
          03 LK-VAG-RESULTADO            PIC X(01).
             88 LK-VAG-PREENCHIDA        VALUE 'S'.
             88 LK-VAG-NAO-PREENCHIDA    VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-VAGA.
       MAIN-PROCEDURE.

           SET LK-VAG-NAO-PREENCHIDA TO TRUE

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               PERFORM P900-FIM
           END-IF

           PERFORM P300-CONFERE-VAGA
           IF WS-OCUPADAS LESS THAN WS-CAPACIDADE
               PERFORM P400-OFERECE-VAGA
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * VAGA = CAPACIDADE DA TURMA MENOS AS MATRICULAS ATIVAS NELA;
      * TURMA SEM CADASTRO FICA SEM OFERTA (CAPACIDADE ZERO)
      ******************************************************************
       P300-CONFERE-VAGA.
           MOVE ZEROS               TO WS-CAPACIDADE
           MOVE ZEROS               TO WS-OCUPADAS
           SET FS-TRM-OK           TO TRUE

           OPEN INPUT TURMAS
           IF NOT FS-TRM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LK-VAG-ANO          TO TRM-ANO
           MOVE LK-VAG-TURMA        TO TRM-TURMA
           READ TURMAS
               KEY IS TRM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRM-CAPACIDADE TO WS-CAPACIDADE
                   MOVE TRM-SERIE   TO WS-SERIE
           END-READ
           CLOSE TURMAS

           IF WS-CAPACIDADE EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           SET FS-MAT-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LK-VAG-ANO          TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P310-CONTA-MATRICULA UNTIL EOF-OK
           CLOSE MATRICULAS

           IF WS-OCUPADAS NOT LESS THAN WS-CAPACIDADE
               DISPLAY 'TURMA ' LK-VAG-TURMA ' CONTINUA SEM VAGA ('
                       WS-OCUPADAS ' DE ' WS-CAPACIDADE ').'
           END-IF
           .
       P300-FIM.

       P310-CONTA-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL LK-VAG-ANO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA AND MAT-TURMA EQUAL LK-VAG-TURMA
                           ADD 1    TO WS-OCUPADAS
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

       P400-OFERECE-VAGA.
           SET FS-ESP-OK           TO TRUE
           SET FIM-OFERTA          TO FALSE

           OPEN I-O ESPERA
           IF NOT FS-ESP-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT

           MOVE LK-VAG-ANO          TO ESP-ANO
           MOVE LK-VAG-TURMA        TO ESP-TURMA
           MOVE ZEROS               TO ESP-DT-PEDIDO
           MOVE ZEROS               TO ESP-HR-PEDIDO
           MOVE ZEROS               TO ESP-CD-STUDENT
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET FIM-OFERTA   TO TRUE
           END-START
           PERFORM P410-PROXIMO-DA-FILA UNTIL FIM-OFERTA

           IF NOT LK-VAG-PREENCHIDA
               DISPLAY 'VAGA NA TURMA ' LK-VAG-TURMA
                       ' NAO PREENCHIDA PELA FILA DE ESPERA.'
           END-IF

           CLOSE STUDENT
           CLOSE ESPERA
           .
       P400-FIM.

       P410-PROXIMO-DA-FILA.
           READ ESPERA NEXT RECORD
               AT END
                   SET FIM-OFERTA  TO TRUE
               NOT AT END
                   IF ESP-ANO NOT EQUAL LK-VAG-ANO OR
                      ESP-TURMA NOT EQUAL LK-VAG-TURMA
                       SET FIM-OFERTA TO TRUE
                   ELSE
                       IF ESP-AGUARDANDO
                           PERFORM P420-PERGUNTA-RESPONSAVEL
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

       P420-PERGUNTA-RESPONSAVEL.
           MOVE ESP-CD-STUDENT      TO CD-STUDENT
           MOVE SPACES              TO NM-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO NM-STUDENT
           END-READ
           MOVE ESP-DT-PEDIDO       TO WS-DT-PEDIDO

           DISPLAY 'VAGA NA TURMA ' LK-VAG-TURMA ' - PROXIMO DA FILA: '
                   ESP-CD-STUDENT ' ' NM-STUDENT ' (PEDIDO EM '
                   WS-PED-DD '/' WS-PED-MM '/' WS-PED-AAAA ')'
           DISPLAY '<S> MATRICULAR, <D> DESISTIU (PASSA AO PROXIMO), '
                   'OUTRA TECLA MANTEM A FILA: '
           ACCEPT WS-RESPOSTA

           EVALUATE WS-RESPOSTA
               WHEN 'S'
               WHEN 's'
                   PERFORM P430-MATRICULA-DA-FILA
                   SET FIM-OFERTA  TO TRUE
               WHEN 'D'
               WHEN 'd'
                   SET ESP-DESISTIU TO TRUE
                   MOVE LK-VAG-OPERADOR TO ESP-OPERADOR
                   REWRITE REG-ESPERA
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A FILA.'
                   END-REWRITE
               WHEN OTHER
                   SET FIM-OFERTA  TO TRUE
           END-EVALUATE
           .
       P420-FIM.

      ******************************************************************
      * O ALUNO PODE JA TER MATRICULA NO ANO (PROMOVIDO PELO FECHAMENTO
      * SEM TURMA): NESSE CASO A MATRICULA RECEBE A TURMA
      ******************************************************************
       P430-MATRICULA-DA-FILA.
           SET FS-MAT-OK           TO TRUE
           OPEN I-O MATRICULAS
           IF WS-FS-MAT EQUAL 35
               OPEN OUTPUT MATRICULAS
           END-IF
           IF NOT FS-MAT-OK
               DISPLAY 'ERRO AO ABRIR MATRICULAS.dat.'
               EXIT PARAGRAPH
           END-IF

           MOVE LK-VAG-ANO          TO MAT-ANO
           MOVE ESP-CD-STUDENT      TO MAT-CD-STUDENT
           MOVE LK-VAG-TURMA        TO MAT-TURMA
           MOVE WS-SERIE            TO MAT-SERIE
           SET MAT-ATIVA            TO TRUE
           WRITE REG-MATRICULA
               INVALID KEY
                   REWRITE REG-MATRICULA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A MATRICULA.'
                       NOT INVALID KEY
                           SET LK-VAG-PREENCHIDA TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET LK-VAG-PREENCHIDA TO TRUE
           END-WRITE
           CLOSE MATRICULAS

           IF LK-VAG-PREENCHIDA
               SET ESP-MATRICULADO  TO TRUE
               MOVE LK-VAG-OPERADOR TO ESP-OPERADOR
               REWRITE REG-ESPERA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A FILA.'
               END-REWRITE
               DISPLAY 'ALUNO ' ESP-CD-STUDENT ' MATRICULADO NA TURMA '
                       LK-VAG-TURMA '.'
           END-IF
           .
       P430-FIM.

       P900-FIM.
            GOBACK.
       COPY LAYCHKP.

       END PROGRAM VAGAESC.
