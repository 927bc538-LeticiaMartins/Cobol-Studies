      *          PASSAM A TRABALHAR POR TURMA - E ASSIM QUE A ESCOLA
      *          FUNCIONA, NAO COM UMA LISTA UNICA DE ALUNOS
      * Tectonics: cobc
      * Update: 06/12/2024 - NOVA MATRICULA DE ALUNO TRANSFERIDO
      *         (TRFESC) QUE VOLTA PARA A ESCOLA O REATIVA
      * Update: 08/12/2024 - CAPACIDADE POR TURMA E ANO (TURMAS.dat,
      *         OPCAO <T>): TURMA LOTADA RECUSA A MATRICULA E LEVA O
      *         ALUNO A FILA DE ESPERA (ESPERA.dat, OPCAO <E>);
      *         CANCELAMENTO (<X>) OFERECE A VAGA A FILA PELO VAGAESC;
      *         RELATORIO DE VAGAS POR SERIE E TURMA COM OS PROMOVIDOS
      *         SEM TURMA (<V>)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRESC.
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

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           03 ST-STUDENT                 PIC X(01).
              88 ST-ALUNO-ATIVO          VALUE 'A'.
              88 ST-ALUNO-INATIVO        VALUE 'I'.
              88 ST-ALUNO-TRANSFERIDO    VALUE 'T'.
           03 RESP1-CONTATO              PIC 9(06).
           03 RESP2-CONTATO              PIC 9(06).

           03 MAT-ST-MATRICULA           PIC X(01).
              88 MAT-ATIVA               VALUE 'A'.
              88 MAT-ENCERRADA           VALUE 'E'.
              88 MAT-TRANSFERIDA         VALUE 'T'.
              88 MAT-CANCELADA           VALUE 'C'.

      *    TURMA DO ANO, COM A SERIE E A CAPACIDADE DE ALUNOS
       FD TURMAS.
       01 REG-TURMA.
           03 TRM-CHAVE.
              05 TRM-ANO                 PIC 9(04).
              05 TRM-TURMA               PIC X(05).
           03 TRM-SERIE                  PIC 9(02).
           03 TRM-CAPACIDADE             PIC 9(03).

      *    FILA DE ESPERA DA TURMA, NA ORDEM DE DATA/HORA DO PEDIDO
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

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                  PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-TRM                      PIC 99.
          88 FS-TRM-OK                   VALUE 0.
       77 WS-FS-ESP                      PIC 99.
          88 FS-ESP-OK                   VALUE 0.
       77 WS-TURMA-COM-VAGA              PIC X VALUE 'N'.
          88 TURMA-COM-VAGA              VALUE 'S' FALSE 'N'.
       77 WS-REG-EXISTE                  PIC X VALUE 'N'.
          88 REG-EXISTE                  VALUE 'S' FALSE 'N'.
       77 WS-CAPACIDADE                  PIC 9(03) VALUE ZEROS.
       77 WS-OCUPADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TURMAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-TRM                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-SERIE                   PIC 9(02) VALUE ZEROS.
       77 WS-VAGAS                       PIC S9(04) VALUE ZEROS.
       77 WS-VAGAS-MSK                   PIC -ZZ9.
       77 WS-TOT-CAPACIDADE              PIC 9(04) VALUE ZEROS.
       77 WS-TOT-MATRICULADOS            PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ESPERA                  PIC 9(04) VALUE ZEROS.
       77 WS-TURMAS-DA-SERIE             PIC 9(03) VALUE ZEROS.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
       01 WS-AREA-VAGA.
          03 WS-VAG-ANO                  PIC 9(04).
          03 WS-VAG-TURMA                PIC X(05).
          03 WS-VAG-OPERADOR             PIC X(06).
          03 WS-VAG-RESULTADO            PIC X(01).
       01 WS-TABELA-TURMAS.
          03 WS-TRM-ITEM                 OCCURS 100 TIMES.
             05 WS-TRM-TURMA             PIC X(05).
             05 WS-TRM-SERIE             PIC 9(02).
             05 WS-TRM-CAPACIDADE        PIC 9(03).
             05 WS-TRM-MATRICULADOS      PIC 9(03).
             05 WS-TRM-ESPERA            PIC 9(03).
             05 WS-TRM-CADASTRADA        PIC X(01).
       01 WS-TABELA-SERIES.
          03 WS-SEM-TURMA                PIC 9(04) OCCURS 12 TIMES.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X.
       77 WS-QTD-LISTADOS                PIC 9(04) VALUE ZEROS.
       77 WS-ALUNO-ACHADO                PIC X VALUE 'N'.
          88 ALUNO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-RETORNO               PIC X VALUE 'N'.
          88 ALUNO-RETORNO               VALUE 'S' FALSE 'N'.
       77 WS-MATRICULA-GRAVADA           PIC X VALUE 'N'.
          88 MATRICULA-GRAVADA           VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 FILLER                      PIC X(04).
       01 WS-HORA-AGORA                  PIC 9(08) VALUE ZEROS.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** MATRICULA ESCOLAR (TURMA/SERIE) ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <M> MATRICULAR ALUNO, <L> LISTAR TURMA, '
                   '<C> CONSULTAR MATRICULA, <X> CANCELAR MATRICULA, '
                   '<T> CADASTRAR TURMA, <E> FILA DE ESPERA, <V> '
                   'RELATORIO DE VAGAS OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P360-CONSULTA-MATRICULA
               WHEN 'X'
               WHEN 'x'
                   PERFORM P370-CANCELA-MATRICULA
               WHEN 'T'
               WHEN 't'
                   PERFORM P400-MANTEM-TURMA
               WHEN 'E'
               WHEN 'e'
                   PERFORM P420-LISTA-ESPERA
               WHEN 'V'
               WHEN 'v'
                   PERFORM P450-RELATORIO-VAGAS
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
                   DISPLAY 'TURMA/SERIE INVALIDA! MATRICULA NAO '
                           'GRAVADA.'
               ELSE
                   PERFORM P315-CONFERE-VAGA
                   IF TURMA-COM-VAGA
                       PERFORM P330-GRAVA-MATRICULA
                   END-IF
               END-IF
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * A TURMA PRECISA ESTAR CADASTRADA PARA A SERIE NO ANO (OPCAO
      * <T>) E TER VAGA; A MATRICULA DO PROPRIO ALUNO NAO CONTA (TROCA
      * DE TURMA OU TURMA DO PROMOVIDO PELO FECHAMENTO). TURMA CHEIA:
      * O ALUNO PODE IR PARA A FILA DE ESPERA
      ******************************************************************
       P315-CONFERE-VAGA.
           SET TURMA-COM-VAGA      TO FALSE
           SET REG-EXISTE          TO FALSE
           MOVE ZEROS               TO WS-OCUPADAS
           INSPECT WS-TURMA-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           SET FS-TRM-OK           TO TRUE
           OPEN INPUT TURMAS
           IF FS-TRM-OK
               MOVE WS-ANO-LETIVO   TO TRM-ANO
               MOVE WS-TURMA-BUSCA  TO TRM-TURMA
               READ TURMAS
                   KEY IS TRM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REG-EXISTE TO TRUE
                       MOVE TRM-CAPACIDADE TO WS-CAPACIDADE
                       MOVE TRM-SERIE TO WS-IND-SERIE
               END-READ
               CLOSE TURMAS
           END-IF

           IF NOT REG-EXISTE
               DISPLAY 'TURMA ' WS-TURMA-BUSCA ' NAO CADASTRADA EM '
                       WS-ANO-LETIVO ' - CADASTRE NA OPCAO <T>.'
               EXIT PARAGRAPH
           END-IF
           IF WS-IND-SERIE NOT EQUAL WS-SERIE
               DISPLAY 'A TURMA ' WS-TURMA-BUSCA ' E DA SERIE '
                       WS-IND-SERIE '! MATRICULA NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           SET FS-MAT-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT MATRICULAS
           IF FS-MAT-OK
               MOVE WS-ANO-LETIVO   TO MAT-ANO
               MOVE ZEROS           TO MAT-CD-STUDENT
               START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               PERFORM P316-CONTA-OCUPADA UNTIL EOF-OK
               CLOSE MATRICULAS
           END-IF

           IF WS-OCUPADAS LESS THAN WS-CAPACIDADE
               SET TURMA-COM-VAGA  TO TRUE
           ELSE
               DISPLAY 'TURMA ' WS-TURMA-BUSCA ' LOTADA ('
                       WS-OCUPADAS ' DE ' WS-CAPACIDADE ' ALUNOS).'
               DISPLAY 'INCLUIR O ALUNO NA FILA DE ESPERA? <S/N>: '
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL 'S' OR WS-OPCAO EQUAL 's'
                   PERFORM P318-INCLUI-ESPERA
               END-IF
           END-IF
           .
       P315-FIM.

       P316-CONTA-OCUPADA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA AND
                          MAT-TURMA EQUAL WS-TURMA-BUSCA AND
                          MAT-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                           ADD 1    TO WS-OCUPADAS
                       END-IF
                   END-IF
           END-READ
           .
       P316-FIM.

       P318-INCLUI-ESPERA.
           SET FS-ESP-OK           TO TRUE
           SET REG-EXISTE          TO FALSE
           SET EOF-OK              TO FALSE

           OPEN I-O ESPERA
           IF WS-FS-ESP EQUAL 35
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
           END-IF
           IF NOT FS-ESP-OK
               DISPLAY 'ERRO AO ABRIR ESPERA.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-ESP
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO ESP-ANO
           MOVE WS-TURMA-BUSCA      TO ESP-TURMA
           MOVE ZEROS               TO ESP-DT-PEDIDO
           MOVE ZEROS               TO ESP-HR-PEDIDO
           MOVE ZEROS               TO ESP-CD-STUDENT
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P319-PROCURA-NA-FILA UNTIL EOF-OK

           IF REG-EXISTE
               DISPLAY 'ALUNO JA ESTA NA FILA DESSA TURMA.'
           ELSE
               ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-ANO-LETIVO   TO ESP-ANO
               MOVE WS-TURMA-BUSCA  TO ESP-TURMA
               MOVE WS-DATA-HOJE    TO ESP-DT-PEDIDO
               MOVE WS-HORA-AGORA   TO ESP-HR-PEDIDO
               MOVE WS-CD-BUSCA     TO ESP-CD-STUDENT
               MOVE WS-SERIE        TO ESP-SERIE
               SET ESP-AGUARDANDO   TO TRUE
               MOVE LK-OPERADOR     TO ESP-OPERADOR
               WRITE REG-ESPERA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A FILA DE ESPERA.'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO INCLUIDO NA FILA DE ESPERA DA '
                               'TURMA ' WS-TURMA-BUSCA '.'
               END-WRITE
           END-IF

           CLOSE ESPERA
           .
       P318-FIM.

       P319-PROCURA-NA-FILA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF ESP-ANO NOT EQUAL WS-ANO-LETIVO OR
                      ESP-TURMA NOT EQUAL WS-TURMA-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF ESP-CD-STUDENT EQUAL WS-CD-BUSCA AND
                          ESP-AGUARDANDO
                           SET REG-EXISTE TO TRUE
                           SET EOF-OK     TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       P319-FIM.

       P320-VALIDA-ALUNO.
           SET FS-OK               TO TRUE
           SET ALUNO-ACHADO        TO FALSE
           SET ALUNO-RETORNO       TO FALSE

           OPEN INPUT STUDENT

                       ELSE
                           SET ALUNO-ACHADO TO TRUE
                           DISPLAY 'ALUNO: ' NM-STUDENT
                           IF ST-ALUNO-TRANSFERIDO
                               SET ALUNO-RETORNO TO TRUE
                               DISPLAY 'ALUNO TRANSFERIDO - A NOVA '
                                       'MATRICULA O REATIVA.'
                           END-IF
                       END-IF
               END-READ
           ELSE

       P330-GRAVA-MATRICULA.
           SET FS-MAT-OK           TO TRUE
           SET MATRICULA-GRAVADA   TO FALSE

           OPEN I-O MATRICULAS

                                   DISPLAY 'ERRO AO REGRAVAR A '
                                           'MATRICULA.'
                               NOT INVALID KEY
                                   SET MATRICULA-GRAVADA TO TRUE
                                   DISPLAY 'MATRICULA ATUALIZADA!'
                           END-REWRITE
                       ELSE
                           DISPLAY 'MATRICULA MANTIDA COMO ESTAVA.'
                       END-IF
                   NOT INVALID KEY
                       SET MATRICULA-GRAVADA TO TRUE
                       DISPLAY 'ALUNO MATRICULADO COM SUCESSO!'
               END-WRITE
           ELSE
           END-IF

           CLOSE MATRICULAS

           IF MATRICULA-GRAVADA AND ALUNO-RETORNO
               PERFORM P335-REATIVA-ALUNO
           END-IF
           .
       P330-FIM.

      ******************************************************************
      * ALUNO TRANSFERIDO (TRFESC) QUE VOLTA PARA A ESCOLA: A NOVA
      * MATRICULA O TORNA ATIVO DE NOVO
      ******************************************************************
       P335-REATIVA-ALUNO.
           SET FS-OK               TO TRUE
           OPEN I-O STUDENT
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO STUDENT.TXT.'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-BUSCA         TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ST-ALUNO-ATIVO TO TRUE
                   REWRITE STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'ERRO AO REATIVAR O ALUNO.'
                       NOT INVALID KEY
                           DISPLAY 'ALUNO REATIVADO.'
                   END-REWRITE
           END-READ

           CLOSE STUDENT
           .
       P335-FIM.

       P340-LISTA-TURMA.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA: '
           .
       P360-FIM.

      ******************************************************************
      * CANCELAMENTO DA MATRICULA ATIVA; A VAGA ABERTA NA TURMA E
      * OFERECIDA A FILA DE ESPERA (VAGAESC)
      ******************************************************************
       P370-CANCELA-MATRICULA.
           PERFORM P305-PEDE-ANO
           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-BUSCA

           SET FS-MAT-OK           TO TRUE
           SET REG-EXISTE          TO FALSE
           OPEN I-O MATRICULAS
           IF NOT FS-MAT-OK
               DISPLAY 'NENHUMA MATRICULA GRAVADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE WS-CD-BUSCA         TO MAT-CD-STUDENT
           READ MATRICULAS
               KEY IS MAT-CHAVE
               INVALID KEY
                   DISPLAY 'ALUNO SEM MATRICULA NESSE ANO!'
               NOT INVALID KEY
                   IF NOT MAT-ATIVA
                       DISPLAY 'MATRICULA NAO ESTA ATIVA (STATUS '
                               MAT-ST-MATRICULA ').'
                   ELSE
                       DISPLAY 'TURMA ' MAT-TURMA ' SERIE '
                               MAT-SERIE ' - CONFIRMA O '
                               'CANCELAMENTO? <S/N>: '
                       ACCEPT WS-OPCAO
                       IF WS-OPCAO EQUAL 'S' OR WS-OPCAO EQUAL 's'
                           SET MAT-CANCELADA TO TRUE
                           REWRITE REG-MATRICULA
                               INVALID KEY
                                   DISPLAY 'ERRO AO CANCELAR A '
                                           'MATRICULA.'
                               NOT INVALID KEY
                                   SET REG-EXISTE TO TRUE
                                   MOVE MAT-TURMA TO WS-TURMA-BUSCA
                                   DISPLAY 'MATRICULA CANCELADA.'
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
           CLOSE MATRICULAS

           IF REG-EXISTE AND WS-TURMA-BUSCA NOT EQUAL SPACES
               MOVE WS-ANO-LETIVO   TO WS-VAG-ANO
               MOVE WS-TURMA-BUSCA  TO WS-VAG-TURMA
               MOVE LK-OPERADOR     TO WS-VAG-OPERADOR
               CALL 'VAGAESC' USING WS-AREA-VAGA
           END-IF
           .
       P370-FIM.

      ******************************************************************
      * CADASTRO DA TURMA NO ANO: SERIE E CAPACIDADE
      ******************************************************************
       P400-MANTEM-TURMA.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA (ATE 5 POSICOES, EX: 5A): '
           ACCEPT WS-TURMA-BUSCA
           INSPECT WS-TURMA-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-TURMA-BUSCA EQUAL SPACES
               DISPLAY 'TURMA INVALIDA!'
               EXIT PARAGRAPH
           END-IF

           SET FS-TRM-OK           TO TRUE
           OPEN I-O TURMAS
           IF WS-FS-TRM EQUAL 35
               OPEN OUTPUT TURMAS
               CLOSE TURMAS
               OPEN I-O TURMAS
           END-IF
           IF NOT FS-TRM-OK
               DISPLAY 'ERRO AO ABRIR TURMAS.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-TRM
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-LETIVO       TO TRM-ANO
           MOVE WS-TURMA-BUSCA      TO TRM-TURMA
           READ TURMAS
               KEY IS TRM-CHAVE
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   DISPLAY 'TURMA CADASTRADA: SERIE ' TRM-SERIE
                           ' CAPACIDADE ' TRM-CAPACIDADE
           END-READ

           DISPLAY 'SERIE (1 A 12): '
           ACCEPT WS-SERIE
           DISPLAY 'CAPACIDADE (ALUNOS): '
           ACCEPT WS-CAPACIDADE
           IF WS-SERIE EQUAL ZEROS OR WS-SERIE GREATER THAN 12 OR
              WS-CAPACIDADE EQUAL ZEROS
               DISPLAY 'SERIE OU CAPACIDADE INVALIDA! TURMA NAO '
                       'GRAVADA.'
           ELSE
               MOVE WS-SERIE        TO TRM-SERIE
               MOVE WS-CAPACIDADE   TO TRM-CAPACIDADE
               IF REG-EXISTE
                   REWRITE REG-TURMA
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A TURMA.'
                       NOT INVALID KEY
                           DISPLAY 'TURMA ATUALIZADA!'
                   END-REWRITE
               ELSE
                   WRITE REG-TURMA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A TURMA.'
                       NOT INVALID KEY
                           DISPLAY 'TURMA CADASTRADA!'
                   END-WRITE
               END-IF
           END-IF

           CLOSE TURMAS

           IF REG-EXISTE
               MOVE WS-ANO-LETIVO   TO WS-VAG-ANO
               MOVE WS-TURMA-BUSCA  TO WS-VAG-TURMA
               MOVE LK-OPERADOR     TO WS-VAG-OPERADOR
               CALL 'VAGAESC' USING WS-AREA-VAGA
           END-IF
           .
       P400-FIM.

       P420-LISTA-ESPERA.
           PERFORM P305-PEDE-ANO
           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA-BUSCA
           INSPECT WS-TURMA-BUSCA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           SET FS-ESP-OK           TO TRUE
           SET EOF-OK              TO FALSE
           MOVE ZEROS               TO WS-QTD-LISTADOS
           OPEN INPUT ESPERA
           IF NOT FS-ESP-OK
               DISPLAY 'FILA DE ESPERA VAZIA.'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT

           MOVE WS-ANO-LETIVO       TO ESP-ANO
           MOVE WS-TURMA-BUSCA      TO ESP-TURMA
           MOVE ZEROS               TO ESP-DT-PEDIDO
           MOVE ZEROS               TO ESP-HR-PEDIDO
           MOVE ZEROS               TO ESP-CD-STUDENT
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           DISPLAY 'FILA DE ESPERA DA TURMA ' WS-TURMA-BUSCA
                   ' DO ANO ' WS-ANO-LETIVO ':'
           PERFORM P425-MOSTRA-ESPERA UNTIL EOF-OK
           DISPLAY 'ALUNOS AGUARDANDO: ' WS-QTD-LISTADOS

           CLOSE STUDENT
           CLOSE ESPERA
           .
       P420-FIM.

       P425-MOSTRA-ESPERA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF ESP-ANO NOT EQUAL WS-ANO-LETIVO OR
                      ESP-TURMA NOT EQUAL WS-TURMA-BUSCA
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF ESP-AGUARDANDO
                           ADD 1    TO WS-QTD-LISTADOS
                           MOVE ESP-CD-STUDENT TO CD-STUDENT
                           MOVE SPACES         TO NM-STUDENT
                           READ STUDENT
                               KEY IS CD-STUDENT
                               INVALID KEY
                                   MOVE 'ALUNO NAO CADASTRADO'
                                     TO NM-STUDENT
                           END-READ
                           DISPLAY '  ' WS-QTD-LISTADOS ' - '
                                   ESP-CD-STUDENT ' ' NM-STUDENT
                                   ' PEDIDO EM ' ESP-DT-PEDIDO
                       END-IF
                   END-IF
           END-READ
           .
       P425-FIM.

      ******************************************************************
      * VAGAS POR SERIE E TURMA NO ANO: CAPACIDADE, MATRICULAS ATIVAS,
      * FILA DE ESPERA E OS PROMOVIDOS PELO FECHAMENTO AINDA SEM TURMA,
      * PARA EQUILIBRAR AS TURMAS ANTES DO INICIO DAS AULAS
      ******************************************************************
       P450-RELATORIO-VAGAS.
           PERFORM P305-PEDE-ANO
           MOVE ZEROS               TO WS-QTD-TURMAS
           INITIALIZE WS-TABELA-SERIES

           PERFORM P455-CARREGA-TURMAS
           PERFORM P460-CONTA-MATRICULAS
           PERFORM P465-CONTA-ESPERA

           MOVE 'MATRESC'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VAGAS POR SERIE E TURMA - ANO LETIVO '
                  WS-ANO-LETIVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P480-IMPRIME-SERIE
               VARYING WS-IND-SERIE FROM 1 BY 1
               UNTIL WS-IND-SERIE GREATER THAN 12

           CLOSE ARQ-IMPRESSAO
           DISPLAY 'RELATORIO DE VAGAS GRAVADO EM ' WS-NOME-SPOOL
           .
       P450-FIM.

       P455-CARREGA-TURMAS.
           SET FS-TRM-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT TURMAS
           IF NOT FS-TRM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-LETIVO       TO TRM-ANO
           MOVE LOW-VALUES          TO TRM-TURMA
           START TURMAS KEY IS NOT LESS THAN TRM-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P456-LE-TURMA UNTIL EOF-OK
           CLOSE TURMAS
           .
       P455-FIM.

       P456-LE-TURMA.
           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF TRM-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       MOVE TRM-TURMA TO WS-TURMA-BUSCA
                       MOVE TRM-SERIE TO WS-SERIE
                       PERFORM P470-ACHA-TURMA
                       IF WS-IND-TRM NOT GREATER THAN WS-QTD-TURMAS
                           MOVE TRM-CAPACIDADE
                             TO WS-TRM-CAPACIDADE(WS-IND-TRM)
                           MOVE 'S'
                             TO WS-TRM-CADASTRADA(WS-IND-TRM)
                       END-IF
                   END-IF
           END-READ
           .
       P456-FIM.

       P460-CONTA-MATRICULAS.
           SET FS-MAT-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P461-LE-MATRICULA UNTIL EOF-OK
           CLOSE MATRICULAS
           .
       P460-FIM.

       P461-LE-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA
                           IF MAT-TURMA EQUAL SPACES
                               IF MAT-SERIE GREATER THAN ZEROS AND
                                  MAT-SERIE NOT GREATER THAN 12
                                   ADD 1 TO WS-SEM-TURMA(MAT-SERIE)
                               END-IF
                           ELSE
                               MOVE MAT-TURMA TO WS-TURMA-BUSCA
                               MOVE MAT-SERIE TO WS-SERIE
                               PERFORM P470-ACHA-TURMA
                               IF WS-IND-TRM NOT GREATER THAN
                                  WS-QTD-TURMAS
                                   ADD 1 TO
                                       WS-TRM-MATRICULADOS(WS-IND-TRM)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P461-FIM.

       P465-CONTA-ESPERA.
           SET FS-ESP-OK           TO TRUE
           SET EOF-OK              TO FALSE
           OPEN INPUT ESPERA
           IF NOT FS-ESP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-LETIVO       TO ESP-ANO
           MOVE LOW-VALUES          TO ESP-TURMA
           MOVE ZEROS               TO ESP-DT-PEDIDO
           MOVE ZEROS               TO ESP-HR-PEDIDO
           MOVE ZEROS               TO ESP-CD-STUDENT
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P466-LE-ESPERA UNTIL EOF-OK
           CLOSE ESPERA
           .
       P465-FIM.

       P466-LE-ESPERA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF ESP-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF ESP-AGUARDANDO
                           MOVE ESP-TURMA TO WS-TURMA-BUSCA
                           MOVE ESP-SERIE TO WS-SERIE
                           PERFORM P470-ACHA-TURMA
                           IF WS-IND-TRM NOT GREATER THAN
                              WS-QTD-TURMAS
                               ADD 1 TO WS-TRM-ESPERA(WS-IND-TRM)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P466-FIM.

      ******************************************************************
      * POSICAO DA TURMA NA TABELA; TURMA NOVA E INCLUIDA (SEM
      * CADASTRO ATE QUE P456 A ENCONTRE EM TURMAS.dat)
      ******************************************************************
       P470-ACHA-TURMA.
           PERFORM P471-COMPARA-TURMA
               VARYING WS-IND-TRM FROM 1 BY 1
               UNTIL WS-IND-TRM GREATER THAN WS-QTD-TURMAS OR
                     WS-TRM-TURMA(WS-IND-TRM) EQUAL WS-TURMA-BUSCA
           IF WS-IND-TRM GREATER THAN WS-QTD-TURMAS AND
              WS-QTD-TURMAS LESS THAN 100
               ADD 1                TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS   TO WS-IND-TRM
               MOVE WS-TURMA-BUSCA  TO WS-TRM-TURMA(WS-IND-TRM)
               MOVE WS-SERIE        TO WS-TRM-SERIE(WS-IND-TRM)
               MOVE ZEROS           TO WS-TRM-CAPACIDADE(WS-IND-TRM)
               MOVE ZEROS           TO WS-TRM-MATRICULADOS(WS-IND-TRM)
               MOVE ZEROS           TO WS-TRM-ESPERA(WS-IND-TRM)
               MOVE 'N'             TO WS-TRM-CADASTRADA(WS-IND-TRM)
           END-IF
           .
       P470-FIM.

       P471-COMPARA-TURMA.
           CONTINUE
           .
       P471-FIM.

       P480-IMPRIME-SERIE.
           MOVE ZEROS               TO WS-TURMAS-DA-SERIE
           MOVE ZEROS               TO WS-TOT-CAPACIDADE
           MOVE ZEROS               TO WS-TOT-MATRICULADOS
           MOVE ZEROS               TO WS-TOT-ESPERA
           PERFORM P485-SOMA-TURMA
               VARYING WS-IND-TRM FROM 1 BY 1
               UNTIL WS-IND-TRM GREATER THAN WS-QTD-TURMAS

           IF WS-TURMAS-DA-SERIE EQUAL ZEROS AND
              WS-SEM-TURMA(WS-IND-SERIE) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'SERIE ' WS-IND-SERIE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '  TURMA  CAPAC  MATRIC  VAGAS  ESPERA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           PERFORM P490-LINHA-TURMA
               VARYING WS-IND-TRM FROM 1 BY 1
               UNTIL WS-IND-TRM GREATER THAN WS-QTD-TURMAS

           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  PROMOVIDOS/MATRICULADOS SEM TURMA: '
                  WS-SEM-TURMA(WS-IND-SERIE)
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           COMPUTE WS-VAGAS = WS-TOT-CAPACIDADE - WS-TOT-MATRICULADOS
                            - WS-SEM-TURMA(WS-IND-SERIE)
           MOVE WS-VAGAS            TO WS-VAGAS-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  TOTAL DA SERIE: CAPACIDADE ' WS-TOT-CAPACIDADE
                  ' MATRICULAS ' WS-TOT-MATRICULADOS
                  ' SALDO APOS ALOCAR ' WS-VAGAS-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P480-FIM.

       P485-SOMA-TURMA.
           IF WS-TRM-SERIE(WS-IND-TRM) EQUAL WS-IND-SERIE
               ADD 1                TO WS-TURMAS-DA-SERIE
               ADD WS-TRM-CAPACIDADE(WS-IND-TRM)
                                    TO WS-TOT-CAPACIDADE
               ADD WS-TRM-MATRICULADOS(WS-IND-TRM)
                                    TO WS-TOT-MATRICULADOS
               ADD WS-TRM-ESPERA(WS-IND-TRM)
                                    TO WS-TOT-ESPERA
           END-IF
           .
       P485-FIM.

       P490-LINHA-TURMA.
           IF WS-TRM-SERIE(WS-IND-TRM) NOT EQUAL WS-IND-SERIE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAGAS = WS-TRM-CAPACIDADE(WS-IND-TRM)
                            - WS-TRM-MATRICULADOS(WS-IND-TRM)
           MOVE WS-VAGAS            TO WS-VAGAS-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '  ' WS-TRM-TURMA(WS-IND-TRM)
                  '  ' WS-TRM-CAPACIDADE(WS-IND-TRM)
                  '    ' WS-TRM-MATRICULADOS(WS-IND-TRM)
                  '     ' WS-VAGAS-MSK
                  '   ' WS-TRM-ESPERA(WS-IND-TRM)
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           IF WS-TRM-CADASTRADA(WS-IND-TRM) NOT EQUAL 'S'
               MOVE '(TURMA NAO CADASTRADA)'
                                    TO REG-IMPRESSAO(42:22)
           END-IF
           WRITE REG-IMPRESSAO
           .
       P490-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM MATRESC.
