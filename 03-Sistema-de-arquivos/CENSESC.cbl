      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 09/12/2024
      * Purpose: CENSO ESCOLAR ANUAL (EDUCACENSO/INEP) - MONTA O
      *          ARQUIVO DE MIGRACAO DO CENSO (EDUCACENSO_AAAA.TXT,
      *          CAMPOS SEPARADOS POR '|') A PARTIR DE STUDENT.TXT,
      *          MATRICULAS.dat, TURMAS.dat, PROFESSORES.dat E
      *          HORARIOS.dat: REGISTRO 00 ESCOLA, 20 TURMA, 30
      *          PESSOA FISICA (ALUNO E PROFESSOR), 50 DOCENTE NA
      *          TURMA E 60 MATRICULA DO ALUNO; A FILIACAO VEM DOS
      *          CONTATOS RESPONSAVEIS (RESP1/RESP2-CONTATO). OS DADOS
      *          EXIGIDOS PELO CENSO QUE O CADASTRO NAO TEM (DATA DE
      *          NASCIMENTO, SEXO, COR/RACA, NACIONALIDADE E
      *          NATURALIDADE, CODIGO INEP) FICAM EM CENSO_COMPL.dat,
      *          COLETADOS PELAS OPCOES <A> ALUNO E <P> PROFESSOR; OS
      *          DADOS DA ESCOLA EM CENSO_ESCOLA.TXT (OPCAO <E>). A
      *          PRE-CRITICA (<C>) LISTA NO SPOOL TODO ALUNO E
      *          PROFESSOR COM DADO FALTANTE OU INVALIDO, E A GERACAO
      *          (<G>) SO GRAVA O ARQUIVO QUANDO A PRE-CRITICA PASSA
      *          SEM ERROS - ACABA COM A REDIGITACAO DA ESCOLA INTEIRA
      *          NO SISTEMA DO CENSO TODO ANO
      * Tectonics: cobc -I ../copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSESC.

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

           SELECT PROFESSORES ASSIGN TO
           'PROFESSORES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PRF-CD-PROFESSOR
           FILE STATUS IS WS-FS-PRF.

           SELECT HORARIOS ASSIGN TO
           'HORARIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS HOR-CHAVE
           FILE STATUS IS WS-FS-HOR.

           SELECT CONTATOS ASSIGN TO
           'CONTATOS.dat'
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

           SELECT CENSO-COMPL ASSIGN TO
           'CENSO_COMPL.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CEN-CHAVE
           FILE STATUS IS WS-FS-CEN.

           SELECT CENSO-ESCOLA ASSIGN TO
           'CENSO_ESCOLA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ESC.

           SELECT ARQ-CENSO ASSIGN TO WS-NOME-CENSO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-SAI.

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
              88 MAT-CANCELADA           VALUE 'C'.

       FD TURMAS.
       01 REG-TURMA.
           03 TRM-CHAVE.
              05 TRM-ANO                 PIC 9(04).
              05 TRM-TURMA               PIC X(05).
           03 TRM-SERIE                  PIC 9(02).
           03 TRM-CAPACIDADE             PIC 9(03).

       FD PROFESSORES.
       01 REG-PROFESSOR.
           03 PRF-CD-PROFESSOR           PIC 9(04).
           03 PRF-NOME                   PIC X(30).
           03 PRF-CPF                    PIC X(11).
           03 PRF-ST-PROFESSOR           PIC X(01).
              88 PRF-ATIVO               VALUE 'A'.
              88 PRF-INATIVO             VALUE 'I'.

       FD HORARIOS.
       01 REG-HORARIO.
           03 HOR-CHAVE.
              05 HOR-ANO                 PIC 9(04).
              05 HOR-TURMA               PIC X(05).
              05 HOR-DIA-SEMANA          PIC 9(01).
              05 HOR-AULA                PIC 9(01).
           03 HOR-SERIE                  PIC 9(02).
           03 HOR-MATERIA                PIC X(10).
           03 HOR-CD-PROFESSOR           PIC 9(04).

       FD CONTATOS.
          COPY FD_CONTT.

      *    DADOS DO CENSO QUE O CADASTRO ESCOLAR NAO GUARDA, POR
      *    ALUNO (TIPO 'A') OU PROFESSOR (TIPO 'P')
       FD CENSO-COMPL.
       01 REG-CENSO-COMPL.
           03 CEN-CHAVE.
              05 CEN-TIPO                PIC X(01).
                 88 CEN-ALUNO            VALUE 'A'.
                 88 CEN-PROFESSOR        VALUE 'P'.
              05 CEN-CODIGO              PIC 9(05).
           03 CEN-ID-INEP                PIC 9(12).
           03 CEN-CPF                    PIC X(11).
           03 CEN-DT-NASCIMENTO          PIC 9(08).
           03 CEN-SEXO                   PIC X(01).
              88 CEN-MASCULINO           VALUE 'M'.
              88 CEN-FEMININO            VALUE 'F'.
           03 CEN-COR-RACA               PIC X(01).
              88 CEN-COR-VALIDA          VALUE '0' THRU '5'.
           03 CEN-NACIONALIDADE          PIC X(01).
              88 CEN-BRASILEIRO          VALUE '1' '2'.
              88 CEN-ESTRANGEIRO         VALUE '3'.
           03 CEN-UF-NASC                PIC X(02).
           03 CEN-MUNICIPIO-NASC         PIC 9(07).
           03 CEN-DT-ALTERACAO           PIC 9(08).
           03 CEN-OPERADOR               PIC X(06).

       FD CENSO-ESCOLA.
       01 REG-CENSO-ESCOLA.
           03 ESC-CD-INEP                PIC 9(08).
           03 ESC-NOME                   PIC X(40).
           03 ESC-UF                     PIC X(02).
           03 ESC-MUNICIPIO              PIC 9(07).
           03 ESC-DEPENDENCIA            PIC X(01).

       FD ARQ-CENSO.
       01 REG-CENSO                      PIC X(200).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                  PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-TRM                      PIC 99.
          88 FS-TRM-OK                   VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-FS-HOR                      PIC 99.
          88 FS-HOR-OK                   VALUE 0.
       77 WS-FS-CTT                      PIC 99.
          88 FS-CTT-OK                   VALUE 0.
       77 WS-FS-CEN                      PIC 99.
          88 FS-CEN-OK                   VALUE 0.
       77 WS-FS-ESC                      PIC 99.
          88 FS-ESC-OK                   VALUE 0.
       77 WS-FS-SAI                      PIC 99.
          88 FS-SAI-OK                   VALUE 0.
       77 WS-EOF                         PIC X VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'S' FALSE 'N'.
       77 WS-TRM-ABERTO                  PIC X VALUE 'N'.
          88 TRM-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-PRF-ABERTO                  PIC X VALUE 'N'.
          88 PRF-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-CTT-ABERTO                  PIC X VALUE 'N'.
          88 CTT-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-CEN-ABERTO                  PIC X VALUE 'N'.
          88 CEN-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ACHADO                PIC X VALUE 'N'.
          88 ALUNO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-PROF-ACHADO                 PIC X VALUE 'N'.
          88 PROF-ACHADO                 VALUE 'S' FALSE 'N'.
       77 WS-TURMA-ACHADA                PIC X VALUE 'N'.
          88 TURMA-ACHADA                VALUE 'S' FALSE 'N'.
       77 WS-COMPL-ACHADO                PIC X VALUE 'N'.
          88 COMPL-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-ACHADO              PIC X VALUE 'N'.
          88 CONTATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-ESCOLA-ACHADA               PIC X VALUE 'N'.
          88 ESCOLA-ACHADA               VALUE 'S' FALSE 'N'.
       77 WS-DATA-VALIDA                 PIC X VALUE 'N'.
          88 DATA-VALIDA                 VALUE 'S' FALSE 'N'.
       77 WS-REG-EXISTE                  PIC X VALUE 'N'.
          88 REG-EXISTE                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X VALUE SPACES.
       77 WS-TIPO-PESSOA                 PIC X VALUE SPACES.
          88 TIPO-ALUNO                  VALUE 'A'.
          88 TIPO-PROFESSOR              VALUE 'P'.
       77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
       77 WS-CD-BUSCA                    PIC 9(05) VALUE ZEROS.
       77 WS-NOME-PESSOA                 PIC X(30) VALUE SPACES.
       77 WS-NOME-CENSO                  PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                  PIC X(40) VALUE SPACES.
       77 WS-IDADE                       PIC S9(04) VALUE ZEROS.
       77 WS-IDADE-MINIMA                PIC 9(02) VALUE ZEROS.
       77 WS-IDADE-MAXIMA                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ERROS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALUNOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TURMAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REGISTROS               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PROF                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VINC                    PIC 9(03) VALUE ZEROS.
       77 WS-IND                         PIC 9(03) VALUE ZEROS.
       77 WS-ERR-TIPO                    PIC X(09) VALUE SPACES.
       77 WS-ERR-CODIGO                  PIC 9(05) VALUE ZEROS.
       77 WS-ERR-NOME                    PIC X(20) VALUE SPACES.
       77 WS-ERR-MOTIVO                  PIC X(40) VALUE SPACES.
       77 WS-ID-CONTATO                  PIC 9(06) VALUE ZEROS.
       77 WS-FILIACAO-1                  PIC X(20) VALUE SPACES.
       77 WS-FILIACAO-2                  PIC X(20) VALUE SPACES.
       77 WS-TP-FILIACAO                 PIC X(01) VALUE SPACES.
       77 WS-SEXO-INEP                   PIC X(01) VALUE SPACES.
       77 WS-CPF-SAIDA                   PIC X(11) VALUE SPACES.
       77 WS-ID-INEP-SAIDA               PIC X(12) VALUE SPACES.
       77 WS-MUNICIPIO-SAIDA             PIC X(07) VALUE SPACES.
       77 WS-ENT-ID-INEP                 PIC 9(12) VALUE ZEROS.
       77 WS-ENT-CPF                     PIC X(11) VALUE SPACES.
       77 WS-ENT-NASC                    PIC 9(08) VALUE ZEROS.
       77 WS-ENT-SEXO                    PIC X(01) VALUE SPACES.
       77 WS-ENT-COR                     PIC X(01) VALUE SPACES.
       77 WS-ENT-NAC                     PIC X(01) VALUE SPACES.
       77 WS-ENT-UF                      PIC X(02) VALUE SPACES.
       77 WS-ENT-MUNICIPIO               PIC 9(07) VALUE ZEROS.
       01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                PIC 9(04).
          03 WS-HOJE-MM                  PIC 9(02).
          03 WS-HOJE-DD                  PIC 9(02).
       01 WS-DATA-VAL                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VAL.
          03 WS-VAL-AAAA                 PIC 9(04).
          03 WS-VAL-MM                   PIC 9(02).
          03 WS-VAL-DD                   PIC 9(02).
       01 WS-TABELA-DIAS-MES             PIC X(24)
                                    VALUE '312931303130313130313031'.
       01 FILLER REDEFINES WS-TABELA-DIAS-MES.
          03 WS-DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.
       01 WS-DADOS-ESCOLA.
          03 WS-ESC-CD-INEP              PIC 9(08) VALUE ZEROS.
          03 WS-ESC-NOME                 PIC X(40) VALUE SPACES.
          03 WS-ESC-UF                   PIC X(02) VALUE SPACES.
          03 WS-ESC-MUNICIPIO            PIC 9(07) VALUE ZEROS.
          03 WS-ESC-DEPENDENCIA          PIC X(01) VALUE SPACES.
             88 WS-ESC-DEP-VALIDA        VALUE '1' THRU '4'.
       01 WS-AREA-DOC.
          03 WS-DOC-NUMERO               PIC X(14).
          03 WS-DOC-TIPO                 PIC X(01).
          03 WS-DOC-STATUS               PIC X(01).
             88 WS-DOC-OK                VALUE 'V'.
      *    PROFESSORES COM AULA NO ANO E SEUS VINCULOS COM AS TURMAS,
      *    MONTADOS A PARTIR DO QUADRO DE HORARIOS
       01 WS-TABELA-PROFESSORES.
          03 WS-TAB-PROF                 PIC 9(04) OCCURS 200 TIMES.
       01 WS-TABELA-VINCULOS.
          03 WS-TAB-VINC                 OCCURS 500 TIMES.
             05 WS-VIN-PROFESSOR         PIC 9(04).
             05 WS-VIN-TURMA             PIC X(05).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA             PIC X(08).
          03 WS-SPL-NOME                 PIC X(40).
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CENSO ESCOLAR (EDUCACENSO) ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P300-PROCESSA   THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PROCESSA.
           DISPLAY 'DIGITE: <E> DADOS DA ESCOLA, <A> DADOS DO ALUNO, '
                   '<P> DADOS DO PROFESSOR, <C> PRE-CRITICA, <G> GERAR '
                   'ARQUIVO DO CENSO OU <F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM P400-DADOS-ESCOLA
               WHEN 'A'
               WHEN 'a'
                   SET TIPO-ALUNO  TO TRUE
                   PERFORM P450-DADOS-COMPLEMENTARES
               WHEN 'P'
               WHEN 'p'
                   SET TIPO-PROFESSOR TO TRUE
                   PERFORM P450-DADOS-COMPLEMENTARES
               WHEN 'C'
               WHEN 'c'
                   PERFORM P305-PEDE-ANO
                   PERFORM P500-PRE-CRITICA
               WHEN 'G'
               WHEN 'g'
                   PERFORM P305-PEDE-ANO
                   PERFORM P600-GERA-CENSO
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

       P305-PEDE-ANO.
           DISPLAY 'ANO DO CENSO (AAAA, 0 = ANO ATUAL): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-HOJE-AAAA    TO WS-ANO-LETIVO
           END-IF
           .
       P305-FIM.

      ******************************************************************
      * DADOS DA ESCOLA (REGISTRO 00): CODIGO INEP, NOME, UF, CODIGO
      * IBGE DO MUNICIPIO E DEPENDENCIA ADMINISTRATIVA
      ******************************************************************
       P400-DADOS-ESCOLA.
           PERFORM P410-LE-ESCOLA
           IF ESCOLA-ACHADA
               DISPLAY 'INEP: ' WS-ESC-CD-INEP ' - ' WS-ESC-NOME
               DISPLAY 'UF: ' WS-ESC-UF ' MUNICIPIO IBGE: '
                       WS-ESC-MUNICIPIO ' DEPENDENCIA: '
                       WS-ESC-DEPENDENCIA
               DISPLAY 'ALTERAR OS DADOS? <S/N>: '
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT EQUAL 'S' AND WS-OPCAO NOT EQUAL 's'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'CODIGO INEP DA ESCOLA (8 DIGITOS): '
           ACCEPT WS-ESC-CD-INEP
           DISPLAY 'NOME DA ESCOLA: '
           ACCEPT WS-ESC-NOME
           DISPLAY 'UF: '
           ACCEPT WS-ESC-UF
           DISPLAY 'CODIGO IBGE DO MUNICIPIO (7 DIGITOS): '
           ACCEPT WS-ESC-MUNICIPIO
           DISPLAY 'DEPENDENCIA ADMINISTRATIVA (1 FEDERAL, 2 ESTADUAL, '
                   '3 MUNICIPAL, 4 PRIVADA): '
           ACCEPT WS-ESC-DEPENDENCIA
           INSPECT WS-ESC-NOME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ESC-UF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-ESC-CD-INEP EQUAL ZEROS OR WS-ESC-NOME EQUAL SPACES
              OR WS-ESC-UF EQUAL SPACES OR WS-ESC-MUNICIPIO EQUAL ZEROS
              OR NOT WS-ESC-DEP-VALIDA
               DISPLAY 'DADOS INCOMPLETOS OU INVALIDOS! ESCOLA NAO '
                       'GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CENSO-ESCOLA
           MOVE WS-DADOS-ESCOLA     TO REG-CENSO-ESCOLA
           WRITE REG-CENSO-ESCOLA
           CLOSE CENSO-ESCOLA
           DISPLAY 'DADOS DA ESCOLA GRAVADOS!'
           .
       P400-FIM.

       P410-LE-ESCOLA.
           SET ESCOLA-ACHADA       TO FALSE
           INITIALIZE WS-DADOS-ESCOLA
           SET FS-ESC-OK           TO TRUE
           OPEN INPUT CENSO-ESCOLA
           IF NOT FS-ESC-OK
               EXIT PARAGRAPH
           END-IF
           READ CENSO-ESCOLA INTO WS-DADOS-ESCOLA
               AT END
                   CONTINUE
               NOT AT END
                   SET ESCOLA-ACHADA TO TRUE
           END-READ
           CLOSE CENSO-ESCOLA
           .
       P410-FIM.

      ******************************************************************
      * DADOS COMPLEMENTARES DO CENSO PARA O ALUNO OU O PROFESSOR;
      * CAMPO DEIXADO EM BRANCO/ZERO MANTEM O VALOR JA GRAVADO
      ******************************************************************
       P450-DADOS-COMPLEMENTARES.
           IF TIPO-ALUNO
               DISPLAY 'CODIGO DO ALUNO: '
           ELSE
               DISPLAY 'CODIGO DO PROFESSOR: '
           END-IF
           ACCEPT WS-CD-BUSCA

           PERFORM P455-CONFERE-PESSOA
           IF WS-NOME-PESSOA EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'NOME: ' WS-NOME-PESSOA

           SET FS-CEN-OK           TO TRUE
           OPEN I-O CENSO-COMPL
           IF WS-FS-CEN EQUAL 35
               OPEN OUTPUT CENSO-COMPL
               CLOSE CENSO-COMPL
               OPEN I-O CENSO-COMPL
           END-IF
           IF NOT FS-CEN-OK
               DISPLAY 'ERRO AO ABRIR CENSO_COMPL.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-CEN
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TIPO-PESSOA      TO CEN-TIPO
           MOVE WS-CD-BUSCA         TO CEN-CODIGO
           READ CENSO-COMPL
               KEY IS CEN-CHAVE
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
                   INITIALIZE REG-CENSO-COMPL
                   MOVE WS-TIPO-PESSOA TO CEN-TIPO
                   MOVE WS-CD-BUSCA    TO CEN-CODIGO
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   DISPLAY 'INEP: ' CEN-ID-INEP ' CPF: ' CEN-CPF
                           ' NASCIMENTO: ' CEN-DT-NASCIMENTO
                   DISPLAY 'SEXO: ' CEN-SEXO ' COR/RACA: '
                           CEN-COR-RACA ' NACIONALIDADE: '
                           CEN-NACIONALIDADE ' NATURALIDADE: '
                           CEN-UF-NASC ' ' CEN-MUNICIPIO-NASC
           END-READ

           PERFORM P460-ACEITA-CAMPOS

           MOVE WS-DATA-HOJE        TO CEN-DT-ALTERACAO
           MOVE LK-OPERADOR         TO CEN-OPERADOR
           IF REG-EXISTE
               REWRITE REG-CENSO-COMPL
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR OS DADOS.'
                   NOT INVALID KEY
                       DISPLAY 'DADOS DO CENSO ATUALIZADOS!'
               END-REWRITE
           ELSE
               WRITE REG-CENSO-COMPL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR OS DADOS.'
                   NOT INVALID KEY
                       DISPLAY 'DADOS DO CENSO GRAVADOS!'
               END-WRITE
           END-IF
           CLOSE CENSO-COMPL
           .
       P450-FIM.

       P455-CONFERE-PESSOA.
           MOVE SPACES              TO WS-NOME-PESSOA
           IF TIPO-ALUNO
               SET FS-OK           TO TRUE
               OPEN INPUT STUDENT
               IF FS-OK
                   MOVE WS-CD-BUSCA TO CD-STUDENT
                   READ STUDENT
                       KEY IS CD-STUDENT
                       INVALID KEY
                           DISPLAY 'ALUNO NAO ENCONTRADO!'
                       NOT INVALID KEY
                           MOVE NM-STUDENT TO WS-NOME-PESSOA
                   END-READ
                   CLOSE STUDENT
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO STUDENT.TXT.'
               END-IF
           ELSE
               SET FS-PRF-OK       TO TRUE
               OPEN INPUT PROFESSORES
               IF FS-PRF-OK
                   MOVE WS-CD-BUSCA TO PRF-CD-PROFESSOR
                   READ PROFESSORES
                       KEY IS PRF-CD-PROFESSOR
                       INVALID KEY
                           DISPLAY 'PROFESSOR NAO ENCONTRADO!'
                       NOT INVALID KEY
                           MOVE PRF-NOME TO WS-NOME-PESSOA
                   END-READ
                   CLOSE PROFESSORES
               ELSE
                   DISPLAY 'PROFESSORES NAO CADASTRADOS!'
               END-IF
           END-IF
           .
       P455-FIM.

       P460-ACEITA-CAMPOS.
           DISPLAY 'CODIGO INEP DA PESSOA (12 DIGITOS, 0 = SEM '
                   'CODIGO AINDA): '
           ACCEPT WS-ENT-ID-INEP
           IF WS-ENT-ID-INEP GREATER THAN ZEROS
               MOVE WS-ENT-ID-INEP  TO CEN-ID-INEP
           END-IF

           IF TIPO-ALUNO
               DISPLAY 'CPF DO ALUNO (SOMENTE DIGITOS, OPCIONAL): '
               MOVE SPACES          TO WS-ENT-CPF
               ACCEPT WS-ENT-CPF
               IF WS-ENT-CPF NOT EQUAL SPACES
                   MOVE WS-ENT-CPF  TO CEN-CPF
               END-IF
           END-IF

           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
           ACCEPT WS-ENT-NASC
           IF WS-ENT-NASC GREATER THAN ZEROS
               MOVE WS-ENT-NASC     TO WS-DATA-VAL
               PERFORM P750-VALIDA-DATA
               IF DATA-VALIDA
                   MOVE WS-ENT-NASC TO CEN-DT-NASCIMENTO
               ELSE
                   DISPLAY 'DATA INVALIDA - NAO ALTERADA.'
               END-IF
           END-IF

           DISPLAY 'SEXO (M/F): '
           MOVE SPACES              TO WS-ENT-SEXO
           ACCEPT WS-ENT-SEXO
           INSPECT WS-ENT-SEXO CONVERTING 'mf' TO 'MF'
           IF WS-ENT-SEXO EQUAL 'M' OR WS-ENT-SEXO EQUAL 'F'
               MOVE WS-ENT-SEXO     TO CEN-SEXO
           END-IF

           DISPLAY 'COR/RACA (0 NAO DECLARADA, 1 BRANCA, 2 PRETA, '
                   '3 PARDA, 4 AMARELA, 5 INDIGENA): '
           MOVE SPACES              TO WS-ENT-COR
           ACCEPT WS-ENT-COR
           IF WS-ENT-COR NOT LESS THAN '0' AND
              WS-ENT-COR NOT GREATER THAN '5'
               MOVE WS-ENT-COR      TO CEN-COR-RACA
           END-IF

           DISPLAY 'NACIONALIDADE (1 BRASILEIRA, 2 BRASILEIRA NASCIDO '
                   'NO EXTERIOR OU NATURALIZADO, 3 ESTRANGEIRA): '
           MOVE SPACES              TO WS-ENT-NAC
           ACCEPT WS-ENT-NAC
           IF WS-ENT-NAC NOT LESS THAN '1' AND
              WS-ENT-NAC NOT GREATER THAN '3'
               MOVE WS-ENT-NAC      TO CEN-NACIONALIDADE
           END-IF

           IF CEN-BRASILEIRO
               DISPLAY 'UF DE NASCIMENTO: '
               MOVE SPACES          TO WS-ENT-UF
               ACCEPT WS-ENT-UF
               INSPECT WS-ENT-UF CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-ENT-UF NOT EQUAL SPACES
                   MOVE WS-ENT-UF   TO CEN-UF-NASC
               END-IF
               DISPLAY 'CODIGO IBGE DO MUNICIPIO DE NASCIMENTO: '
               ACCEPT WS-ENT-MUNICIPIO
               IF WS-ENT-MUNICIPIO GREATER THAN ZEROS
                   MOVE WS-ENT-MUNICIPIO TO CEN-MUNICIPIO-NASC
               END-IF
           ELSE
               MOVE SPACES          TO CEN-UF-NASC
               MOVE ZEROS           TO CEN-MUNICIPIO-NASC
           END-IF
           .
       P460-FIM.

      ******************************************************************
      * PRE-CRITICA: RELACIONA NO SPOOL CADA DADO FALTANTE OU INVALIDO
      * DA ESCOLA, DOS ALUNOS COM MATRICULA ATIVA NO ANO E DOS
      * PROFESSORES COM AULA NO QUADRO DE HORARIOS DO ANO
      ******************************************************************
       P500-PRE-CRITICA.
           MOVE ZEROS               TO WS-QTD-ERROS
           MOVE ZEROS               TO WS-QTD-ALUNOS

           SET FS-MAT-OK           TO TRUE
           OPEN INPUT MATRICULAS
           IF NOT FS-MAT-OK
               DISPLAY 'NENHUMA MATRICULA GRAVADA AINDA.'
               ADD 1                TO WS-QTD-ERROS
               EXIT PARAGRAPH
           END-IF
           SET FS-OK               TO TRUE
           OPEN INPUT STUDENT
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO STUDENT.TXT.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE MATRICULAS
               SET LK-ERRO         TO TRUE
               ADD 1                TO WS-QTD-ERROS
               EXIT PARAGRAPH
           END-IF
           PERFORM P510-ABRE-CONSULTAS
           PERFORM P520-CARREGA-DOCENTES
           PERFORM P410-LE-ESCOLA

           MOVE 'CENSESC'           TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PRE-CRITICA DO CENSO ESCOLAR ' WS-ANO-LETIVO
                  '   EMISSAO: ' WS-HOJE-DD '/' WS-HOJE-MM '/'
                  WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'TIPO      CODIGO NOME                 PENDENCIA'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P530-CRITICA-ESCOLA

           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P535-LE-MATRICULA UNTIL EOF-OK

           PERFORM P560-CRITICA-PROFESSOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'ALUNOS MATRICULADOS: ' WS-QTD-ALUNOS
                  '   PROFESSORES: ' WS-QTD-PROF
                  '   PENDENCIAS: ' WS-QTD-ERROS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           PERFORM P515-FECHA-CONSULTAS
           CLOSE STUDENT
           CLOSE MATRICULAS

           DISPLAY 'PRE-CRITICA GRAVADA EM ' WS-NOME-SPOOL
           DISPLAY 'PENDENCIAS ENCONTRADAS: ' WS-QTD-ERROS
           .
       P500-FIM.

       P510-ABRE-CONSULTAS.
           SET TRM-ABERTO          TO FALSE
           SET PRF-ABERTO          TO FALSE
           SET CTT-ABERTO          TO FALSE
           SET CEN-ABERTO          TO FALSE
           SET FS-TRM-OK           TO TRUE
           OPEN INPUT TURMAS
           IF FS-TRM-OK
               SET TRM-ABERTO      TO TRUE
           END-IF
           SET FS-PRF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-PRF-OK
               SET PRF-ABERTO      TO TRUE
           END-IF
           SET FS-CTT-OK           TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CTT-OK
               SET CTT-ABERTO      TO TRUE
           END-IF
           SET FS-CEN-OK           TO TRUE
           OPEN INPUT CENSO-COMPL
           IF FS-CEN-OK
               SET CEN-ABERTO      TO TRUE
           END-IF
           .
       P510-FIM.

       P515-FECHA-CONSULTAS.
           IF TRM-ABERTO
               CLOSE TURMAS
           END-IF
           IF PRF-ABERTO
               CLOSE PROFESSORES
           END-IF
           IF CTT-ABERTO
               CLOSE CONTATOS
           END-IF
           IF CEN-ABERTO
               CLOSE CENSO-COMPL
           END-IF
           .
       P515-FIM.

       P520-CARREGA-DOCENTES.
           MOVE ZEROS               TO WS-QTD-PROF
           MOVE ZEROS               TO WS-QTD-VINC
           SET FS-HOR-OK           TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO HOR-ANO
           MOVE LOW-VALUES          TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA-SEMANA
           MOVE ZEROS               TO HOR-AULA
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P525-LE-HORARIO UNTIL EOF-OK
           CLOSE HORARIOS
           .
       P520-FIM.

       P525-LE-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF HOR-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF HOR-CD-PROFESSOR GREATER THAN ZEROS
                           PERFORM P526-GUARDA-DOCENTE
                       END-IF
                   END-IF
           END-READ
           .
       P525-FIM.

       P526-GUARDA-DOCENTE.
           PERFORM P527-COMPARA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROF OR
                     WS-TAB-PROF(WS-IND) EQUAL HOR-CD-PROFESSOR
           IF WS-IND GREATER THAN WS-QTD-PROF AND
              WS-QTD-PROF LESS THAN 200
               ADD 1                TO WS-QTD-PROF
               MOVE HOR-CD-PROFESSOR TO WS-TAB-PROF(WS-QTD-PROF)
           END-IF

           PERFORM P527-COMPARA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-VINC OR
                     (WS-VIN-PROFESSOR(WS-IND) EQUAL HOR-CD-PROFESSOR
                      AND WS-VIN-TURMA(WS-IND) EQUAL HOR-TURMA)
           IF WS-IND GREATER THAN WS-QTD-VINC AND
              WS-QTD-VINC LESS THAN 500
               ADD 1                TO WS-QTD-VINC
               MOVE HOR-CD-PROFESSOR TO WS-VIN-PROFESSOR(WS-QTD-VINC)
               MOVE HOR-TURMA       TO WS-VIN-TURMA(WS-QTD-VINC)
           END-IF
           .
       P526-FIM.

       P527-COMPARA.
           CONTINUE
           .
       P527-FIM.

       P530-CRITICA-ESCOLA.
           MOVE 'ESCOLA'            TO WS-ERR-TIPO
           MOVE ZEROS               TO WS-ERR-CODIGO
           MOVE WS-ESC-NOME         TO WS-ERR-NOME
           IF NOT ESCOLA-ACHADA
               MOVE 'DADOS DA ESCOLA NAO CADASTRADOS (<E>)'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           IF WS-ESC-CD-INEP EQUAL ZEROS
               MOVE 'CODIGO INEP DA ESCOLA NAO INFORMADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           IF WS-ESC-UF EQUAL SPACES OR WS-ESC-MUNICIPIO EQUAL ZEROS
               MOVE 'UF/MUNICIPIO DA ESCOLA NAO INFORMADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           .
       P530-FIM.

       P535-LE-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA
                           ADD 1    TO WS-QTD-ALUNOS
                           PERFORM P540-CRITICA-ALUNO
                       END-IF
                   END-IF
           END-READ
           .
       P535-FIM.

       P540-CRITICA-ALUNO.
           MOVE 'ALUNO'             TO WS-ERR-TIPO
           MOVE MAT-CD-STUDENT      TO WS-ERR-CODIGO
           MOVE SPACES              TO WS-ERR-NOME

           MOVE MAT-CD-STUDENT      TO CD-STUDENT
           PERFORM P700-LE-ALUNO
           IF NOT ALUNO-ACHADO
               MOVE 'MATRICULA DE ALUNO NAO CADASTRADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE NM-STUDENT          TO WS-ERR-NOME
           IF NM-STUDENT EQUAL SPACES
               MOVE 'NOME DO ALUNO EM BRANCO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF

           IF MAT-TURMA EQUAL SPACES
               MOVE 'MATRICULA SEM TURMA'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           ELSE
               MOVE WS-ANO-LETIVO   TO TRM-ANO
               MOVE MAT-TURMA       TO TRM-TURMA
               PERFORM P730-LE-TURMA
               IF NOT TURMA-ACHADA
                   MOVE 'TURMA DA MATRICULA NAO CADASTRADA'
                                    TO WS-ERR-MOTIVO
                   PERFORM P590-GRAVA-PENDENCIA
               END-IF
           END-IF

           IF RESP1-CONTATO EQUAL ZEROS AND RESP2-CONTATO EQUAL ZEROS
               MOVE 'SEM RESPONSAVEL (FILIACAO) VINCULADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           IF RESP1-CONTATO GREATER THAN ZEROS
               MOVE RESP1-CONTATO   TO WS-ID-CONTATO
               PERFORM P545-CRITICA-RESPONSAVEL
           END-IF
           IF RESP2-CONTATO GREATER THAN ZEROS
               MOVE RESP2-CONTATO   TO WS-ID-CONTATO
               PERFORM P545-CRITICA-RESPONSAVEL
           END-IF

           MOVE 'A'                 TO CEN-TIPO
           MOVE MAT-CD-STUDENT      TO CEN-CODIGO
           PERFORM P710-LE-COMPL
           IF NOT COMPL-ACHADO
               MOVE 'SEM DADOS COMPLEMENTARES DO CENSO (<A>)'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           IF CEN-CPF NOT EQUAL SPACES
               MOVE CEN-CPF         TO WS-DOC-NUMERO
               CALL 'DOCVALID' USING WS-AREA-DOC
               IF NOT WS-DOC-OK
                   MOVE 'CPF DO ALUNO INVALIDO'
                                    TO WS-ERR-MOTIVO
                   PERFORM P590-GRAVA-PENDENCIA
               END-IF
           END-IF
           MOVE 2                   TO WS-IDADE-MINIMA
           MOVE 25                  TO WS-IDADE-MAXIMA
           PERFORM P550-CRITICA-COMPL
           .
       P540-FIM.

       P545-CRITICA-RESPONSAVEL.
           MOVE WS-ID-CONTATO       TO ID-CONTATO
           PERFORM P720-LE-CONTATO
           IF NOT CONTATO-ACHADO
               MOVE SPACES          TO WS-ERR-MOTIVO
               STRING 'RESPONSAVEL ' WS-ID-CONTATO
                      ' NAO ACHADO/INATIVO'
                      DELIMITED BY SIZE INTO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           ELSE
               IF NM-CONTATO EQUAL SPACES
                   MOVE SPACES      TO WS-ERR-MOTIVO
                   STRING 'RESPONSAVEL ' WS-ID-CONTATO
                          ' SEM NOME'
                          DELIMITED BY SIZE INTO WS-ERR-MOTIVO
                   PERFORM P590-GRAVA-PENDENCIA
               END-IF
           END-IF
           .
       P545-FIM.

      ******************************************************************
      * CAMPOS DO CENSO_COMPL.dat COMUNS A ALUNO E PROFESSOR
      ******************************************************************
       P550-CRITICA-COMPL.
           IF CEN-DT-NASCIMENTO EQUAL ZEROS
               MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           ELSE
               MOVE CEN-DT-NASCIMENTO TO WS-DATA-VAL
               PERFORM P750-VALIDA-DATA
               COMPUTE WS-IDADE = WS-ANO-LETIVO - WS-VAL-AAAA
               IF NOT DATA-VALIDA
                   MOVE 'DATA DE NASCIMENTO INVALIDA'
                                    TO WS-ERR-MOTIVO
                   PERFORM P590-GRAVA-PENDENCIA
               ELSE
                   IF WS-IDADE LESS THAN WS-IDADE-MINIMA OR
                      WS-IDADE GREATER THAN WS-IDADE-MAXIMA
                       MOVE 'IDADE FORA DA FAIXA ESPERADA'
                                    TO WS-ERR-MOTIVO
                       PERFORM P590-GRAVA-PENDENCIA
                   END-IF
               END-IF
           END-IF
           IF NOT CEN-MASCULINO AND NOT CEN-FEMININO
               MOVE 'SEXO NAO INFORMADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           IF NOT CEN-COR-VALIDA
               MOVE 'COR/RACA NAO INFORMADA'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           IF NOT CEN-BRASILEIRO AND NOT CEN-ESTRANGEIRO
               MOVE 'NACIONALIDADE NAO INFORMADA'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           IF CEN-BRASILEIRO AND
              (CEN-UF-NASC EQUAL SPACES OR
               CEN-MUNICIPIO-NASC EQUAL ZEROS)
               MOVE 'UF/MUNICIPIO DE NASCIMENTO NAO INFORMADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           .
       P550-FIM.

       P560-CRITICA-PROFESSOR.
           MOVE 'PROFESSOR'         TO WS-ERR-TIPO
           MOVE WS-TAB-PROF(WS-IND) TO WS-ERR-CODIGO
           MOVE SPACES              TO WS-ERR-NOME

           MOVE WS-TAB-PROF(WS-IND) TO PRF-CD-PROFESSOR
           PERFORM P740-LE-PROFESSOR
           IF NOT PROF-ACHADO
               MOVE 'PROFESSOR DO HORARIO NAO CADASTRADO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE PRF-NOME            TO WS-ERR-NOME
           IF NOT PRF-ATIVO
               MOVE 'PROFESSOR INATIVO COM AULA NO HORARIO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF
           MOVE PRF-CPF             TO WS-DOC-NUMERO
           CALL 'DOCVALID' USING WS-AREA-DOC
           IF NOT WS-DOC-OK
               MOVE 'CPF DO PROFESSOR AUSENTE OU INVALIDO'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
           END-IF

           MOVE 'P'                 TO CEN-TIPO
           MOVE WS-TAB-PROF(WS-IND) TO CEN-CODIGO
           PERFORM P710-LE-COMPL
           IF NOT COMPL-ACHADO
               MOVE 'SEM DADOS COMPLEMENTARES DO CENSO (<P>)'
                                    TO WS-ERR-MOTIVO
               PERFORM P590-GRAVA-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE 18                  TO WS-IDADE-MINIMA
           MOVE 80                  TO WS-IDADE-MAXIMA
           PERFORM P550-CRITICA-COMPL
           .
       P560-FIM.

       P590-GRAVA-PENDENCIA.
           ADD 1                    TO WS-QTD-ERROS
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-ERR-TIPO ' ' WS-ERR-CODIGO ' ' WS-ERR-NOME ' '
                  WS-ERR-MOTIVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P590-FIM.

      ******************************************************************
      * GERACAO DO ARQUIVO DO CENSO - SOMENTE COM A PRE-CRITICA LIMPA
      ******************************************************************
       P600-GERA-CENSO.
           PERFORM P500-PRE-CRITICA
           IF WS-QTD-ERROS GREATER THAN ZEROS
               DISPLAY 'ARQUIVO DO CENSO NAO GERADO: CORRIJA AS '
                       'PENDENCIAS DA PRE-CRITICA E GERE NOVAMENTE.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MATRICULAS
           OPEN INPUT STUDENT
           PERFORM P510-ABRE-CONSULTAS

           MOVE SPACES              TO WS-NOME-CENSO
           STRING 'EDUCACENSO_' WS-ANO-LETIVO '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-CENSO
           OPEN OUTPUT ARQ-CENSO
           IF NOT FS-SAI-OK
               DISPLAY 'ERRO AO CRIAR ' WS-NOME-CENSO
               DISPLAY 'FILE STATUS: ' WS-FS-SAI
               SET LK-ERRO         TO TRUE
               PERFORM P515-FECHA-CONSULTAS
               CLOSE STUDENT
               CLOSE MATRICULAS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS               TO WS-QTD-REGISTROS
           MOVE ZEROS               TO WS-QTD-TURMAS

           MOVE SPACES              TO REG-CENSO
           STRING '00|' WS-ESC-CD-INEP '|'
                  WS-ESC-NOME DELIMITED BY '  '
                  '|' WS-ESC-UF '|' WS-ESC-MUNICIPIO '|'
                  WS-ESC-DEPENDENCIA '|' WS-ANO-LETIVO
                  DELIMITED BY SIZE INTO REG-CENSO
           PERFORM P690-GRAVA-CENSO

           IF TRM-ABERTO
               SET EOF-OK          TO FALSE
               MOVE WS-ANO-LETIVO   TO TRM-ANO
               MOVE LOW-VALUES      TO TRM-TURMA
               START TURMAS KEY IS NOT LESS THAN TRM-CHAVE
                   INVALID KEY
                       SET EOF-OK   TO TRUE
               END-START
               PERFORM P620-REGISTRO-TURMA UNTIL EOF-OK
           END-IF

           MOVE 'A'                 TO WS-OPCAO
           PERFORM P630-PERCORRE-MATRICULAS

           PERFORM P640-REGISTRO-PROFESSOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PROF

           PERFORM P650-REGISTRO-DOCENTE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-VINC

           MOVE 'M'                 TO WS-OPCAO
           PERFORM P630-PERCORRE-MATRICULAS

           CLOSE ARQ-CENSO
           PERFORM P515-FECHA-CONSULTAS
           CLOSE STUDENT
           CLOSE MATRICULAS

           DISPLAY 'ARQUIVO DO CENSO GRAVADO EM ' WS-NOME-CENSO
           DISPLAY 'TURMAS: ' WS-QTD-TURMAS ' ALUNOS: ' WS-QTD-ALUNOS
                   ' PROFESSORES: ' WS-QTD-PROF
           DISPLAY 'REGISTROS GRAVADOS: ' WS-QTD-REGISTROS
           .
       P600-FIM.

       P620-REGISTRO-TURMA.
           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF TRM-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-TURMAS
                       MOVE SPACES  TO REG-CENSO
                       STRING '20|' WS-ESC-CD-INEP '|'
                              TRM-TURMA DELIMITED BY SPACE
                              '|' TRM-SERIE '|' TRM-CAPACIDADE
                              DELIMITED BY SIZE INTO REG-CENSO
                       PERFORM P690-GRAVA-CENSO
                   END-IF
           END-READ
           .
       P620-FIM.

      ******************************************************************
      * WS-OPCAO 'A' GRAVA O REGISTRO 30 DE CADA ALUNO; 'M' GRAVA O
      * REGISTRO 60 DA MATRICULA (O LEIAUTE PEDE TODOS OS 30 ANTES)
      ******************************************************************
       P630-PERCORRE-MATRICULAS.
           SET EOF-OK              TO FALSE
           MOVE WS-ANO-LETIVO       TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START
           PERFORM P635-LE-MATRICULA UNTIL EOF-OK
           .
       P630-FIM.

       P635-LE-MATRICULA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANO-LETIVO
                       SET EOF-OK  TO TRUE
                   ELSE
                       IF MAT-ATIVA
                           IF WS-OPCAO EQUAL 'A'
                               PERFORM P636-REGISTRO-ALUNO
                           ELSE
                               PERFORM P660-REGISTRO-MATRICULA
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P635-FIM.

       P636-REGISTRO-ALUNO.
           MOVE MAT-CD-STUDENT      TO CD-STUDENT
           PERFORM P700-LE-ALUNO
           MOVE 'A'                 TO CEN-TIPO
           MOVE MAT-CD-STUDENT      TO CEN-CODIGO
           PERFORM P710-LE-COMPL

           MOVE SPACES              TO WS-FILIACAO-1
           MOVE SPACES              TO WS-FILIACAO-2
           IF RESP1-CONTATO GREATER THAN ZEROS
               MOVE RESP1-CONTATO   TO ID-CONTATO
               PERFORM P720-LE-CONTATO
               IF CONTATO-ACHADO
                   MOVE NM-CONTATO  TO WS-FILIACAO-1
               END-IF
           END-IF
           IF RESP2-CONTATO GREATER THAN ZEROS
               MOVE RESP2-CONTATO   TO ID-CONTATO
               PERFORM P720-LE-CONTATO
               IF CONTATO-ACHADO
                   MOVE NM-CONTATO  TO WS-FILIACAO-2
               END-IF
           END-IF
           IF WS-FILIACAO-1 EQUAL SPACES AND WS-FILIACAO-2 EQUAL SPACES
               MOVE '0'             TO WS-TP-FILIACAO
           ELSE
               MOVE '1'             TO WS-TP-FILIACAO
           END-IF

           MOVE CEN-CPF             TO WS-CPF-SAIDA
           MOVE NM-STUDENT          TO WS-NOME-PESSOA
           PERFORM P680-REGISTRO-PESSOA
           .
       P636-FIM.

       P640-REGISTRO-PROFESSOR.
           MOVE WS-TAB-PROF(WS-IND) TO PRF-CD-PROFESSOR
           PERFORM P740-LE-PROFESSOR
           MOVE 'P'                 TO CEN-TIPO
           MOVE WS-TAB-PROF(WS-IND) TO CEN-CODIGO
           PERFORM P710-LE-COMPL
           MOVE SPACES              TO WS-FILIACAO-1
           MOVE SPACES              TO WS-FILIACAO-2
           MOVE '0'                 TO WS-TP-FILIACAO
           MOVE PRF-CPF             TO WS-CPF-SAIDA
           MOVE PRF-NOME            TO WS-NOME-PESSOA
           PERFORM P680-REGISTRO-PESSOA
           .
       P640-FIM.

       P650-REGISTRO-DOCENTE.
           MOVE SPACES              TO REG-CENSO
           STRING '50|' WS-ESC-CD-INEP '|'
                  WS-VIN-PROFESSOR(WS-IND) '|'
                  WS-VIN-TURMA(WS-IND) DELIMITED BY SPACE
                  '|1'
                  DELIMITED BY SIZE INTO REG-CENSO
           PERFORM P690-GRAVA-CENSO
           .
       P650-FIM.

       P660-REGISTRO-MATRICULA.
           MOVE 'A'                 TO CEN-TIPO
           MOVE MAT-CD-STUDENT      TO CEN-CODIGO
           PERFORM P710-LE-COMPL
           PERFORM P685-ID-INEP
           MOVE SPACES              TO REG-CENSO
           STRING '60|' WS-ESC-CD-INEP '|' MAT-CD-STUDENT '|'
                  WS-ID-INEP-SAIDA DELIMITED BY SPACE
                  '|' MAT-TURMA DELIMITED BY SPACE
                  '|' MAT-SERIE
                  DELIMITED BY SIZE INTO REG-CENSO
           PERFORM P690-GRAVA-CENSO
           .
       P660-FIM.

      ******************************************************************
      * REGISTRO 30 - PESSOA FISICA (CEN-TIPO A = ALUNO, P = PROFESSOR)
      * SEXO NO CODIGO DO INEP: 1 MASCULINO, 2 FEMININO
      ******************************************************************
       P680-REGISTRO-PESSOA.
           PERFORM P685-ID-INEP
           IF CEN-MASCULINO
               MOVE '1'             TO WS-SEXO-INEP
           ELSE
               MOVE '2'             TO WS-SEXO-INEP
           END-IF
           IF CEN-BRASILEIRO
               MOVE CEN-MUNICIPIO-NASC TO WS-MUNICIPIO-SAIDA
           ELSE
               MOVE SPACES          TO WS-MUNICIPIO-SAIDA
           END-IF
           MOVE CEN-DT-NASCIMENTO   TO WS-DATA-VAL
           MOVE SPACES              TO REG-CENSO
           STRING '30|' WS-ESC-CD-INEP '|' CEN-TIPO '|' CEN-CODIGO '|'
                  WS-ID-INEP-SAIDA DELIMITED BY SPACE
                  '|' WS-NOME-PESSOA DELIMITED BY '  '
                  '|' WS-CPF-SAIDA DELIMITED BY SPACE
                  '|' WS-VAL-DD '/' WS-VAL-MM '/' WS-VAL-AAAA
                  '|' WS-SEXO-INEP '|' CEN-COR-RACA
                  '|' WS-TP-FILIACAO
                  '|' WS-FILIACAO-1 DELIMITED BY '  '
                  '|' WS-FILIACAO-2 DELIMITED BY '  '
                  '|' CEN-NACIONALIDADE
                  '|' CEN-UF-NASC DELIMITED BY SPACE
                  '|' WS-MUNICIPIO-SAIDA DELIMITED BY SPACE
                  INTO REG-CENSO
           PERFORM P690-GRAVA-CENSO
           .
       P680-FIM.

       P685-ID-INEP.
           IF CEN-ID-INEP GREATER THAN ZEROS
               MOVE CEN-ID-INEP     TO WS-ID-INEP-SAIDA
           ELSE
               MOVE SPACES          TO WS-ID-INEP-SAIDA
           END-IF
           .
       P685-FIM.

       P690-GRAVA-CENSO.
           WRITE REG-CENSO
           ADD 1                    TO WS-QTD-REGISTROS
           .
       P690-FIM.

      ******************************************************************
      * LEITURAS DE CONSULTA (ARQUIVOS ABERTOS EM P510)
      ******************************************************************
       P700-LE-ALUNO.
           SET ALUNO-ACHADO        TO FALSE
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   MOVE SPACES      TO NM-STUDENT
                   MOVE ZEROS       TO RESP1-CONTATO
                   MOVE ZEROS       TO RESP2-CONTATO
               NOT INVALID KEY
                   SET ALUNO-ACHADO TO TRUE
           END-READ
           .
       P700-FIM.

       P710-LE-COMPL.
           SET COMPL-ACHADO        TO FALSE
           IF CEN-ABERTO
               READ CENSO-COMPL
                   KEY IS CEN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COMPL-ACHADO TO TRUE
               END-READ
           END-IF
           IF NOT COMPL-ACHADO
               MOVE ZEROS           TO CEN-ID-INEP
               MOVE SPACES          TO CEN-CPF
               MOVE ZEROS           TO CEN-DT-NASCIMENTO
               MOVE SPACES          TO CEN-SEXO
               MOVE SPACES          TO CEN-COR-RACA
               MOVE SPACES          TO CEN-NACIONALIDADE
               MOVE SPACES          TO CEN-UF-NASC
               MOVE ZEROS           TO CEN-MUNICIPIO-NASC
           END-IF
           .
       P710-FIM.

       P720-LE-CONTATO.
           SET CONTATO-ACHADO      TO FALSE
           IF CTT-ABERTO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-ATIVO
                           SET CONTATO-ACHADO TO TRUE
                       END-IF
               END-READ
           END-IF
           .
       P720-FIM.

       P730-LE-TURMA.
           SET TURMA-ACHADA        TO FALSE
           IF TRM-ABERTO
               READ TURMAS
                   KEY IS TRM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TURMA-ACHADA TO TRUE
               END-READ
           END-IF
           .
       P730-FIM.

       P740-LE-PROFESSOR.
           SET PROF-ACHADO         TO FALSE
           IF PRF-ABERTO
               READ PROFESSORES
                   KEY IS PRF-CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROF-ACHADO TO TRUE
               END-READ
           END-IF
           IF NOT PROF-ACHADO
               MOVE SPACES          TO PRF-NOME
               MOVE SPACES          TO PRF-CPF
           END-IF
           .
       P740-FIM.

      ******************************************************************
      * DATA EM WS-DATA-VAL (AAAAMMDD): MES, DIA DO MES (FEVEREIRO
      * COM 29 SO NO ANO BISSEXTO) E NAO POSTERIOR A HOJE
      ******************************************************************
       P750-VALIDA-DATA.
           SET DATA-VALIDA         TO FALSE
           IF WS-VAL-AAAA LESS THAN 1900 OR
              WS-VAL-MM EQUAL ZEROS OR WS-VAL-MM GREATER THAN 12 OR
              WS-VAL-DD EQUAL ZEROS OR
              WS-VAL-DD GREATER THAN WS-DIAS-MES(WS-VAL-MM) OR
              WS-DATA-VAL GREATER THAN WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-MM EQUAL 2 AND WS-VAL-DD EQUAL 29
               IF FUNCTION MOD(WS-VAL-AAAA, 4) NOT EQUAL ZEROS OR
                  (FUNCTION MOD(WS-VAL-AAAA, 100) EQUAL ZEROS AND
                   FUNCTION MOD(WS-VAL-AAAA, 400) NOT EQUAL ZEROS)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET DATA-VALIDA         TO TRUE
           .
       P750-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM CENSESC.
