      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 11/11/2024
      * Purpose: CALENDARIO DE FERIADOS - MANUTENCAO DE FERIADOS.dat
      *          (FD_FERIA), USADO PELO MODULO VENCUTIL PARA PASSAR O
      *          VENCIMENTO QUE CAI EM SABADO, DOMINGO OU FERIADO PARA
      *          O PRIMEIRO DIA UTIL SEGUINTE, DE MODO QUE O CARNE
      *          (CRNFIN), O AGING (ATRFIN), A REMESSA (REMFIN), AS
      *          MENSALIDADES (MENSESC) E OS ENCARGOS DO BALCAO (PAGFIN)
      *          USEM A MESMA DATA:
      *          <G> GERA OS FERIADOS NACIONAIS DE UM ANO (OS DE DATA
      *              FIXA E OS MOVEIS CALCULADOS PELA PASCOA: CARNAVAL,
      *              SEXTA-FEIRA SANTA E CORPUS CHRISTI);
      *          <I> INCLUI UM FERIADO (ESTADUAL, MUNICIPAL OU OUTRO);
      *          <E> EXCLUI UM FERIADO;
      *          <L> LISTA OS FERIADOS DE UM ANO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALFIN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FERIADOS ASSIGN TO
               'FERIADOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FER-DATA
               FILE STATUS IS WS-FS-FER.


       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS.
          COPY FD_FERIA.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-FER                       PIC 99.
          88 FS-FER-OK                    VALUE 0.
       77 WS-EOF-FER                      PIC X.
          88 EOF-FER-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-TIPO                         PIC X VALUE SPACES.
       77 WS-DESCRICAO                    PIC X(30) VALUE SPACES.
       77 WS-ANO                          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GERADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JA-EXISTIAM              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-PASCOA                  PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FERIADO                 PIC 9(07) VALUE ZEROS.
       77 WS-DESLOCAMENTO                 PIC S9(03) VALUE ZEROS.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FERIADO                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-FERIADO.
          03 WS-FER-AAAA                  PIC 9(04).
          03 WS-FER-MM                    PIC 9(02).
          03 WS-FER-DD                    PIC 9(02).
       01 WS-DATA-PASCOA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-PASCOA.
          03 WS-PAS-AAAA                  PIC 9(04).
          03 WS-PAS-MM                    PIC 9(02).
          03 WS-PAS-DD                    PIC 9(02).
      * VARIAVEIS DO CALCULO DA PASCOA (ALGORITMO DE MEEUS/JONES/BUTCHER)
       01 WS-CALCULO-PASCOA.
          03 WS-PAS-A                     PIC 9(04).
          03 WS-PAS-B                     PIC 9(04).
          03 WS-PAS-C                     PIC 9(04).
          03 WS-PAS-D                     PIC 9(04).
          03 WS-PAS-E                     PIC 9(04).
          03 WS-PAS-F                     PIC 9(04).
          03 WS-PAS-G                     PIC 9(04).
          03 WS-PAS-H                     PIC 9(04).
          03 WS-PAS-I                     PIC 9(04).
          03 WS-PAS-K                     PIC 9(04).
          03 WS-PAS-L                     PIC 9(04).
          03 WS-PAS-M                     PIC 9(04).
          03 WS-PAS-N                     PIC 9(04).
      * FERIADOS NACIONAIS DE DATA FIXA (MMDD + DESCRICAO)
       01 WS-TAB-FIXOS-DADOS.
          03 FILLER PIC X(34) VALUE '0101CONFRATERNIZACAO UNIVERSAL'.
          03 FILLER PIC X(34) VALUE '0421TIRADENTES'.
          03 FILLER PIC X(34) VALUE '0501DIA DO TRABALHO'.
          03 FILLER PIC X(34) VALUE '0907INDEPENDENCIA DO BRASIL'.
          03 FILLER PIC X(34) VALUE '1012NOSSA SENHORA APARECIDA'.
          03 FILLER PIC X(34) VALUE '1102FINADOS'.
          03 FILLER PIC X(34) VALUE '1115PROCLAMACAO DA REPUBLICA'.
          03 FILLER PIC X(34) VALUE '1120DIA DA CONSCIENCIA NEGRA'.
          03 FILLER PIC X(34) VALUE '1225NATAL'.
       01 WS-TAB-FIXOS REDEFINES WS-TAB-FIXOS-DADOS.
          03 WS-FIXO                      OCCURS 9 TIMES.
             05 WS-FIXO-MMDD              PIC 9(04).
             05 WS-FIXO-DESCRICAO         PIC X(30).
      * FERIADOS MOVEIS (DIAS EM RELACAO A PASCOA + TIPO + DESCRICAO)
       01 WS-TAB-MOVEIS-DADOS.
          03 FILLER PIC X(35) VALUE '-48BCARNAVAL (SEGUNDA-FEIRA)'.
          03 FILLER PIC X(35) VALUE '-47BCARNAVAL (TERCA-FEIRA)'.
          03 FILLER PIC X(35) VALUE '-02NSEXTA-FEIRA SANTA'.
          03 FILLER PIC X(35) VALUE '+60BCORPUS CHRISTI'.
       01 WS-TAB-MOVEIS REDEFINES WS-TAB-MOVEIS-DADOS.
          03 WS-MOVEL                     OCCURS 4 TIMES.
             05 WS-MOVEL-DIAS             PIC S9(02)
                                          SIGN LEADING SEPARATE.
             05 WS-MOVEL-TIPO             PIC X(01).
             05 WS-MOVEL-DESCRICAO        PIC X(30).
          COPY FSMSG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                  PIC X(40).
          03 LK-STATUS                    PIC X(01).
             88 LK-SUCESSO                VALUE '0'.
             88 LK-ERRO                   VALUE '1'.
          03 LK-OPERADOR                  PIC X(06).
          03 LK-EMPRESA                   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY '*** CALENDARIO DE FERIADOS ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P100-ABRE-CALENDARIO
           IF NOT FS-FER-OK
               PERFORM P900-FIM
           END-IF

           DISPLAY 'DIGITE: <G> GERAR FERIADOS NACIONAIS DO ANO, '
                   '<I> INCLUIR, <E> EXCLUIR OU <L> LISTAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM P200-GERA-NACIONAIS
               WHEN 'I'
               WHEN 'i'
                   SET EXIT-OK     TO FALSE
                   PERFORM P300-INCLUI THRU P300-FIM UNTIL EXIT-OK
               WHEN 'E'
               WHEN 'e'
                   SET EXIT-OK     TO FALSE
                   PERFORM P400-EXCLUI THRU P400-FIM UNTIL EXIT-OK
               WHEN 'L'
               WHEN 'l'
                   PERFORM P500-LISTA-ANO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE

           CLOSE FERIADOS
      *    O VENCUTIL GUARDA O CALENDARIO EM MEMORIA; O CANCEL FAZ A
      *    PROXIMA CHAMADA DA SESSAO RELER O ARQUIVO JA ALTERADO
           CANCEL 'VENCUTIL'
           PERFORM P900-FIM
           .
       P100-ABRE-CALENDARIO.
           SET FS-FER-OK            TO TRUE
           OPEN I-O FERIADOS
           IF WS-FS-FER EQUAL 35
               OPEN OUTPUT FERIADOS
               CLOSE FERIADOS
               OPEN I-O FERIADOS
           END-IF

           IF NOT FS-FER-OK
               DISPLAY 'ERRO AO ABRIR FERIADOS.dat.'
               MOVE WS-FS-FER       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-FER ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * GERACAO DOS FERIADOS NACIONAIS DE UM ANO; DATA QUE JA ESTA NO
      * CALENDARIO E MANTIDA COMO ESTA
      ******************************************************************
       P200-GERA-NACIONAIS.
           MOVE ZEROS               TO WS-QTD-GERADOS
           MOVE ZEROS               TO WS-QTD-JA-EXISTIAM

           DISPLAY 'ANO (AAAA): '
           ACCEPT WS-ANO
           IF WS-ANO LESS THAN 1900 OR WS-ANO GREATER THAN 2099
               DISPLAY 'ANO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P210-GERA-FIXO
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER THAN 9

           PERFORM P220-CALCULA-PASCOA
           DISPLAY 'PASCOA DE ' WS-ANO ': ' WS-PAS-DD '/' WS-PAS-MM
                   '/' WS-PAS-AAAA

           PERFORM P230-GERA-MOVEL
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER THAN 4

           DISPLAY 'FERIADOS GRAVADOS...: ' WS-QTD-GERADOS
           DISPLAY 'JA EXISTIAM.........: ' WS-QTD-JA-EXISTIAM
           .
       P200-FIM.

       P210-GERA-FIXO.
           COMPUTE WS-DATA-FERIADO =
                   (WS-ANO * 10000) + WS-FIXO-MMDD(WS-IND)
           MOVE 'N'                 TO WS-TIPO
           MOVE WS-FIXO-DESCRICAO(WS-IND) TO WS-DESCRICAO
           PERFORM P250-GRAVA-FERIADO
           .
       P210-FIM.

       P220-CALCULA-PASCOA.
           COMPUTE WS-PAS-A = FUNCTION MOD(WS-ANO 19)
           COMPUTE WS-PAS-B = WS-ANO / 100
           COMPUTE WS-PAS-C = FUNCTION MOD(WS-ANO 100)
           COMPUTE WS-PAS-D = WS-PAS-B / 4
           COMPUTE WS-PAS-E = FUNCTION MOD(WS-PAS-B 4)
           COMPUTE WS-PAS-F = (WS-PAS-B + 8) / 25
           COMPUTE WS-PAS-G = (WS-PAS-B - WS-PAS-F + 1) / 3
           COMPUTE WS-PAS-H = FUNCTION MOD((19 * WS-PAS-A + WS-PAS-B
                   - WS-PAS-D - WS-PAS-G + 15) 30)
           COMPUTE WS-PAS-I = WS-PAS-C / 4
           COMPUTE WS-PAS-K = FUNCTION MOD(WS-PAS-C 4)
           COMPUTE WS-PAS-L = FUNCTION MOD((32 + 2 * WS-PAS-E
                   + 2 * WS-PAS-I - WS-PAS-H - WS-PAS-K) 7)
           COMPUTE WS-PAS-M = (WS-PAS-A + 11 * WS-PAS-H
                   + 22 * WS-PAS-L) / 451
           COMPUTE WS-PAS-N = WS-PAS-H + WS-PAS-L - 7 * WS-PAS-M + 114

           MOVE WS-ANO              TO WS-PAS-AAAA
           COMPUTE WS-PAS-MM = WS-PAS-N / 31
           COMPUTE WS-PAS-DD = FUNCTION MOD(WS-PAS-N 31) + 1

           COMPUTE WS-DIAS-PASCOA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PASCOA)
           .
       P220-FIM.

       P230-GERA-MOVEL.
           MOVE WS-MOVEL-DIAS(WS-IND) TO WS-DESLOCAMENTO
           COMPUTE WS-DIAS-FERIADO = WS-DIAS-PASCOA + WS-DESLOCAMENTO
           COMPUTE WS-DATA-FERIADO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-FERIADO)
           MOVE WS-MOVEL-TIPO(WS-IND) TO WS-TIPO
           MOVE WS-MOVEL-DESCRICAO(WS-IND) TO WS-DESCRICAO
           PERFORM P250-GRAVA-FERIADO
           .
       P230-FIM.

       P250-GRAVA-FERIADO.
           MOVE WS-DATA-FERIADO     TO FER-DATA
           MOVE WS-TIPO             TO FER-TIPO
           MOVE WS-DESCRICAO        TO FER-DESCRICAO
           MOVE LK-OPERADOR         TO FER-OPERADOR
           MOVE WS-DATA-HOJE        TO FER-DT-CADASTRO

           WRITE REG-FERIADO
               INVALID KEY
                   ADD 1            TO WS-QTD-JA-EXISTIAM
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GERADOS
           END-WRITE
           .
       P250-FIM.

      ******************************************************************
      * INCLUSAO MANUAL (FERIADO ESTADUAL, MUNICIPAL, PONTO BANCARIO)
      ******************************************************************
       P300-INCLUI.
           MOVE ZEROS               TO WS-QTD-GERADOS
           MOVE ZEROS               TO WS-QTD-JA-EXISTIAM

           DISPLAY 'DATA DO FERIADO (AAAAMMDD): '
           ACCEPT WS-DATA-FERIADO
           IF WS-FER-MM LESS THAN 1 OR WS-FER-MM GREATER THAN 12 OR
              WS-FER-DD LESS THAN 1 OR WS-FER-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA!'
               GO TO P300-CONTINUA
           END-IF

           DISPLAY 'TIPO: <N> NACIONAL, <E> ESTADUAL, <M> MUNICIPAL '
                   'OU <B> SEM EXPEDIENTE BANCARIO: '
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING 'nemb' TO 'NEMB'
           MOVE WS-TIPO             TO FER-TIPO
           IF NOT FER-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO!'
               GO TO P300-CONTINUA
           END-IF

           DISPLAY 'DESCRICAO: '
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO EQUAL SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA!'
               GO TO P300-CONTINUA
           END-IF

           PERFORM P250-GRAVA-FERIADO
           IF WS-QTD-GERADOS GREATER THAN ZEROS
               DISPLAY 'FERIADO INCLUIDO COM SUCESSO!'
           ELSE
               DISPLAY 'JA EXISTE FERIADO NESSA DATA!'
           END-IF
           .
       P300-CONTINUA.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.

      ******************************************************************
      * EXCLUSAO
      ******************************************************************
       P400-EXCLUI.
           DISPLAY 'DATA DO FERIADO A EXCLUIR (AAAAMMDD): '
           ACCEPT FER-DATA

           READ FERIADOS
               KEY IS FER-DATA
               INVALID KEY
                   DISPLAY 'DATA NAO CONSTA DO CALENDARIO!'
               NOT INVALID KEY
                   DISPLAY FER-DATA ' ' FER-TIPO ' ' FER-DESCRICAO
                   DISPLAY 'CONFIRMA A EXCLUSAO? <S/N>: '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                       DELETE FERIADOS RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR O FERIADO!'
                           NOT INVALID KEY
                               DISPLAY 'FERIADO EXCLUIDO!'
                       END-DELETE
                   END-IF
           END-READ

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

      ******************************************************************
      * LISTAGEM DE UM ANO
      ******************************************************************
       P500-LISTA-ANO.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           SET EOF-FER-OK           TO FALSE

           DISPLAY 'ANO (AAAA): '
           ACCEPT WS-ANO

           COMPUTE FER-DATA = (WS-ANO * 10000) + 101
           START FERIADOS KEY IS NOT LESS THAN FER-DATA
               INVALID KEY
                   SET EOF-FER-OK   TO TRUE
           END-START

           DISPLAY 'DATA     T DESCRICAO                      OPER'
           PERFORM P510-LE-FERIADO UNTIL EOF-FER-OK

           DISPLAY 'FERIADOS NO ANO: ' WS-QTD-LISTADOS
           .
       P500-FIM.

       P510-LE-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END
                   SET EOF-FER-OK   TO TRUE
               NOT AT END
                   MOVE FER-DATA    TO WS-DATA-FERIADO
                   IF WS-FER-AAAA NOT EQUAL WS-ANO
                       SET EOF-FER-OK TO TRUE
                   ELSE
                       ADD 1        TO WS-QTD-LISTADOS
                       DISPLAY FER-DATA ' ' FER-TIPO ' '
                               FER-DESCRICAO ' ' FER-OPERADOR
                   END-IF
           END-READ
           .
       P510-FIM.

       COPY FSMSGP.

       P900-FIM.
           GOBACK.
       END PROGRAM CALFIN.
