      *          INEXISTENTE; A MESMA CONTA VIVIA REPETIDA EM ATRFIN,
      *          CRNFIN E NA COBRANCA DE ENCARGOS DE PAGFIN, E OS TRES
      *          PODIAM DISCORDAR
      * Tectonics: cobc -I ../copybooks
      * Update: 11/11/2024 - VENCIMENTO QUE CAI EM SABADO, DOMINGO OU
      *         FERIADO DO CALENDARIO FERIADOS.dat (MANTIDO EM CALFIN)
      *         PASSA PARA O PRIMEIRO DIA UTIL SEGUINTE; O CALENDARIO E
      *         CARREGADO UMA VEZ POR EXECUCAO NA TABELA WS-TAB-FERIADOS
      * Update: 20/11/2024 - A AREA RECEBE A CARENCIA DO CONTRATO EM
      *         MESES (REG-CARENCIA DE FD_CONTR, NO FIM DA AREA): A
      *         PARCELA N PASSA A VENCER N + CARENCIA MESES DEPOIS DA
      *         EMISSAO; CHAMADOR SEM CARENCIA PASSA ZEROS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS ASSIGN TO
           'FERIADOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY  IS FER-DATA
           FILE STATUS IS WS-FS-FER.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS.
          COPY FD_FERIA.

       WORKING-STORAGE SECTION.
       77 WS-FS-FER                       PIC 99.
          88 FS-FER-OK                    VALUE 0.
       77 WS-EOF-FER                      PIC X.
          88 EOF-FER-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CALENDARIO-CARREGADO         PIC X VALUE 'N'.
          88 CALENDARIO-CARREGADO         VALUE 'S' FALSE 'N'.
       77 WS-DIA-UTIL                     PIC X VALUE 'N'.
          88 DIA-UTIL                     VALUE 'S' FALSE 'N'.
       77 WS-QTD-FERIADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-MAX-FERIADOS                 PIC 9(04) VALUE 1000.
       77 WS-DIAS-INTEIROS                PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE ZEROS.
      * INTEGER-OF-DATE CONTA A PARTIR DE 01/01/1601, UMA SEGUNDA-FEIRA:
      * RESTO 6 = SABADO, RESTO 0 = DOMINGO
          88 FIM-DE-SEMANA                VALUE 0 6.
       01 WS-TAB-FERIADOS.
          03 WS-FERIADO                   OCCURS 1000 TIMES
                                          ASCENDING KEY IS WS-TAB-DATA
                                          INDEXED BY WS-IX-FER.
             05 WS-TAB-DATA               PIC 9(08).
       01 WS-DATA-BASE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-BASE.
          03 WS-BASE-AAAA                 PIC 9(04).
          03 LK-VENC-DIA                  PIC 9(02).
          03 LK-VENC-PARCELA              PIC 9(03).
          03 LK-VENC-DATA                 PIC 9(08).
          03 LK-VENC-CARENCIA             PIC 9(02).

       PROCEDURE DIVISION USING LK-AREA-VENC.
       MAIN-PROCEDURE.

           COMPUTE WS-MESES-TOTAIS =
                   (WS-BASE-AAAA * 12) + WS-BASE-MM
                   + LK-VENC-PARCELA + LK-VENC-CARENCIA
           COMPUTE WS-VENC-AAAA = (WS-MESES-TOTAIS - 1) / 12
           COMPUTE WS-VENC-MM =
                   FUNCTION MOD((WS-MESES-TOTAIS - 1) 12) + 1
               MOVE WS-DIA-ESCOLHIDO TO WS-VENC-DD
           END-IF

           IF NOT CALENDARIO-CARREGADO
               PERFORM P100-CARREGA-CALENDARIO
           END-IF

           SET DIA-UTIL             TO FALSE
           PERFORM P200-CONFERE-DIA-UTIL UNTIL DIA-UTIL

           MOVE WS-DATA-VENC        TO LK-VENC-DATA

           GOBACK
           .
      ******************************************************************
      * CARREGA FERIADOS.dat NA TABELA (EM ORDEM DE DATA, PELA CHAVE);
      * POSICOES NAO USADAS FICAM COM 99999999 PARA O SEARCH ALL. SEM O
      * ARQUIVO, SO SABADO E DOMINGO CONTAM COMO DIA NAO UTIL
      ******************************************************************
       P100-CARREGA-CALENDARIO.
           MOVE ALL '9'             TO WS-TAB-FERIADOS
           MOVE ZEROS               TO WS-QTD-FERIADOS
           SET CALENDARIO-CARREGADO TO TRUE
           SET EOF-FER-OK           TO FALSE
           SET FS-FER-OK            TO TRUE

           OPEN INPUT FERIADOS
           IF NOT FS-FER-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P110-LE-FERIADO UNTIL EOF-FER-OK

           CLOSE FERIADOS
           .
       P100-FIM.

       P110-LE-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END
                   SET EOF-FER-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-FERIADOS LESS THAN WS-MAX-FERIADOS
                       ADD 1        TO WS-QTD-FERIADOS
                       MOVE FER-DATA
                         TO WS-TAB-DATA(WS-QTD-FERIADOS)
                   ELSE
                       DISPLAY 'CALENDARIO DE FERIADOS COM MAIS DE '
                               WS-MAX-FERIADOS ' DATAS - DEMAIS '
                               'IGNORADAS.'
                       SET EOF-FER-OK TO TRUE
                   END-IF
           END-READ
           .
       P110-FIM.

      ******************************************************************
      * SABADO, DOMINGO OU FERIADO: AVANCA UM DIA E CONFERE DE NOVO
      ******************************************************************
       P200-CONFERE-DIA-UTIL.
           COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENC)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-INTEIROS 7)

           SET DIA-UTIL             TO TRUE
           IF FIM-DE-SEMANA
               SET DIA-UTIL         TO FALSE
           ELSE
               SEARCH ALL WS-FERIADO
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DATA(WS-IX-FER) EQUAL WS-DATA-VENC
                       SET DIA-UTIL TO FALSE
               END-SEARCH
           END-IF

           IF NOT DIA-UTIL
               ADD 1                TO WS-DIAS-INTEIROS
               COMPUTE WS-DATA-VENC =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
           END-IF
           .
       P200-FIM.

       END PROGRAM VENCUTIL.
