      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/11/2024
      * Purpose: MODULO UTILITARIO DO SEGURO PRESTAMISTA - USADO NA
      *          EMISSAO DO CONTRATO (PROG-OCCURS, PROPFIN):
      *          <C> COTA O SEGURO: CALCULA A IDADE DO TITULAR PELA
      *              DATA DE NASCIMENTO (NASC-CONTATO) E PROCURA NA
      *              TABELA PRESTAMISTA_TAXAS.TXT A PRIMEIRA FAIXA DE
      *              IDADE MAXIMA E PRAZO MAXIMO QUE ATENDE O CONTRATO;
      *              O PREMIO E A TAXA DA FAIXA SOBRE O VALOR
      *              FINANCIADO, PARA SER EMBUTIDO NAS PARCELAS. SEM O
      *              ARQUIVO VALE A TABELA PADRAO DO MODULO; IDADE OU
      *              PRAZO FORA DA TABELA NAO TEM COBERTURA;
      *          <A> GRAVA A ADESAO EM PRESTAMISTA.dat (FD_PRST) COM O
      *              NUMERO DO CONTRATO GRAVADO E OS DADOS DA COTACAO.
      *          A TABELA E CARREGADA UMA VEZ POR EXECUCAO
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRSUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMISTA ASSIGN TO
           'PRESTAMISTA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PRS-NUM-CONTRATO
           FILE STATUS IS WS-FS-PRS.

           SELECT TAXAS ASSIGN TO
           'PRESTAMISTA_TAXAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-TXS.

       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMISTA.
          COPY FD_PRST.

       FD TAXAS.
       01 REG-TAXA.
          03 TXS-IDADE-MAX                PIC 9(02).
          03 TXS-PRAZO-MAX                PIC 9(03).
          03 TXS-TAXA                     PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRS                       PIC 99.
          88 FS-PRS-OK                    VALUE 0.
       77 WS-FS-TXS                       PIC 99.
          88 FS-TXS-OK                    VALUE 0.
       77 WS-EOF-TXS                      PIC X.
          88 EOF-TXS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TABELA-CARREGADA             PIC X VALUE 'N'.
          88 TABELA-CARREGADA             VALUE 'S' FALSE 'N'.
       77 WS-FAIXA-ACHADA                 PIC X VALUE 'N'.
          88 FAIXA-ACHADA                 VALUE 'S' FALSE 'N'.
       77 WS-QTD-FAIXAS                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-FAIXAS                   PIC 9(02) VALUE 30.
       77 WS-QTD-PADRAO                   PIC 9(02) VALUE 11.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IDADE-MINIMA                 PIC 9(02) VALUE 18.
       77 WS-DIF-DATAS                    PIC S9(08) VALUE ZEROS.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      * TABELA PADRAO (IDADE MAXIMA, PRAZO MAXIMO, TAXA % SOBRE O VALOR
      * FINANCIADO PARA O PRAZO TODO), NA ORDEM EM QUE E CONSULTADA
       01 WS-TAXAS-PADRAO-DADOS.
          03 FILLER PIC X(09) VALUE '300120090'.
          03 FILLER PIC X(09) VALUE '300360240'.
          03 FILLER PIC X(09) VALUE '304200480'.
          03 FILLER PIC X(09) VALUE '450120130'.
          03 FILLER PIC X(09) VALUE '450360350'.
          03 FILLER PIC X(09) VALUE '454200690'.
          03 FILLER PIC X(09) VALUE '600120210'.
          03 FILLER PIC X(09) VALUE '600360560'.
          03 FILLER PIC X(09) VALUE '604200980'.
          03 FILLER PIC X(09) VALUE '700120340'.
          03 FILLER PIC X(09) VALUE '700360890'.
       01 WS-TAXAS-PADRAO REDEFINES WS-TAXAS-PADRAO-DADOS.
          03 WS-PADRAO                    OCCURS 11 TIMES.
             05 WS-PAD-IDADE-MAX          PIC 9(02).
             05 WS-PAD-PRAZO-MAX          PIC 9(03).
             05 WS-PAD-TAXA               PIC 9(02)V99.
       01 WS-TAB-TAXAS.
          03 WS-FAIXA                     OCCURS 30 TIMES.
             05 WS-FX-IDADE-MAX           PIC 9(02).
             05 WS-FX-PRAZO-MAX           PIC 9(03).
             05 WS-FX-TAXA                PIC 9(02)V99.

       LINKAGE SECTION.
       01 LK-AREA-PRS.
          03 LK-PRS-FUNCAO                PIC X(01).
             88 LK-PRS-COTACAO            VALUE 'C'.
             88 LK-PRS-ADESAO             VALUE 'A'.
          03 LK-PRS-NUM-CONTRATO          PIC 9(06).
          03 LK-PRS-ID-CONTATO            PIC 9(06).
          03 LK-PRS-DT-NASCIMENTO         PIC 9(08).
          03 LK-PRS-PRAZO                 PIC 9(03).
          03 LK-PRS-VR-BASE               PIC 9(07)V99.
          03 LK-PRS-OPERADOR              PIC X(06).
          03 LK-PRS-IDADE                 PIC 9(03).
          03 LK-PRS-TAXA                  PIC 9(02)V99.
          03 LK-PRS-VR-PREMIO             PIC 9(06)V99.
          03 LK-PRS-RESULTADO             PIC X(01).
             88 LK-PRS-OK                 VALUE 'S'.
             88 LK-PRS-RECUSADO           VALUE 'N'.
          03 LK-PRS-MOTIVO                PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-PRS.
       MAIN-PROCEDURE.

           SET LK-PRS-RECUSADO      TO TRUE
           MOVE SPACES              TO LK-PRS-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN LK-PRS-COTACAO
                   IF NOT TABELA-CARREGADA
                       PERFORM P100-CARREGA-TABELA
                   END-IF
                   PERFORM P200-COTA
               WHEN LK-PRS-ADESAO
                   PERFORM P300-GRAVA-ADESAO
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO LK-PRS-MOTIVO
           END-EVALUATE

           GOBACK
           .
      ******************************************************************
      * CARREGA PRESTAMISTA_TAXAS.TXT; ARQUIVO AUSENTE OU VAZIO FICA
      * COM A TABELA PADRAO
      ******************************************************************
       P100-CARREGA-TABELA.
           INITIALIZE WS-TAB-TAXAS
           MOVE ZEROS               TO WS-QTD-FAIXAS
           SET TABELA-CARREGADA     TO TRUE
           SET EOF-TXS-OK           TO FALSE
           SET FS-TXS-OK            TO TRUE

           OPEN INPUT TAXAS
           IF FS-TXS-OK
               PERFORM P110-LE-TAXA UNTIL EOF-TXS-OK
               CLOSE TAXAS
           END-IF

           IF WS-QTD-FAIXAS EQUAL ZEROS
               PERFORM P120-COPIA-PADRAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-PADRAO
               MOVE WS-QTD-PADRAO   TO WS-QTD-FAIXAS
           END-IF
           .
       P100-FIM.

       P110-LE-TAXA.
           READ TAXAS
               AT END
                   SET EOF-TXS-OK   TO TRUE
               NOT AT END
                   IF TXS-IDADE-MAX IS NUMERIC AND
                      TXS-PRAZO-MAX IS NUMERIC AND
                      TXS-TAXA IS NUMERIC
                       IF WS-QTD-FAIXAS LESS THAN WS-MAX-FAIXAS
                           ADD 1    TO WS-QTD-FAIXAS
                           MOVE TXS-IDADE-MAX
                             TO WS-FX-IDADE-MAX(WS-QTD-FAIXAS)
                           MOVE TXS-PRAZO-MAX
                             TO WS-FX-PRAZO-MAX(WS-QTD-FAIXAS)
                           MOVE TXS-TAXA
                             TO WS-FX-TAXA(WS-QTD-FAIXAS)
                       ELSE
                           DISPLAY 'TABELA DO PRESTAMISTA COM MAIS DE '
                                   WS-MAX-FAIXAS ' FAIXAS - DEMAIS '
                                   'IGNORADAS.'
                           SET EOF-TXS-OK TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       P110-FIM.

       P120-COPIA-PADRAO.
           MOVE WS-PAD-IDADE-MAX(WS-IND) TO WS-FX-IDADE-MAX(WS-IND)
           MOVE WS-PAD-PRAZO-MAX(WS-IND) TO WS-FX-PRAZO-MAX(WS-IND)
           MOVE WS-PAD-TAXA(WS-IND)      TO WS-FX-TAXA(WS-IND)
           .
       P120-FIM.

      ******************************************************************
      * COTACAO: IDADE EM ANOS COMPLETOS PELA DIFERENCA AAAAMMDD, FAIXA
      * PELA ORDEM DA TABELA
      ******************************************************************
       P200-COTA.
           MOVE ZEROS               TO LK-PRS-IDADE
           MOVE ZEROS               TO LK-PRS-TAXA
           MOVE ZEROS               TO LK-PRS-VR-PREMIO

           IF LK-PRS-DT-NASCIMENTO IS NOT NUMERIC OR
              LK-PRS-DT-NASCIMENTO EQUAL ZEROS OR
              LK-PRS-DT-NASCIMENTO GREATER THAN WS-DATA-HOJE
               MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                                    TO LK-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIF-DATAS = WS-DATA-HOJE - LK-PRS-DT-NASCIMENTO
           COMPUTE LK-PRS-IDADE = WS-DIF-DATAS / 10000

           IF LK-PRS-IDADE LESS THAN WS-IDADE-MINIMA
               MOVE 'TITULAR MENOR DE IDADE' TO LK-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           SET FAIXA-ACHADA         TO FALSE
           PERFORM P210-PROCURA-FAIXA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-FAIXAS
                  OR FAIXA-ACHADA

           IF NOT FAIXA-ACHADA
               MOVE 'IDADE/PRAZO FORA DA TABELA DE TAXAS'
                                    TO LK-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE LK-PRS-VR-PREMIO ROUNDED =
                   LK-PRS-VR-BASE * LK-PRS-TAXA / 100
               ON SIZE ERROR
                   MOVE ZEROS       TO LK-PRS-VR-PREMIO
                   MOVE 'PREMIO FORA DE FAIXA' TO LK-PRS-MOTIVO
                   EXIT PARAGRAPH
           END-COMPUTE

           SET LK-PRS-OK            TO TRUE
           .
       P200-FIM.

       P210-PROCURA-FAIXA.
           IF LK-PRS-IDADE NOT GREATER THAN WS-FX-IDADE-MAX(WS-IND) AND
              LK-PRS-PRAZO NOT GREATER THAN WS-FX-PRAZO-MAX(WS-IND)
               SET FAIXA-ACHADA     TO TRUE
               MOVE WS-FX-TAXA(WS-IND) TO LK-PRS-TAXA
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * ADESAO DO CONTRATO GRAVADO
      ******************************************************************
       P300-GRAVA-ADESAO.
           SET FS-PRS-OK            TO TRUE

           OPEN I-O PRESTAMISTA
           IF WS-FS-PRS EQUAL 35
               OPEN OUTPUT PRESTAMISTA
               CLOSE PRESTAMISTA
               OPEN I-O PRESTAMISTA
           END-IF

           IF NOT FS-PRS-OK
               STRING 'ERRO AO ABRIR PRESTAMISTA.dat - FS '
                      WS-FS-PRS
                      DELIMITED BY SIZE INTO LK-PRS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-PRESTAMISTA
           MOVE LK-PRS-NUM-CONTRATO TO PRS-NUM-CONTRATO
           MOVE LK-PRS-ID-CONTATO   TO PRS-ID-CONTATO
           SET PRS-ATIVO            TO TRUE
           MOVE WS-DATA-HOJE        TO PRS-DT-ADESAO
           MOVE LK-PRS-DT-NASCIMENTO TO PRS-DT-NASCIMENTO
           MOVE LK-PRS-IDADE        TO PRS-IDADE
           MOVE LK-PRS-PRAZO        TO PRS-PRAZO
           MOVE LK-PRS-TAXA         TO PRS-TAXA
           MOVE LK-PRS-VR-BASE      TO PRS-VR-BASE
           MOVE LK-PRS-VR-PREMIO    TO PRS-VR-PREMIO
           MOVE LK-PRS-OPERADOR     TO PRS-OPERADOR
           MOVE SPACES              TO PRS-TP-SINISTRO
           MOVE SPACES              TO PRS-OPER-SINISTRO

           WRITE REG-PRESTAMISTA
               INVALID KEY
                   STRING 'CONTRATO JA TEM SEGURO - FS ' WS-FS-PRS
                          DELIMITED BY SIZE INTO LK-PRS-MOTIVO
               NOT INVALID KEY
                   SET LK-PRS-OK    TO TRUE
           END-WRITE

           CLOSE PRESTAMISTA
           .
       P300-FIM.

       END PROGRAM PRSUTIL.
