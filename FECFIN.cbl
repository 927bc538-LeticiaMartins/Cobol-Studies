      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 04/11/2024
      * Purpose: FECHAMENTO DE CAIXA DIARIO POR OPERADOR - SOMA OS
      *          RECEBIMENTOS DO DIA EM PAGAMENTOS.dat PELO OPERADOR
      *          (PAG-OPERADOR: PARCELAS DE PAGFIN E MENSALIDADES DE
      *          MENSESC, FAIXA 900000), DESCONTA OS ESTORNOS DE
      *          ESTFIN FEITOS NO DIA (PAG-ESTORNADO COM PAG-DT-ESTORNO
      *          NA DATA), CONFERE A NUMERACAO DE RECIBOS.dat (FALHAS E
      *          DUPLICIDADES NA SEQUENCIA DO DIA), PEDE O VALOR
      *          CONTADO NA GAVETA E GRAVA O FECHAMENTO COM A DIFERENCA
      *          EM CAIXA_FECHAMENTO.dat (FD_FECH); O RESUMO VAI PARA O
      *          SPOOL (SPOOLUTL). DEPOIS DE FECHADO O DIA, PAGFIN E
      *          MENSESC SO ACEITAM PAGAMENTO DATADO NELE PARA O MESMO
      *          OPERADOR COM AUTORIZACAO DE SUPERVISOR (SUPVUTIL);
      *          ACABA COM A SOMA DOS RECIBOS DE BALCAO NA MAO
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT RECIBOS ASSIGN TO
               'RECIBOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REC-NUMERO
               FILE STATUS IS WS-FS-REC.

               SELECT FECHAMENTOS ASSIGN TO
               'CAIXA_FECHAMENTO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FEC-CHAVE
               FILE STATUS IS WS-FS.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD RECIBOS.
          COPY FD_RECB.

       FD FECHAMENTOS.
          COPY FD_FECH.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-REC                       PIC 99.
          88 FS-REC-OK                    VALUE 0.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-REC                      PIC X.
          88 EOF-REC-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DIA-FECHADO                  PIC X VALUE 'N'.
          88 DIA-FECHADO                  VALUE 'S' FALSE 'N'.
       77 WS-DT-FECHAR                    PIC 9(08) VALUE ZEROS.
       77 WS-OPER-FECHAR                  PIC X(06) VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-QTD-PAGAMENTOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTORNOS                 PIC 9(05) VALUE ZEROS.
       77 WS-VR-FINANCIAMENTO             PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-MENSALIDADES              PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-ESTORNADO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-LIQUIDO                   PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-CONTADO                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-DIFERENCA                 PIC S9(08)V99 VALUE ZEROS.
       77 WS-QTD-RECIBOS                  PIC 9(05) VALUE ZEROS.
       77 WS-VR-RECIBOS                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-FALHAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DUPLIC                   PIC 9(05) VALUE ZEROS.
       77 WS-REC-ANTERIOR                 PIC 9(06) VALUE ZEROS.
       77 WS-REC-FALTA-DE                 PIC 9(06) VALUE ZEROS.
       77 WS-REC-FALTA-ATE                PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC -Z.ZZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          COPY FSMSG.
          COPY LAYVERS.

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

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** FECHAMENTO DE CAIXA DIARIO ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'DATA DO CAIXA (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DT-FECHAR
           IF WS-DT-FECHAR EQUAL ZEROS
               ACCEPT WS-DT-FECHAR FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'OPERADOR DO CAIXA (BRANCO = ' LK-OPERADOR '): '
           ACCEPT WS-OPER-FECHAR
           IF WS-OPER-FECHAR EQUAL SPACES
               MOVE LK-OPERADOR     TO WS-OPER-FECHAR
           END-IF

           PERFORM P200-CONFERE-FECHADO

           IF DIA-FECHADO
               DISPLAY 'O CAIXA DE ' WS-OPER-FECHAR ' EM '
                       WS-DT-FECHAR ' JA FOI FECHADO!'
           ELSE
               PERFORM P300-SOMA-PAGAMENTOS
               PERFORM P400-CONFERE-RECIBOS
               PERFORM P500-APURA-FECHAMENTO
           END-IF
           PERFORM P900-FIM
           .
       P200-CONFERE-FECHADO.
           SET DIA-FECHADO          TO FALSE
           SET FS-OK                TO TRUE

           OPEN INPUT FECHAMENTOS

           IF FS-OK
               MOVE WS-DT-FECHAR    TO FEC-DATA
               MOVE WS-OPER-FECHAR  TO FEC-OPERADOR
               READ FECHAMENTOS
                   KEY IS FEC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DIA-FECHADO TO TRUE
                       DISPLAY 'LIQUIDO APURADO: ' FEC-VR-LIQUIDO
                               '  CONTADO: ' FEC-VR-CONTADO
                               '  DIFERENCA: ' FEC-VR-DIFERENCA
               END-READ
               CLOSE FECHAMENTOS
           END-IF
           .
       P200-FIM.

      ******************************************************************
      * RECEBIMENTOS DO DIA PELO OPERADOR: PAGAMENTO ESTORNADO NO
      * PROPRIO DIA ENTRA NO RECEBIDO E SAI NO ESTORNO; O QUE FOI
      * ESTORNADO HOJE MAS RECEBIDO ANTES SO SAI DO CAIXA DE HOJE
      ******************************************************************
       P300-SOMA-PAGAMENTOS.
           MOVE ZEROS               TO WS-QTD-PAGAMENTOS
           MOVE ZEROS               TO WS-QTD-ESTORNOS
           MOVE ZEROS               TO WS-VR-FINANCIAMENTO
           MOVE ZEROS               TO WS-VR-MENSALIDADES
           MOVE ZEROS               TO WS-VR-ESTORNADO
           SET FS-PAG-OK            TO TRUE
           SET EOF-PAG-OK           TO FALSE

           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG EQUAL 35
               DISPLAY 'NENHUM PAGAMENTO GRAVADO AINDA.'
           ELSE
               IF FS-PAG-OK
                   MOVE ZEROS       TO PAG-NUM-CONTRATO
                   MOVE ZEROS       TO PAG-NUM-PARCELA
                   MOVE ZEROS       TO PAG-SEQUENCIA
                   START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                       INVALID KEY
                           SET EOF-PAG-OK TO TRUE
                   END-START

                   PERFORM P310-LE-PAGAMENTO UNTIL EOF-PAG-OK
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PAGAMENTOS.'
                   MOVE WS-FS-PAG  TO WS-FS
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS-PAG ' - ' WS-FS-MSG
                   SET LK-ERRO     TO TRUE
               END-IF
               CLOSE PAGAMENTOS
           END-IF
           .
       P300-FIM.

       P310-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-OPERADOR EQUAL WS-OPER-FECHAR
                       IF PAG-DT-PAGAMENTO EQUAL WS-DT-FECHAR
                           ADD 1    TO WS-QTD-PAGAMENTOS
                           IF PAG-NUM-CONTRATO GREATER THAN 900000
                               ADD PAG-VALOR-PAGO
                                    TO WS-VR-MENSALIDADES
                           ELSE
                               ADD PAG-VALOR-PAGO
                                    TO WS-VR-FINANCIAMENTO
                           END-IF
                       END-IF
                       IF PAG-ESTORNADO AND
                          PAG-DT-ESTORNO EQUAL WS-DT-FECHAR
                           ADD 1    TO WS-QTD-ESTORNOS
                           ADD PAG-VALOR-PAGO TO WS-VR-ESTORNADO
                       END-IF
                   END-IF
           END-READ
           .
       P310-FIM.

      ******************************************************************
      * A NUMERACAO DE RECIBOS.dat E UNICA PARA TODOS OS OPERADORES:
      * O ARQUIVO E LIDO NA ORDEM DO NUMERO E CADA SALTO ANTES DE UM
      * RECIBO DO DIA CONTA COMO FALHA; NUMERO REPETIDO OU FORA DE
      * ORDEM (ARQUIVO REMONTADO A MAO) CONTA COMO DUPLICIDADE
      ******************************************************************
       P400-CONFERE-RECIBOS.
           MOVE ZEROS               TO WS-QTD-RECIBOS
           MOVE ZEROS               TO WS-VR-RECIBOS
           MOVE ZEROS               TO WS-QTD-FALHAS
           MOVE ZEROS               TO WS-QTD-DUPLIC
           MOVE ZEROS               TO WS-REC-ANTERIOR
           SET FS-REC-OK            TO TRUE
           SET EOF-REC-OK           TO FALSE

           MOVE 'FECFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'FECHAMENTO DE CAIXA - DATA ' WS-DT-FECHAR
                  '  OPERADOR ' WS-OPER-FECHAR
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONFERENCIA DA NUMERACAO DE RECIBOS:'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           OPEN INPUT RECIBOS

           IF WS-FS-REC EQUAL 35
               MOVE '  NENHUM RECIBO EMITIDO AINDA.'
                                    TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           ELSE
               IF FS-REC-OK
                   MOVE ZEROS       TO REC-NUMERO
                   START RECIBOS KEY IS NOT LESS THAN REC-NUMERO
                       INVALID KEY
                           SET EOF-REC-OK TO TRUE
                   END-START

                   PERFORM P410-LE-RECIBO UNTIL EOF-REC-OK
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECIBOS.'
                   MOVE WS-FS-REC  TO WS-FS
                   PERFORM P800-TRADUZ-FS
                   DISPLAY 'FILE STATUS: ' WS-FS-REC ' - ' WS-FS-MSG
               END-IF
               CLOSE RECIBOS
           END-IF
           .
       P400-FIM.

       P410-LE-RECIBO.
           READ RECIBOS NEXT RECORD
               AT END
                   SET EOF-REC-OK  TO TRUE
               NOT AT END
                   IF REC-DT-PAGAMENTO EQUAL WS-DT-FECHAR
                       PERFORM P420-CONFERE-SEQUENCIA
                       IF REC-OPERADOR EQUAL WS-OPER-FECHAR
                           ADD 1    TO WS-QTD-RECIBOS
                           ADD REC-VALOR-PAGO TO WS-VR-RECIBOS
                       END-IF
                   END-IF
                   MOVE REC-NUMERO  TO WS-REC-ANTERIOR
           END-READ
           .
       P410-FIM.

       P420-CONFERE-SEQUENCIA.
           EVALUATE TRUE
               WHEN WS-REC-ANTERIOR EQUAL ZEROS
                   CONTINUE
               WHEN REC-NUMERO NOT GREATER THAN WS-REC-ANTERIOR
                   ADD 1            TO WS-QTD-DUPLIC
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING '  RECIBO ' REC-NUMERO
                          ' REPETIDO OU FORA DE ORDEM (ANTERIOR '
                          WS-REC-ANTERIOR ')'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
               WHEN REC-NUMERO GREATER THAN WS-REC-ANTERIOR + 1
                   ADD 1            TO WS-QTD-FALHAS
                   COMPUTE WS-REC-FALTA-DE = WS-REC-ANTERIOR + 1
                   COMPUTE WS-REC-FALTA-ATE = REC-NUMERO - 1
                   MOVE SPACES      TO REG-IMPRESSAO
                   STRING '  FALHA NA NUMERACAO: RECIBOS '
                          WS-REC-FALTA-DE ' A ' WS-REC-FALTA-ATE
                          ' NAO EXISTEM'
                          DELIMITED BY SIZE INTO REG-IMPRESSAO
                   WRITE REG-IMPRESSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P420-FIM.

       P500-APURA-FECHAMENTO.
           COMPUTE WS-VR-LIQUIDO =
                   WS-VR-FINANCIAMENTO + WS-VR-MENSALIDADES
                   - WS-VR-ESTORNADO

           DISPLAY 'PAGAMENTOS RECEBIDOS.....: ' WS-QTD-PAGAMENTOS
           DISPLAY 'PARCELAS (FINANCIAMENTO).: ' WS-VR-FINANCIAMENTO
           DISPLAY 'MENSALIDADES ESCOLARES...: ' WS-VR-MENSALIDADES
           DISPLAY 'ESTORNOS NO DIA..........: ' WS-QTD-ESTORNOS
                   ' = ' WS-VR-ESTORNADO
           MOVE WS-VR-LIQUIDO       TO WS-VALOR-MSK
           DISPLAY 'LIQUIDO APURADO..........: ' WS-VALOR-MSK
           DISPLAY 'RECIBOS DO OPERADOR......: ' WS-QTD-RECIBOS
           DISPLAY 'FALHAS / DUPLICIDADES NA NUMERACAO: '
                   WS-QTD-FALHAS ' / ' WS-QTD-DUPLIC

           DISPLAY 'VALOR CONTADO NA GAVETA: '
           ACCEPT WS-VR-CONTADO
           COMPUTE WS-VR-DIFERENCA = WS-VR-CONTADO - WS-VR-LIQUIDO
           MOVE WS-VR-DIFERENCA     TO WS-VALOR-MSK
           DISPLAY 'DIFERENCA (CONTADO - APURADO): ' WS-VALOR-MSK

           DISPLAY 'CONFIRMA O FECHAMENTO? DEPOIS DE FECHADO, '
                   'PAGAMENTO NESTA DATA EXIGE SUPERVISOR. <S/N>: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' OR WS-CONFIRM EQUAL 's'
               PERFORM P510-GRAVA-FECHAMENTO
           ELSE
               DISPLAY 'Fechamento nao gravado.'
           END-IF

           PERFORM P520-IMPRIME-RESUMO
           CLOSE ARQ-IMPRESSAO
           DISPLAY 'RESUMO GRAVADO EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-GRAVA-FECHAMENTO.
           SET FS-OK                TO TRUE

           OPEN I-O FECHAMENTOS

           IF WS-FS EQUAL 35
               OPEN OUTPUT FECHAMENTOS
           END-IF

           IF FS-OK
               MOVE WS-DT-FECHAR        TO FEC-DATA
               MOVE WS-OPER-FECHAR      TO FEC-OPERADOR
               MOVE WS-QTD-PAGAMENTOS   TO FEC-QTD-PAGAMENTOS
               MOVE WS-VR-FINANCIAMENTO TO FEC-VR-FINANCIAMENTO
               MOVE WS-VR-MENSALIDADES  TO FEC-VR-MENSALIDADES
               MOVE WS-QTD-ESTORNOS     TO FEC-QTD-ESTORNOS
               MOVE WS-VR-ESTORNADO     TO FEC-VR-ESTORNADO
               MOVE WS-VR-LIQUIDO       TO FEC-VR-LIQUIDO
               MOVE WS-VR-CONTADO       TO FEC-VR-CONTADO
               MOVE WS-VR-DIFERENCA     TO FEC-VR-DIFERENCA
               MOVE WS-QTD-RECIBOS      TO FEC-QTD-RECIBOS
               MOVE WS-QTD-FALHAS       TO FEC-QTD-FALHAS-RECIBO
               MOVE WS-QTD-DUPLIC       TO FEC-QTD-DUPLIC-RECIBO
               ACCEPT FEC-DT-FECHAMENTO FROM DATE YYYYMMDD
               ACCEPT FEC-HORA-FECHAMENTO FROM TIME
               MOVE LK-OPERADOR         TO FEC-OPER-FECHAMENTO

               WRITE REG-FECHAMENTO
                   INVALID KEY
                       DISPLAY 'CAIXA JA FECHADO POR OUTRA ESTACAO!'
                   NOT INVALID KEY
                       DISPLAY 'Caixa fechado com sucesso!'
               END-WRITE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FECHAMENTOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
           END-IF

           CLOSE FECHAMENTOS
           .
       P510-FIM.

       P520-IMPRIME-RESUMO.
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECIBOS DO DIA NA NUMERACAO: FALHAS '
                  WS-QTD-FALHAS '  DUPLICIDADES ' WS-QTD-DUPLIC
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PAGAMENTOS RECEBIDOS......: ' WS-QTD-PAGAMENTOS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-FINANCIAMENTO TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PARCELAS (FINANCIAMENTO)..: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-MENSALIDADES  TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'MENSALIDADES ESCOLARES....: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-ESTORNADO     TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '(-) ESTORNOS NO DIA.......: ' WS-VALOR-MSK
                  ' (' WS-QTD-ESTORNOS ')'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-LIQUIDO       TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '(=) LIQUIDO APURADO.......: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-RECIBOS       TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECIBOS EMITIDOS..........: ' WS-VALOR-MSK
                  ' (' WS-QTD-RECIBOS ')'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-CONTADO       TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VALOR CONTADO NA GAVETA...: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-VR-DIFERENCA     TO WS-VALOR-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'DIFERENCA.................: ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P520-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM FECFIN.
