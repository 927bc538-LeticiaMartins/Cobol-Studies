      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 09/11/2024
      * Purpose: PROMESSAS DE PAGAMENTO - O COBRADOR REGISTRA A
      *          PROMESSA FEITA PELO CLIENTE EM ATRASO (CONTRATO,
      *          PARCELA, DATA PROMETIDA, VALOR E OPERADOR) EM
      *          PROMESSAS.dat (FD_PROMS), NO LUGAR DA ANOTACAO EM
      *          PAPEL. A APURACAO (OPCAO <A> OU PASSO DIARIO DO PLANO
      *          NOTURNO) CONFRONTA CADA PROMESSA EM ABERTO COM OS
      *          PAGAMENTOS NAO ESTORNADOS DA PARCELA EM PAGAMENTOS.dat
      *          ENTRE O REGISTRO E A DATA PROMETIDA E MARCA CUMPRIDA,
      *          CUMPRIDA EM PARTE OU QUEBRADA; AS QUEBRADAS E AS
      *          PARCIAIS SAEM NO SPOOL COM CLIENTE E TELEFONE PARA O
      *          TRABALHO DOS COBRADORES. A OPCAO <L> LISTA AS
      *          PROMESSAS DE UM CONTRATO
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - PROMESSA DE PAGAMENTO RECUSADA PARA
      *         CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 03/12/2024 - O TELEFONE DO CLIENTE PASSA A SAIR
      *         MASCARADO NA APURACAO (MODULO MASKUTIL); O NUMERO
      *         COMPLETO SO COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO,
      *         GRAVADO EM MASCARA_LOG.dat; EM MODO BATCH SEMPRE
      *         MASCARADO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT PROMESSAS ASSIGN TO
               'PROMESSAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRM-CHAVE
               FILE STATUS IS WS-FS-PRM.

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

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD PROMESSAS.
          COPY FD_PROMS.

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRM                      PIC X.
          88 EOF-PRM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-TEM-ABERTA                   PIC X VALUE 'N'.
          88 TEM-ABERTA                   VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-PARCELA-BUSCA                PIC 9(03) VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VR-PROMETIDO                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-PAGO-PROMESSA             PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CUMPRIDAS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCIAIS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-QUEBRADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABERTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-PAGO-MSK                     PIC ZZZ.ZZ9,99.
       77 WS-SALDO-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-SITUACAO                     PIC X(09) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DT-PROMESSA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-PROMESSA.
          03 WS-PRM-AAAA                  PIC 9(04).
          03 WS-PRM-MM                    PIC 9(02).
          03 WS-PRM-DD                    PIC 9(02).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       77 WS-DADOS-COMPLETOS              PIC X VALUE 'N'.
          88 DADOS-COMPLETOS              VALUE 'S' FALSE 'N'.
       77 WS-TEL-SAIDA                    PIC X(16) VALUE SPACES.
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
             88 WS-MASK-LIBERADO          VALUE 'S'.
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
          03 LK-MODO                      PIC X(01).
             88 LK-MODO-BATCH             VALUE 'B'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** PROMESSAS DE PAGAMENTO ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-MODO-BATCH
               MOVE 'A'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <R> REGISTRAR PROMESSA, '
                       '<A> APURAR AS PROMESSAS OU '
                       '<L> LISTAR AS PROMESSAS DE UM CONTRATO: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'R'
               WHEN 'r'
                   SET EXIT-OK     TO FALSE
                   PERFORM P400-REGISTRA THRU P400-FIM UNTIL EXIT-OK
               WHEN 'A'
               WHEN 'a'
                   MOVE 'PRMFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P300-APURA-PROMESSAS
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-QUEBRADAS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'L'
               WHEN 'l'
                   PERFORM P500-LISTA-CONTRATO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * APURACAO: PROMESSA EM ABERTO JA PAGA POR INTEIRO E CUMPRIDA;
      * VENCIDA A DATA PROMETIDA SEM O VALOR TODO, E PARCIAL (PAGOU
      * ALGUMA COISA) OU QUEBRADA (NAO PAGOU NADA)
      ******************************************************************
      ******************************************************************
      * O TELEFONE DO CLIENTE SAI MASCARADO NA RELACAO; O NUMERO
      * COMPLETO SO COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO,
      * REGISTRADO NO LOG DE MASCARAMENTO PELO MODULO MASKUTIL
      ******************************************************************
       P290-PEDE-DADOS-COMPLETOS.
           DISPLAY 'IMPRIMIR O TELEFONE COMPLETO DOS CLIENTES? <S/N>: '
           ACCEPT WS-DADOS-COMPLETOS

           IF DADOS-COMPLETOS
               SET DADOS-COMPLETOS  TO FALSE
               MOVE 'L'             TO WS-MASK-FUNCAO
               MOVE LK-OPERADOR     TO WS-MASK-OPERADOR
               MOVE 'PRMFIN'        TO WS-MASK-PROGRAMA
               CALL 'MASKUTIL' USING WS-AREA-MASK
               IF WS-MASK-LIBERADO
                   SET DADOS-COMPLETOS TO TRUE
               END-IF
           ELSE
               SET DADOS-COMPLETOS  TO FALSE
           END-IF
           .
       P290-FIM.

       P300-APURA-PROMESSAS.
           SET EOF-OK              TO FALSE
           SET FS-PRM-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-CUMPRIDAS
           MOVE ZEROS               TO WS-QTD-PARCIAIS
           MOVE ZEROS               TO WS-QTD-QUEBRADAS
           MOVE ZEROS               TO WS-QTD-ABERTAS

           OPEN I-O PROMESSAS

           IF WS-FS-PRM EQUAL 35
               DISPLAY 'NENHUMA PROMESSA REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-PRM-OK
               DISPLAY 'ERRO AO ABRIR PROMESSAS.dat.'
               MOVE WS-FS-PRM      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PRM ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF
           OPEN INPUT CONTRATOS
           OPEN INPUT CONTATOS

           SET DADOS-COMPLETOS     TO FALSE
           IF NOT LK-MODO-BATCH
               PERFORM P290-PEDE-DADOS-COMPLETOS
           END-IF

           MOVE 'PRMFIN  '         TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'PROMESSAS DE PAGAMENTO NAO CUMPRIDAS - APURACAO DE '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTRATO PARC PROMETIDA    VALOR      PAGO SITUACAO'
                                    TO REG-IMPRESSAO
           MOVE 'OPER'              TO REG-IMPRESSAO(55:4)
           WRITE REG-IMPRESSAO
           MOVE '         CLIENTE              TELEFONE'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE ZEROS               TO PRM-CHAVE
           START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P310-LE-PROMESSA UNTIL EOF-OK

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'QUEBRADAS: ' WS-QTD-QUEBRADAS
                  '  CUMPRIDAS EM PARTE: ' WS-QTD-PARCIAIS
                  '  CUMPRIDAS: ' WS-QTD-CUMPRIDAS
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO

           CLOSE CONTATOS
           CLOSE CONTRATOS
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           CLOSE PROMESSAS

           DISPLAY 'PROMESSAS APURADAS....: ' WS-QTD-LIDOS
           DISPLAY 'CUMPRIDAS.............: ' WS-QTD-CUMPRIDAS
           DISPLAY 'CUMPRIDAS EM PARTE....: ' WS-QTD-PARCIAIS
           DISPLAY 'QUEBRADAS.............: ' WS-QTD-QUEBRADAS
           DISPLAY 'AINDA NO PRAZO........: ' WS-QTD-ABERTAS
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P300-FIM.

       P310-LE-PROMESSA.
           READ PROMESSAS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF PRM-ABERTA
                       ADD 1        TO WS-QTD-LIDOS
                       PERFORM P320-SOMA-PAGOS
                       PERFORM P330-CLASSIFICA
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-SOMA-PAGOS.
           MOVE ZEROS               TO WS-VR-PAGO-PROMESSA

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE PRM-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE PRM-NUM-PARCELA  TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P325-LE-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF
           .
       P320-FIM.

       P325-LE-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL PRM-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL PRM-NUM-PARCELA
                       IF NOT PAG-ESTORNADO AND
                          PAG-DT-PAGAMENTO NOT LESS THAN
                          PRM-DT-REGISTRO AND
                          PAG-DT-PAGAMENTO NOT GREATER THAN
                          PRM-DT-PROMESSA
                           ADD PAG-VALOR-PAGO
                                      TO WS-VR-PAGO-PROMESSA
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P325-FIM.

       P330-CLASSIFICA.
           EVALUATE TRUE
               WHEN WS-VR-PAGO-PROMESSA NOT LESS THAN PRM-VALOR
                   SET PRM-CUMPRIDA TO TRUE
                   ADD 1            TO WS-QTD-CUMPRIDAS
               WHEN PRM-DT-PROMESSA NOT LESS THAN WS-DATA-HOJE
                   ADD 1            TO WS-QTD-ABERTAS
                   EXIT PARAGRAPH
               WHEN WS-VR-PAGO-PROMESSA GREATER THAN ZEROS
                   SET PRM-PARCIAL  TO TRUE
                   ADD 1            TO WS-QTD-PARCIAIS
                   MOVE 'EM PARTE'  TO WS-SITUACAO
               WHEN OTHER
                   SET PRM-QUEBRADA TO TRUE
                   ADD 1            TO WS-QTD-QUEBRADAS
                   MOVE 'QUEBRADA'  TO WS-SITUACAO
           END-EVALUATE

           MOVE WS-VR-PAGO-PROMESSA TO PRM-VR-PAGO
           MOVE WS-DATA-HOJE        TO PRM-DT-APURACAO

           REWRITE REG-PROMESSA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A PROMESSA '
                           PRM-NUM-CONTRATO '/' PRM-NUM-PARCELA '.'
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GRAVADOS
           END-REWRITE

           IF NOT PRM-CUMPRIDA
               PERFORM P340-IMPRIME-QUEBRA
           END-IF
           .
       P330-FIM.

       P340-IMPRIME-QUEBRA.
           MOVE SPACES              TO REG-CLIENTE
           MOVE SPACES              TO WS-REGISTRO
           MOVE PRM-NUM-CONTRATO    TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   MOVE ZEROS       TO REG-ID-CONTATO
           END-READ
           IF REG-ID-CONTATO GREATER THAN ZEROS
               MOVE REG-ID-CONTATO  TO ID-CONTATO
               READ CONTATOS INTO WS-REGISTRO
                   KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE SPACES  TO WS-REGISTRO
               END-READ
           END-IF

           MOVE PRM-VALOR           TO WS-VALOR-MSK
           MOVE PRM-VR-PAGO         TO WS-PAGO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING PRM-NUM-CONTRATO '   ' PRM-NUM-PARCELA '  '
                  PRM-DT-PROMESSA ' ' WS-VALOR-MSK ' ' WS-PAGO-MSK
                  ' ' WS-SITUACAO '  ' PRM-OPERADOR
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           IF DADOS-COMPLETOS
               MOVE WS-TEL-CONTATO  TO WS-TEL-SAIDA
           ELSE
               MOVE 'T'             TO WS-MASK-FUNCAO
               MOVE WS-TEL-CONTATO  TO WS-MASK-VALOR
               CALL 'MASKUTIL' USING WS-AREA-MASK
               MOVE WS-MASK-MASCARADO TO WS-TEL-SAIDA
           END-IF
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '         ' REG-CLIENTE ' ' WS-TEL-SAIDA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P340-FIM.

      ******************************************************************
      * REGISTRO DA PROMESSA PELO COBRADOR
      ******************************************************************
       P400-REGISTRA.
           SET FS-OK               TO TRUE
           SET CONTRATO-ACHADO     TO FALSE

           OPEN INPUT CONTRATOS

           IF FS-OK THEN
               DISPLAY 'Informe o numero do contrato: '
               ACCEPT WS-NUMERO-BUSCA
               MOVE WS-NUMERO-BUSCA TO REG-NUM-CONTRATO

               READ CONTRATOS
                   KEY IS REG-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO EXISTE!'
                   NOT INVALID KEY
                       IF REG-CONTRATO-CANCELADO OR
                          REG-CONTRATO-QUITADO OR
                          REG-CONTRATO-REFINANCIADO
                           DISPLAY 'CONTRATO CANCELADO, QUITADO OU '
                                   'REFINANCIADO!'
                       ELSE
                           SET CONTRATO-ACHADO TO TRUE
                           DISPLAY 'CLIENTE: ' REG-CLIENTE
                           DISPLAY 'PARCELAS DO PLANO: '
                                   REG-NUM-PARCELAS
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
           END-IF

           CLOSE CONTRATOS

           IF CONTRATO-ACHADO
               PERFORM P410-CAPTURA-PROMESSA
           END-IF

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P400-FIM.

       P410-CAPTURA-PROMESSA.
           DISPLAY 'NUMERO DA PARCELA PROMETIDA: '
           ACCEPT WS-PARCELA-BUSCA

           IF WS-PARCELA-BUSCA EQUAL ZEROS OR
              WS-PARCELA-BUSCA GREATER THAN REG-NUM-PARCELAS
               DISPLAY 'PARCELA FORA DO PLANO DO CONTRATO!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P420-CALCULA-SALDO
           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               DISPLAY 'PARCELA JA ESTA QUITADA!'
               EXIT PARAGRAPH
           END-IF

           SET FS-PRM-OK            TO TRUE
           OPEN I-O PROMESSAS
           IF WS-FS-PRM EQUAL 35
               OPEN OUTPUT PROMESSAS
               CLOSE PROMESSAS
               OPEN I-O PROMESSAS
           END-IF

           IF NOT FS-PRM-OK
               DISPLAY 'ERRO AO ABRIR PROMESSAS.dat (FILE STATUS: '
                       WS-FS-PRM ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P430-CONFERE-PROMESSAS

           IF TEM-ABERTA
               DISPLAY 'JA EXISTE PROMESSA EM ABERTO PARA A PARCELA: '
                       PRM-DT-PROMESSA ' - ' PRM-VALOR
               CLOSE PROMESSAS
               EXIT PARAGRAPH
           END-IF

           IF WS-ULT-SEQUENCIA EQUAL 99
               DISPLAY 'LIMITE DE PROMESSAS DA PARCELA ATINGIDO!'
               CLOSE PROMESSAS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SALDO-PARCELA    TO WS-SALDO-MSK
           DISPLAY 'SALDO DA PARCELA: ' WS-SALDO-MSK

           DISPLAY 'DATA PROMETIDA (AAAAMMDD): '
           ACCEPT WS-DT-PROMESSA
           IF WS-PRM-MM LESS THAN 1 OR WS-PRM-MM GREATER THAN 12 OR
              WS-PRM-DD LESS THAN 1 OR WS-PRM-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA!'
               CLOSE PROMESSAS
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-PROMESSA LESS THAN WS-DATA-HOJE
               DISPLAY 'A DATA PROMETIDA NAO PODE SER PASSADA!'
               CLOSE PROMESSAS
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'VALOR PROMETIDO (ZEROS = SALDO DA PARCELA): '
           ACCEPT WS-VR-PROMETIDO
           IF WS-VR-PROMETIDO EQUAL ZEROS
               MOVE WS-SALDO-PARCELA TO WS-VR-PROMETIDO
           END-IF

           DISPLAY 'TECLE: '
                   '<S> para registrar a promessa ou '
                   '<QUALQUER TECLA> para abortar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S'
               INITIALIZE REG-PROMESSA
               MOVE REG-NUM-CONTRATO TO PRM-NUM-CONTRATO
               MOVE WS-PARCELA-BUSCA TO PRM-NUM-PARCELA
               COMPUTE PRM-SEQUENCIA = WS-ULT-SEQUENCIA + 1
               MOVE WS-DT-PROMESSA   TO PRM-DT-PROMESSA
               MOVE WS-VR-PROMETIDO  TO PRM-VALOR
               MOVE LK-OPERADOR      TO PRM-OPERADOR
               MOVE WS-DATA-HOJE     TO PRM-DT-REGISTRO
               SET PRM-ABERTA        TO TRUE

               WRITE REG-PROMESSA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PROMESSA!'
                   NOT INVALID KEY
                       DISPLAY 'Promessa registrada.'
               END-WRITE
           ELSE
               DISPLAY 'Promessa nao registrada.'
           END-IF

           CLOSE PROMESSAS
           .
       P410-FIM.

       P420-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-PARCELA-BUSCA)
                                    TO WS-VR-PARCELA-NUM
           SET FS-PAG-OK            TO TRUE

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-PARCELA-BUSCA TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START
               PERFORM P425-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
               CLOSE PAGAMENTOS
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P420-FIM.

       P425-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-PARCELA-BUSCA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P425-FIM.

      ******************************************************************
      * ULTIMA SEQUENCIA DE PROMESSA DA PARCELA E SE HA ALGUMA EM ABERTO
      ******************************************************************
       P430-CONFERE-PROMESSAS.
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           SET TEM-ABERTA           TO FALSE
           SET EOF-PRM-OK           TO FALSE

           MOVE REG-NUM-CONTRATO    TO PRM-NUM-CONTRATO
           MOVE WS-PARCELA-BUSCA    TO PRM-NUM-PARCELA
           MOVE ZEROS               TO PRM-SEQUENCIA
           START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   SET EOF-PRM-OK  TO TRUE
           END-START

           PERFORM P435-LE-PROMESSA UNTIL EOF-PRM-OK
           .
       P430-FIM.

       P435-LE-PROMESSA.
           READ PROMESSAS NEXT RECORD
               AT END
                   SET EOF-PRM-OK  TO TRUE
               NOT AT END
                   IF PRM-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PRM-NUM-PARCELA EQUAL WS-PARCELA-BUSCA
                       MOVE PRM-SEQUENCIA TO WS-ULT-SEQUENCIA
                       IF PRM-ABERTA
                           SET TEM-ABERTA TO TRUE
                           SET EOF-PRM-OK TO TRUE
                       END-IF
                   ELSE
                       SET EOF-PRM-OK TO TRUE
                   END-IF
           END-READ
           .
       P435-FIM.

      ******************************************************************
      * CONSULTA DAS PROMESSAS DE UM CONTRATO
      ******************************************************************
       P500-LISTA-CONTRATO.
           SET FS-PRM-OK            TO TRUE
           SET EOF-PRM-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-LISTADAS

           OPEN INPUT PROMESSAS

           IF NOT FS-PRM-OK
               DISPLAY 'NENHUMA PROMESSA REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT WS-NUMERO-BUSCA

           MOVE WS-NUMERO-BUSCA     TO PRM-NUM-CONTRATO
           MOVE ZEROS               TO PRM-NUM-PARCELA
           MOVE ZEROS               TO PRM-SEQUENCIA
           START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   SET EOF-PRM-OK  TO TRUE
           END-START

           DISPLAY 'PARC SQ PROMETIDA      VALOR       PAGO ST OPER'
           PERFORM P510-MOSTRA-PROMESSA UNTIL EOF-PRM-OK

           IF WS-QTD-LISTADAS EQUAL ZEROS
               DISPLAY 'NENHUMA PROMESSA PARA O CONTRATO.'
           END-IF

           CLOSE PROMESSAS
           .
       P500-FIM.

       P510-MOSTRA-PROMESSA.
           READ PROMESSAS NEXT RECORD
               AT END
                   SET EOF-PRM-OK  TO TRUE
               NOT AT END
                   IF PRM-NUM-CONTRATO EQUAL WS-NUMERO-BUSCA
                       ADD 1        TO WS-QTD-LISTADAS
                       MOVE PRM-VALOR   TO WS-VALOR-MSK
                       MOVE PRM-VR-PAGO TO WS-PAGO-MSK
                       DISPLAY PRM-NUM-PARCELA '  ' PRM-SEQUENCIA ' '
                               PRM-DT-PROMESSA ' ' WS-VALOR-MSK ' '
                               WS-PAGO-MSK '  ' PRM-ST-PROMESSA ' '
                               PRM-OPERADOR
                   ELSE
                       SET EOF-PRM-OK TO TRUE
                   END-IF
           END-READ
           .
       P510-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM PRMFIN.
