      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/11/2024
      * Purpose: COMISSAO DE VENDEDORES - CONTROLE DAS COMISSOES
      *          APURADAS NA EMISSAO (PROG-OCCURS, PROPFIN, MODULO
      *          COMUTIL) EM COMISSOES.dat (FD_COMIS):
      *          <E> EXTRATO MENSAL POR VENDEDOR (PASSO MENSAL DO PLANO
      *              NOTURNO): COMISSOES A PAGAR ENTRAM A CREDITO E
      *              FICAM PAGAS NA COMPETENCIA; ESTORNOS DE CONTRATOS
      *              CANCELADOS (MANFIN) OU QUITADOS ANTECIPADAMENTE
      *              DENTRO DO PRAZO (QUIFIN) ENTRAM A DEBITO SE A
      *              COMISSAO JA TINHA SIDO PAGA, OU SO SAO LISTADOS SE
      *              AINDA NAO TINHA. LIQUIDO POR VENDEDOR E TOTAL GERAL
      *              NO SPOOL E RODADA NO LOGEXEC;
      *          <C> CONSULTA A COMISSAO DE UM CONTRATO
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMISSOES ASSIGN TO
               'COMISSOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS COM-NUM-CONTRATO
               FILE STATUS IS WS-FS-COM.

               SELECT OPERADORES ASSIGN TO
               'OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS OPER-ID
               FILE STATUS IS WS-FS-OPER.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD COMISSOES.
          COPY FD_COMIS.

       FD OPERADORES.
          COPY FD_OPER.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-COM                       PIC 99.
          88 FS-COM-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-COM                      PIC X.
          88 EOF-COM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-OPERADORES               PIC X VALUE 'N'.
          88 TEM-OPERADORES               VALUE 'S' FALSE 'N'.
       77 WS-VENDEDOR-ACHADO              PIC X VALUE 'N'.
          88 VENDEDOR-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-VEND                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VENDEDORES               PIC 9(03) VALUE ZEROS.
       77 WS-MAX-VENDEDORES               PIC 9(03) VALUE 200.
       77 WS-VENDEDOR-ATUAL               PIC X(06) VALUE SPACES.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-VEND-CREDITO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VEND-DEBITO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-VEND-LIQUIDO                 PIC S9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-CREDITO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-DEBITO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO                PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-LIQUIDO-MSK                  PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-PERC-MSK                     PIC Z9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-TAB-VENDEDORES.
          03 WS-VENDEDOR                  OCCURS 200 TIMES
                                          PIC X(06).
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAAMM               PIC 9(06).
          03 FILLER REDEFINES WS-HOJE-AAAAMM.
             05 WS-HOJE-AAAA              PIC 9(04).
             05 WS-HOJE-MM                PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-LINHA-DETALHE.
          03 WS-LD-CONTRATO               PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-OBJETO                 PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-PRAZO                  PIC ZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-PERCENTUAL             PIC Z9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-VALOR                  PIC -ZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LD-HISTORICO              PIC X(30).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
          COPY FSMSG.

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

           DISPLAY '*** COMISSAO DE VENDEDORES ***'
           SET LK-SUCESSO          TO TRUE

           IF LK-MODO-BATCH
               MOVE 'E'             TO WS-OPCAO
           ELSE
               DISPLAY 'DIGITE: <E> EXTRATO MENSAL DOS VENDEDORES '
                       'OU <C> CONSULTAR A COMISSAO DE UM CONTRATO: '
               ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 'E'
               WHEN 'e'
                   MOVE 'COMFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-EXTRATO-MENSAL
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   MOVE WS-QTD-GRAVADOS TO WS-LOG-QTD-GRAVADOS
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'C'
               WHEN 'c'
                   SET EXIT-OK      TO FALSE
                   PERFORM P700-CONSULTA THRU P700-FIM UNTIL EXIT-OK
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * EXTRATO MENSAL: PRIMEIRA PASSADA MONTA A RELACAO DOS VENDEDORES
      * COM MOVIMENTO PENDENTE; DEPOIS UMA PASSADA POR VENDEDOR
      ******************************************************************
       P200-EXTRATO-MENSAL.
           SET FS-COM-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-GRAVADOS
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           MOVE ZEROS               TO WS-QTD-VENDEDORES
           MOVE ZEROS               TO WS-TOTAL-CREDITO
           MOVE ZEROS               TO WS-TOTAL-DEBITO
           INITIALIZE WS-TAB-VENDEDORES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN I-O COMISSOES
           IF WS-FS-COM EQUAL 35
               DISPLAY 'NENHUMA COMISSAO APURADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-COM-OK
               DISPLAY 'ERRO AO ABRIR COMISSOES.dat.'
               MOVE WS-FS-COM       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-COM ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-OPER-OK           TO TRUE
           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               SET TEM-OPERADORES   TO TRUE
           ELSE
               SET TEM-OPERADORES   TO FALSE
           END-IF

           PERFORM P205-POSICIONA-INICIO
           PERFORM P210-RELACIONA-VENDEDOR UNTIL EOF-COM-OK

           MOVE 'COMFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'COMISSAO DE VENDEDORES - EXTRATO DA COMPETENCIA '
                  WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P230-EXTRATO-VENDEDOR
               VARYING WS-IND-VEND FROM 1 BY 1
               UNTIL WS-IND-VEND GREATER THAN WS-QTD-VENDEDORES

           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-CREDITO - WS-TOTAL-DEBITO
           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VENDEDORES NO EXTRATO...: ' WS-QTD-VENDEDORES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-CREDITO    TO WS-LIQUIDO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL DE COMISSOES......: ' WS-LIQUIDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-DEBITO     TO WS-LIQUIDO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL DE ESTORNOS.......: ' WS-LIQUIDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE WS-TOTAL-LIQUIDO    TO WS-LIQUIDO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LIQUIDO A PAGAR.........: ' WS-LIQUIDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           IF TEM-OPERADORES
               CLOSE OPERADORES
           END-IF
           CLOSE COMISSOES

           DISPLAY 'COMISSOES LIDAS.........: ' WS-QTD-LIDOS
           DISPLAY 'LANCAMENTOS NO EXTRATO..: ' WS-QTD-GRAVADOS
           DISPLAY 'VENDEDORES NO EXTRATO...: ' WS-QTD-VENDEDORES
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P200-FIM.

       P205-POSICIONA-INICIO.
           SET EOF-COM-OK           TO FALSE
           MOVE ZEROS               TO COM-NUM-CONTRATO
           START COMISSOES KEY IS NOT LESS THAN COM-NUM-CONTRATO
               INVALID KEY
                   SET EOF-COM-OK   TO TRUE
           END-START
           .
       P205-FIM.

       P210-RELACIONA-VENDEDOR.
           READ COMISSOES NEXT RECORD
               AT END
                   SET EOF-COM-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF COM-PENDENTE
                       SET VENDEDOR-ACHADO TO FALSE
                       PERFORM P220-PROCURA-VENDEDOR
                           VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER THAN WS-QTD-VENDEDORES
                              OR VENDEDOR-ACHADO
                       IF NOT VENDEDOR-ACHADO
                           IF WS-QTD-VENDEDORES LESS THAN
                              WS-MAX-VENDEDORES
                               ADD 1 TO WS-QTD-VENDEDORES
                               MOVE COM-VENDEDOR
                                 TO WS-VENDEDOR(WS-QTD-VENDEDORES)
                           ELSE
      *                        FICA PARA O EXTRATO DO MES SEGUINTE
                               ADD 1 TO WS-QTD-REJEITADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P210-FIM.

       P220-PROCURA-VENDEDOR.
           IF WS-VENDEDOR(WS-IND) EQUAL COM-VENDEDOR
               SET VENDEDOR-ACHADO  TO TRUE
           END-IF
           .
       P220-FIM.

       P230-EXTRATO-VENDEDOR.
           MOVE WS-VENDEDOR(WS-IND-VEND) TO WS-VENDEDOR-ATUAL
           MOVE ZEROS               TO WS-VEND-CREDITO
           MOVE ZEROS               TO WS-VEND-DEBITO

           MOVE SPACES              TO OPER-NOME
           IF TEM-OPERADORES
               MOVE WS-VENDEDOR-ATUAL TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO OPER-NOME
               END-READ
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'VENDEDOR: ' WS-VENDEDOR-ATUAL ' - ' OPER-NOME
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. OBJETO               PRZ  PERC      VALOR'
                                    TO REG-IMPRESSAO
           MOVE 'HISTORICO'         TO REG-IMPRESSAO(50:9)
           WRITE REG-IMPRESSAO

           PERFORM P205-POSICIONA-INICIO
           PERFORM P240-LE-COMISSAO UNTIL EOF-COM-OK

           COMPUTE WS-VEND-LIQUIDO = WS-VEND-CREDITO - WS-VEND-DEBITO
           MOVE WS-VEND-LIQUIDO     TO WS-LIQUIDO-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LIQUIDO DO VENDEDOR.....: ' WS-LIQUIDO-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           ADD WS-VEND-CREDITO      TO WS-TOTAL-CREDITO
           ADD WS-VEND-DEBITO       TO WS-TOTAL-DEBITO
           .
       P230-FIM.

       P240-LE-COMISSAO.
           READ COMISSOES NEXT RECORD
               AT END
                   SET EOF-COM-OK   TO TRUE
               NOT AT END
                   IF COM-VENDEDOR EQUAL WS-VENDEDOR-ATUAL AND
                      COM-PENDENTE
                       PERFORM P250-LANCA-COMISSAO
                   END-IF
           END-READ
           .
       P240-FIM.

      ******************************************************************
      * A: CREDITO E PAGA; C: ESTORNADA ANTES DO PAGAMENTO, SO LISTADA;
      * E: DEBITO DO QUE JA FOI PAGO
      ******************************************************************
       P250-LANCA-COMISSAO.
           MOVE COM-NUM-CONTRATO    TO WS-LD-CONTRATO
           MOVE COM-OBJETO          TO WS-LD-OBJETO
           MOVE COM-PRAZO           TO WS-LD-PRAZO
           MOVE COM-PERCENTUAL      TO WS-LD-PERCENTUAL
           MOVE SPACES              TO WS-LD-HISTORICO

           EVALUATE TRUE
               WHEN COM-A-PAGAR
                   MOVE COM-VR-COMISSAO TO WS-LD-VALOR
                   STRING 'COMISSAO EMISSAO ' COM-DT-EMISSAO
                          DELIMITED BY SIZE INTO WS-LD-HISTORICO
                   SET COM-PAGA     TO TRUE
                   MOVE WS-HOJE-AAAAMM TO COM-COMPET-PAGTO
               WHEN COM-CANCELADA
                   MOVE ZEROS       TO WS-LD-VALOR
                   STRING 'ESTORNADA ANTES DO PAGAMENTO'
                          DELIMITED BY SIZE INTO WS-LD-HISTORICO
                   SET COM-ESTORNO-DESCONTADO TO TRUE
                   MOVE WS-HOJE-AAAAMM TO COM-COMPET-ESTORNO
               WHEN COM-ESTORNO-PENDENTE
                   COMPUTE WS-LD-VALOR = COM-VR-COMISSAO * -1
                   STRING 'ESTORNO ' COM-ORIGEM-ESTORNO ' '
                          COM-DT-ESTORNO
                          DELIMITED BY SIZE INTO WS-LD-HISTORICO
                   SET COM-ESTORNO-DESCONTADO TO TRUE
                   MOVE WS-HOJE-AAAAMM TO COM-COMPET-ESTORNO
           END-EVALUATE

           REWRITE REG-COMISSAO
               INVALID KEY
                   ADD 1            TO WS-QTD-REJEITADOS
                   MOVE 'NAO ATUALIZADO - FICA PENDENTE'
                                    TO WS-LD-HISTORICO
                   MOVE ZEROS       TO WS-LD-VALOR
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GRAVADOS
                   IF COM-PAGA
                       ADD COM-VR-COMISSAO TO WS-VEND-CREDITO
                   END-IF
                   IF COM-ESTORNO-DESCONTADO AND
                      COM-COMPET-PAGTO GREATER THAN ZEROS
                       ADD COM-VR-COMISSAO TO WS-VEND-DEBITO
                   END-IF
           END-REWRITE

           MOVE WS-LINHA-DETALHE    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P250-FIM.

       P700-CONSULTA.
           SET FS-COM-OK            TO TRUE
           OPEN INPUT COMISSOES
           IF NOT FS-COM-OK
               DISPLAY 'NENHUMA COMISSAO APURADA AINDA.'
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           DISPLAY 'Informe o numero do contrato: '
           ACCEPT COM-NUM-CONTRATO

           READ COMISSOES
               KEY IS COM-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO SEM COMISSAO APURADA!'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN COM-A-PAGAR
                           DISPLAY 'SITUACAO.........: A PAGAR NO '
                                   'PROXIMO EXTRATO'
                       WHEN COM-PAGA
                           DISPLAY 'SITUACAO.........: PAGA NA '
                                   'COMPETENCIA ' COM-COMPET-PAGTO
                       WHEN COM-CANCELADA
                           DISPLAY 'SITUACAO.........: ESTORNADA '
                                   'ANTES DO PAGAMENTO'
                       WHEN COM-ESTORNO-PENDENTE
                           DISPLAY 'SITUACAO.........: ESTORNO A '
                                   'DESCONTAR NO PROXIMO EXTRATO'
                       WHEN COM-ESTORNO-DESCONTADO
                           DISPLAY 'SITUACAO.........: ESTORNO '
                                   'BAIXADO NA COMPETENCIA '
                                   COM-COMPET-ESTORNO
                   END-EVALUATE
                   DISPLAY 'VENDEDOR.........: ' COM-VENDEDOR
                   DISPLAY 'EMISSAO..........: ' COM-DT-EMISSAO
                   DISPLAY 'OBJETO/PRAZO.....: ' COM-OBJETO ' / '
                           COM-PRAZO ' PARCELAS'
                   MOVE COM-VR-BASE TO WS-VALOR-MSK
                   DISPLAY 'VALOR FINANCIADO.: ' WS-VALOR-MSK
                   MOVE COM-PERCENTUAL TO WS-PERC-MSK
                   MOVE COM-VR-COMISSAO TO WS-VALOR-MSK
                   DISPLAY 'PERC./COMISSAO...: ' WS-PERC-MSK ' % / '
                           WS-VALOR-MSK
                   IF COM-DT-ESTORNO GREATER THAN ZEROS
                       DISPLAY 'ESTORNO..........: ' COM-DT-ESTORNO
                               ' POR ' COM-ORIGEM-ESTORNO
                   END-IF
           END-READ

           CLOSE COMISSOES

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P700-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM COMFIN.
