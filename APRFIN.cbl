      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/12/2024
      * Purpose: FILA DE APROVACAO EM DUAS PESSOAS - PEDIDOS GRAVADOS
      *          EM APROVACOES.dat (FD_APRV) PELO MODULO APRVUTIL
      *          QUANDO O VALOR DA OPERACAO PASSA DO LIMITE DO NIVEL DO
      *          OPERADOR (LIMITES_APROVACAO.TXT): ESTORNO DE PAGAMENTO
      *          (ESTFIN), CANCELAMENTO DE CONTRATO (MANFIN), ABATE DA
      *          QUITACAO ANTECIPADA (QUIFIN) E EXCLUSAO FORCADA DE
      *          CONTATO (DELCONTT).
      *          INTERATIVO: O SUPERVISOR SE IDENTIFICA COM ID E PIN
      *          (SUPVUTIL, NIVEL 3 OU MAIOR), VE OS PEDIDOS PENDENTES
      *          DO DIA E APROVA OU REJEITA CADA UM. NAO PODE DECIDIR O
      *          PROPRIO PEDIDO NEM APROVAR VALOR ACIMA DA SUA ALCADA
      *          (O NIVEL 4 NAO TEM TETO). O PEDIDO APROVADO E APLICADO
      *          CHAMANDO O PROGRAMA DE ORIGEM NO MODO APROVACAO
      *          (LK-MODO 'A'), QUE GRAVA O OPERADOR QUE PEDIU E O
      *          SUPERVISOR EM CONTRATOS_AUD.dat OU CONTATOS_AUD.dat;
      *          O QUE NAO PODE MAIS SER APLICADO FICA REJEITADO.
      *          PEDIDO DE DIA ANTERIOR EXPIRA.
      *          BATCH (PASSO DIARIO DO PLANO NOTURNO, FIM DO DIA):
      *          EXPIRA TODO PEDIDO AINDA PENDENTE. RODADA NO LOGEXEC
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APROVACOES ASSIGN TO
               'APROVACOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS APR-NUMERO
               FILE STATUS IS WS-FS-APR.


       DATA DIVISION.
       FILE SECTION.
       FD APROVACOES.
          COPY FD_APRV.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-APR                       PIC 99.
          88 FS-APR-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF-APR                      PIC X.
          88 EOF-APR-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-ACHADO                PIC X VALUE 'N'.
          88 PEDIDO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-EXPIRA-HOJE                  PIC X VALUE 'N'.
          88 EXPIRA-HOJE                  VALUE 'S' FALSE 'N'.
       77 WS-DECISAO                      PIC X VALUE SPACES.
       77 WS-NUMERO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-SUPERVISOR                   PIC X(06) VALUE SPACES.
       77 WS-MOTIVO                       PIC X(40) VALUE SPACES.
       77 WS-PROGRAMA                     PIC X(08) VALUE SPACES.
       77 WS-DESC-OPERACAO                PIC X(12) VALUE SPACES.
       77 WS-VALOR-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXPIRADOS                PIC 9(05) VALUE ZEROS.
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
       01 WS-AREA-APV.
          03 WS-APV-FUNCAO                PIC X(01).
          03 WS-APV-OPERACAO              PIC X(01).
          03 WS-APV-OPERADOR              PIC X(06).
          03 WS-APV-EMPRESA               PIC 9(02).
          03 WS-APV-VALOR                 PIC 9(08)V99.
          03 WS-APV-NUM-CONTRATO          PIC 9(06).
          03 WS-APV-NUM-PARCELA           PIC 9(03).
          03 WS-APV-SEQUENCIA             PIC 9(02).
          03 WS-APV-ID-CONTATO            PIC 9(06).
          03 WS-APV-DESCRICAO             PIC X(30).
          03 WS-APV-NIVEL                 PIC 9(01).
          03 WS-APV-LIMITE                PIC 9(08)V99.
          03 WS-APV-NUMERO                PIC 9(06).
          03 WS-APV-RESULTADO             PIC X(01).
             88 APV-LIBERADA              VALUE 'S'.
             88 APV-PENDENTE              VALUE 'P'.
          03 WS-APV-MOTIVO                PIC X(40).
      *
      * AREA PASSADA AO PROGRAMA DE ORIGEM NO MODO APROVACAO: OS
      * PROGRAMAS DE FINANCIAMENTO RECEBEM O SUPERVISOR E O CONTRATO
      * (ESTFIN TAMBEM A PARCELA E A SEQUENCIA, QUIFIN O ABATE
      * APROVADO); DELCONTT RECEBE O CONTATO E O SUPERVISOR
      *
       01 WS-COM-AREA.
          03 WS-MENSAGEM                  PIC X(40).
          03 WS-STATUS                    PIC X(01).
             88 WS-STATUS-OK              VALUE '0'.
          03 WS-OPERADOR-COM              PIC X(06).
          03 WS-EMPRESA-COM               PIC 9(02).
          03 WS-MODO-COM                  PIC X(01).
          03 WS-PARAM-FIN.
             05 WS-FIN-SUPERVISOR         PIC X(06).
             05 WS-FIN-NUM-CONTRATO       PIC 9(06).
             05 WS-FIN-NUM-PARCELA        PIC 9(03).
             05 WS-FIN-SEQUENCIA          PIC 9(02).
             05 WS-FIN-VALOR              PIC 9(08)V99.
          03 WS-PARAM-CTT REDEFINES WS-PARAM-FIN.
             05 WS-CTT-ID-CONTATO         PIC 9(06).
             05 WS-CTT-SUPERVISOR         PIC X(06).
             05 FILLER                    PIC X(15).
          03 FILLER                       PIC X(117) VALUE SPACES.
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
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

           DISPLAY '*** FILA DE APROVACAO EM DUAS PESSOAS ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-MODO-BATCH
               MOVE 'APRFIN  '      TO WS-LOG-PROGRAMA
               MOVE 'I'             TO WS-LOG-EVENTO
               MOVE ZEROS           TO WS-LOG-QTD-LIDOS
               MOVE ZEROS           TO WS-LOG-QTD-GRAVADOS
               MOVE ZEROS           TO WS-LOG-QTD-REJEITADOS
               MOVE '0'             TO WS-LOG-STATUS
               CALL 'LOGEXEC' USING WS-AREA-LOG
               SET EXPIRA-HOJE      TO TRUE
               PERFORM P200-EXPIRA
               MOVE 'F'             TO WS-LOG-EVENTO
               MOVE WS-QTD-LIDOS    TO WS-LOG-QTD-LIDOS
               MOVE WS-QTD-EXPIRADOS TO WS-LOG-QTD-GRAVADOS
               MOVE ZEROS           TO WS-LOG-QTD-REJEITADOS
               MOVE LK-STATUS       TO WS-LOG-STATUS
               CALL 'LOGEXEC' USING WS-AREA-LOG
           ELSE
               SET EXPIRA-HOJE      TO FALSE
               PERFORM P200-EXPIRA
               IF LK-SUCESSO AND WS-FS-APR NOT EQUAL 35
                   PERFORM P300-SUPERVISOR
               END-IF
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * EXPIRACAO: PEDIDO PENDENTE DE DIA ANTERIOR (NO FIM DO DIA, NO
      * PLANO NOTURNO, TAMBEM O DE HOJE) PASSA A EXPIRADO
      ******************************************************************
       P200-EXPIRA.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-EXPIRADOS
           SET FS-APR-OK            TO TRUE

           OPEN I-O APROVACOES
           IF WS-FS-APR EQUAL 35
               DISPLAY 'NENHUM PEDIDO DE APROVACAO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-APR-OK
               DISPLAY 'ERRO AO ABRIR APROVACOES.dat.'
               MOVE WS-FS-APR       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-APR ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET EOF-APR-OK           TO FALSE
           MOVE ZEROS               TO APR-NUMERO
           START APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   SET EOF-APR-OK   TO TRUE
           END-START
           PERFORM P210-AVALIA-EXPIRACAO UNTIL EOF-APR-OK

           CLOSE APROVACOES

           DISPLAY 'PEDIDOS LIDOS...........: ' WS-QTD-LIDOS
           DISPLAY 'PEDIDOS EXPIRADOS.......: ' WS-QTD-EXPIRADOS
           .
       P200-FIM.

       P210-AVALIA-EXPIRACAO.
           READ APROVACOES NEXT RECORD
               AT END
                   SET EOF-APR-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   IF APR-PENDENTE AND
                      (APR-DT-SOLICITACAO LESS THAN WS-DATA-HOJE OR
                       EXPIRA-HOJE)
                       SET APR-EXPIRADA TO TRUE
                       MOVE 'LOTE'  TO APR-SUPERVISOR
                       MOVE WS-DATA-HOJE TO APR-DT-DECISAO
                       ACCEPT APR-HR-DECISAO FROM TIME
                       MOVE 'NAO DECIDIDO NO DIA DO PEDIDO'
                                    TO APR-MOTIVO
                       REWRITE REG-APROVACAO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O PEDIDO '
                                       APR-NUMERO '.'
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-EXPIRADOS
                       END-REWRITE
                   END-IF
           END-READ
           .
       P210-FIM.

      ******************************************************************
      * SUPERVISOR IDENTIFICADO COM ID E PIN DECIDE OS PEDIDOS DO DIA
      ******************************************************************
       P300-SUPERVISOR.
           MOVE 3                   TO WS-SUPV-NIVEL-MIN
           MOVE SPACES              TO WS-SUPV-SOLICITANTE
           CALL 'SUPVUTIL' USING WS-AREA-SUPV
           IF NOT SUPV-AUTORIZADO
               DISPLAY 'FILA DE APROVACAO SO PARA SUPERVISOR.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUPV-ID          TO WS-SUPERVISOR

           SET FS-APR-OK            TO TRUE
           OPEN I-O APROVACOES
           IF NOT FS-APR-OK
               DISPLAY 'ERRO AO ABRIR APROVACOES.dat (FILE STATUS: '
                       WS-FS-APR ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET EXIT-OK              TO FALSE
           PERFORM P310-DECIDE THRU P310-FIM UNTIL EXIT-OK

           CLOSE APROVACOES

           DISPLAY 'PEDIDOS APROVADOS.......: ' WS-QTD-APROVADOS
           DISPLAY 'PEDIDOS REJEITADOS......: ' WS-QTD-REJEITADOS
           .
       P300-FIM.

       P310-DECIDE.
           PERFORM P320-LISTA-PENDENTES
           IF WS-QTD-PENDENTES EQUAL ZEROS
               DISPLAY 'NENHUM PEDIDO AGUARDANDO APROVACAO.'
               SET EXIT-OK          TO TRUE
               GO TO P310-FIM
           END-IF

           DISPLAY 'NUMERO DO PEDIDO (ZERO = SAIR): '
           ACCEPT WS-NUMERO-BUSCA
           IF WS-NUMERO-BUSCA EQUAL ZEROS
               SET EXIT-OK          TO TRUE
               GO TO P310-FIM
           END-IF

           SET PEDIDO-ACHADO        TO FALSE
           MOVE WS-NUMERO-BUSCA     TO APR-NUMERO
           READ APROVACOES
               KEY IS APR-NUMERO
               INVALID KEY
                   DISPLAY 'PEDIDO NAO EXISTE!'
               NOT INVALID KEY
                   SET PEDIDO-ACHADO TO TRUE
           END-READ

           IF PEDIDO-ACHADO
               EVALUATE TRUE
                   WHEN NOT APR-PENDENTE
                       DISPLAY 'PEDIDO JA DECIDIDO OU EXPIRADO.'
                   WHEN APR-OPERADOR EQUAL WS-SUPERVISOR
                       DISPLAY 'O SUPERVISOR NAO PODE DECIDIR O '
                               'PROPRIO PEDIDO!'
                   WHEN OTHER
                       PERFORM P330-DECIDE-PEDIDO
               END-EVALUATE
           END-IF

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P310-FIM.

       P320-LISTA-PENDENTES.
           MOVE ZEROS               TO WS-QTD-PENDENTES
           SET EOF-APR-OK           TO FALSE
           MOVE ZEROS               TO APR-NUMERO
           START APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   SET EOF-APR-OK   TO TRUE
           END-START

           DISPLAY 'PEDIDO OPERACAO     CONTR./CONTATO          VALOR '
                   'OPERADOR NIVEL HORA'
           PERFORM P325-MOSTRA-PEDIDO UNTIL EOF-APR-OK
           .
       P320-FIM.

       P325-MOSTRA-PEDIDO.
           READ APROVACOES NEXT RECORD
               AT END
                   SET EOF-APR-OK   TO TRUE
               NOT AT END
                   IF APR-PENDENTE
                       ADD 1        TO WS-QTD-PENDENTES
                       PERFORM P340-DESCREVE-OPERACAO
                       MOVE APR-VALOR TO WS-VALOR-MSK
                       IF APR-EXCLUSAO-FORCADA
                           DISPLAY APR-NUMERO ' ' WS-DESC-OPERACAO
                                   ' CONTATO ' APR-ID-CONTATO ' '
                                   WS-VALOR-MSK ' ' APR-OPERADOR
                                   '   ' APR-NIVEL '   '
                                   APR-HR-SOLICITACAO(1:4)
                       ELSE
                           DISPLAY APR-NUMERO ' ' WS-DESC-OPERACAO
                                   ' CONTR.  ' APR-NUM-CONTRATO ' '
                                   WS-VALOR-MSK ' ' APR-OPERADOR
                                   '   ' APR-NIVEL '   '
                                   APR-HR-SOLICITACAO(1:4)
                       END-IF
                   END-IF
           END-READ
           .
       P325-FIM.

       P330-DECIDE-PEDIDO.
           PERFORM P340-DESCREVE-OPERACAO
           MOVE APR-VALOR           TO WS-VALOR-MSK
           DISPLAY 'PEDIDO ' APR-NUMERO ': ' APR-DESCRICAO
           DISPLAY 'VALOR ' WS-VALOR-MSK ' - PEDIDO POR ' APR-OPERADOR
                   ' (NIVEL ' APR-NIVEL ')'
           IF APR-ESTORNO
               DISPLAY 'CONTRATO ' APR-NUM-CONTRATO ' PARCELA '
                       APR-NUM-PARCELA ' SEQUENCIA ' APR-SEQUENCIA
           END-IF
           DISPLAY 'DECISAO: <A> APROVAR, <R> REJEITAR OU '
                   '<QUALQUER TECLA> para voltar: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM P350-APROVA
               WHEN 'R'
               WHEN 'r'
                   MOVE SPACES      TO WS-MOTIVO
                   DISPLAY 'MOTIVO DA REJEICAO: '
                   ACCEPT WS-MOTIVO
                   INSPECT WS-MOTIVO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-MOTIVO EQUAL SPACES
                       MOVE 'REJEITADO PELO SUPERVISOR' TO WS-MOTIVO
                   END-IF
                   SET APR-REJEITADA TO TRUE
                   PERFORM P380-REGRAVA-PEDIDO
                   ADD 1            TO WS-QTD-REJEITADOS
               WHEN OTHER
                   DISPLAY 'PEDIDO CONTINUA PENDENTE.'
           END-EVALUATE
           .
       P330-FIM.

       P340-DESCREVE-OPERACAO.
           EVALUATE TRUE
               WHEN APR-ESTORNO
                   MOVE 'ESTORNO     '  TO WS-DESC-OPERACAO
                   MOVE 'ESTFIN  '      TO WS-PROGRAMA
               WHEN APR-CANCELAMENTO
                   MOVE 'CANCELAMENTO'  TO WS-DESC-OPERACAO
                   MOVE 'MANFIN  '      TO WS-PROGRAMA
               WHEN APR-QUITACAO
                   MOVE 'ABATE QUITAC'  TO WS-DESC-OPERACAO
                   MOVE 'QUIFIN  '      TO WS-PROGRAMA
               WHEN APR-EXCLUSAO-FORCADA
                   MOVE 'EXCL.FORCADA'  TO WS-DESC-OPERACAO
                   MOVE 'DELCONTT'      TO WS-PROGRAMA
               WHEN OTHER
                   MOVE 'DESCONHECIDA'  TO WS-DESC-OPERACAO
                   MOVE SPACES          TO WS-PROGRAMA
           END-EVALUATE
           .
       P340-FIM.

      ******************************************************************
      * APROVACAO: ALCADA DO SUPERVISOR (NIVEL 4 SEM TETO) E APLICACAO
      * PELO PROGRAMA DE ORIGEM NO MODO APROVACAO
      ******************************************************************
       P350-APROVA.
           IF WS-PROGRAMA EQUAL SPACES
               DISPLAY 'OPERACAO DESCONHECIDA - SO PODE SER REJEITADA.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-AREA-APV
           MOVE 'V'                 TO WS-APV-FUNCAO
           MOVE APR-OPERACAO        TO WS-APV-OPERACAO
           MOVE WS-SUPERVISOR       TO WS-APV-OPERADOR
           MOVE APR-VALOR           TO WS-APV-VALOR
           CALL 'APRVUTIL' USING WS-AREA-APV
           IF NOT APV-LIBERADA AND WS-APV-NIVEL LESS THAN 4
               DISPLAY 'VALOR ACIMA DA SUA ALCADA - O PEDIDO PRECISA '
                       'DE UM SUPERVISOR DE NIVEL MAIOR.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-COM-AREA
           MOVE APR-OPERADOR        TO WS-OPERADOR-COM
           MOVE APR-EMPRESA         TO WS-EMPRESA-COM
           MOVE 'A'                 TO WS-MODO-COM
           IF APR-EXCLUSAO-FORCADA
               MOVE APR-ID-CONTATO  TO WS-CTT-ID-CONTATO
               MOVE WS-SUPERVISOR   TO WS-CTT-SUPERVISOR
           ELSE
               MOVE WS-SUPERVISOR   TO WS-FIN-SUPERVISOR
               MOVE APR-NUM-CONTRATO TO WS-FIN-NUM-CONTRATO
               MOVE APR-NUM-PARCELA TO WS-FIN-NUM-PARCELA
               MOVE APR-SEQUENCIA   TO WS-FIN-SEQUENCIA
               MOVE APR-VALOR       TO WS-FIN-VALOR
           END-IF

           CALL WS-PROGRAMA USING WS-COM-AREA

           IF WS-STATUS-OK
               SET APR-APROVADA     TO TRUE
               MOVE 'APROVADO E APLICADO' TO WS-MOTIVO
               PERFORM P380-REGRAVA-PEDIDO
               ADD 1                TO WS-QTD-APROVADOS
               DISPLAY 'PEDIDO ' APR-NUMERO ' APROVADO E APLICADO.'
           ELSE
               SET APR-REJEITADA    TO TRUE
               MOVE 'APROVADO MAS NAO PODE MAIS SER APLICADO'
                                    TO WS-MOTIVO
               PERFORM P380-REGRAVA-PEDIDO
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'A OPERACAO NAO PODE MAIS SER APLICADA - '
                       'PEDIDO ' APR-NUMERO ' REJEITADO.'
           END-IF
           .
       P350-FIM.

       P380-REGRAVA-PEDIDO.
           MOVE WS-SUPERVISOR       TO APR-SUPERVISOR
           MOVE WS-DATA-HOJE        TO APR-DT-DECISAO
           ACCEPT APR-HR-DECISAO FROM TIME
           MOVE WS-MOTIVO           TO APR-MOTIVO
           REWRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PEDIDO (FILE STATUS: '
                           WS-FS-APR ').'
                   SET LK-ERRO      TO TRUE
           END-REWRITE
           .
       P380-FIM.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM APRFIN.
