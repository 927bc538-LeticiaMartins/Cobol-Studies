      *         (OPER-EMP-1/2 DE FD_OPER, MANTIDAS EM OPERCNTT):
      *         EMPRESA NAO AUTORIZADA E RECUSADA; AS DUAS ZERADAS
      *         LIBERAM TODAS (BASE ANTERIOR AO CAMPO)
      * Update: 25/11/2024 - APOS A AGENDA, MOSTRA AOS OPERADORES DE
      *         NIVEL 3 OU MAIS OS PEDIDOS DO TITULAR (LGPD_PEDIDOS.dat,
      *         PEDCNTT) EM ABERTO COM O PRAZO LEGAL VENCIDO OU VENCENDO
      *         NO DIA
      * Update: 15/12/2024 - A VALIDADE DO PIN DEIXA DE SER FIXA EM 90
      *         DIAS: VALE O PARAMETRO PIN-DIAS EM VIGOR NO DIA
      *         (PARAMETROS.dat, PARMUTIL); NOVA OPCAO 7 - PARAMETROS DO
      *         NEGOCIO (PARMCNTT), SO PARA O NIVEL 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUGERA.
               RECORD  KEY  IS AGD-CHAVE
               FILE STATUS IS WS-FS-AGD.

               SELECT PEDIDOS-LGPD ASSIGN TO
               'LGPD_PEDIDOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS LPD-PROTOCOLO
               FILE STATUS IS WS-FS-LPD.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       FD AGENDA.
          COPY FD_AGND.

       FD PEDIDOS-LGPD.
          COPY FD_PLGPD.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                  PIC X(40).
       77 WS-EMPRESA-ATUAL                 PIC 9(02) VALUE ZEROS.
       77 WS-TENTATIVAS-SIGNON             PIC 9(01) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS                PIC 9(01) VALUE 3.
       77 WS-QTD-OPCOES                    PIC 9(02) VALUE 7.
       77 WS-IND                           PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO-STATUS                  PIC X VALUE 'N'.
          88 OPCAO-ACHADA                  VALUE 'S' FALSE 'N'.
       77 WS-FS-LOG                        PIC 99.
          88 FS-LOG-OK                     VALUE 0.
       77 WS-RESULTADO-LOG                 PIC X(01) VALUE SPACES.
       77 WS-DIAS-VALIDADE-PIN             PIC 9(03) VALUE ZEROS.
       77 WS-IDADE-PIN                     PIC S9(07) VALUE ZEROS.
       77 WS-NOVO-PIN                      PIC X(04) VALUE SPACES.
       77 WS-NOVO-PIN-2                    PIC X(04) VALUE SPACES.
          88 PIN-TROCADO                   VALUE 'S' FALSE 'N'.
       77 WS-EMP-AUT-1                     PIC 9(02) VALUE ZEROS.
       77 WS-EMP-AUT-2                     PIC 9(02) VALUE ZEROS.
       77 WS-FS-LPD                        PIC 99.
          88 FS-LPD-OK                     VALUE 0.
       77 WS-QTD-LGPD-VENCIDOS             PIC 9(03) VALUE ZEROS.
       01 WS-AREA-PRM.
           03 WS-PRM-FUNCAO                PIC X(01).
           03 WS-PRM-CODIGO                PIC X(10).
           03 WS-PRM-DATA                  PIC 9(08).
           03 WS-PRM-INDICE                PIC 9(02).
           03 WS-PRM-VALOR                 PIC 9(07)V9(04).
           03 WS-PRM-DT-VIGENCIA           PIC 9(08).
           03 WS-PRM-DESCRICAO             PIC X(40).
           03 WS-PRM-RESULTADO             PIC X(01).
       01 WS-TABELA-OPCOES-DADOS.
           05 FILLER PIC X(41) VALUE
              '1 MENU DE CONTATOS              MENUCNTT1'.
              '5 PLANO NOTURNO (CONDUTOR)      JOBCNTT 4'.
           05 FILLER PIC X(41) VALUE
              '6 TROCA DE PIN E BLOQUEIOS      PINCNTT 1'.
           05 FILLER PIC X(41) VALUE
              '7 PARAMETROS DO NEGOCIO         PARMCNTT4'.
       01 WS-TABELA-OPCOES REDEFINES WS-TABELA-OPCOES-DADOS.
           05 TAB-ITEM-OPCAO OCCURS 7 TIMES.
              10 TAB-OPCAO                 PIC X(02).
              10 TAB-DESCRICAO             PIC X(30).
              10 TAB-PROGRAMA              PIC X(08).
           IF SIGNON-OK
               PERFORM P150-ESCOLHE-EMPRESA
               PERFORM P170-MOSTRA-AGENDA
               PERFORM P185-MOSTRA-PEDIDOS-LGPD
               PERFORM P300-PROCESSA THRU P300-FIM
                   UNTIL WS-OPCAO = 'F'
           ELSE
               DISPLAY 'PRIMEIRO USO DO PIN: A TROCA E OBRIGATORIA.'
               PERFORM P140-TROCA-PIN
           ELSE
               MOVE 'V'             TO WS-PRM-FUNCAO
               MOVE 'PIN-DIAS'      TO WS-PRM-CODIGO
               MOVE WS-DATA-HOJE    TO WS-PRM-DATA
               MOVE ZEROS           TO WS-PRM-INDICE
               CALL 'PARMUTIL' USING WS-AREA-PRM
               MOVE WS-PRM-VALOR    TO WS-DIAS-VALIDADE-PIN

               COMPUTE WS-IDADE-PIN =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(OPER-PIN-DT-TROCA)
           .
       P180-FIM.

      ******************************************************************
      * PEDIDOS DO TITULAR (LGPD_PEDIDOS.dat, MANTIDO POR PEDCNTT) EM
      * ABERTO COM O PRAZO LEGAL VENCIDO OU VENCENDO HOJE, DA EMPRESA
      * DA SESSAO; SO PARA QUEM PODE ENCERRA-LOS (NIVEL 3 OU MAIS)
      ******************************************************************
       P185-MOSTRA-PEDIDOS-LGPD.
           MOVE ZEROS               TO WS-QTD-LGPD-VENCIDOS
           SET FS-LPD-OK            TO TRUE
           SET EOF-AGD-OK           TO FALSE

           IF WS-NIVEL-ATUAL LESS THAN 3
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PEDIDOS-LGPD

           IF WS-FS-LPD EQUAL 35
               CONTINUE
           ELSE
               IF FS-LPD-OK
                   PERFORM P187-LE-PEDIDO-LGPD UNTIL EOF-AGD-OK

                   IF WS-QTD-LGPD-VENCIDOS GREATER THAN ZEROS
                       DISPLAY WS-QTD-LGPD-VENCIDOS ' PEDIDO(S) DO '
                               'TITULAR VENCIDO(S) OU VENCENDO HOJE - '
                               'ENCERRE EM PEDCNTT.'
                   END-IF
               END-IF
               CLOSE PEDIDOS-LGPD
           END-IF
           .
       P185-FIM.

       P187-LE-PEDIDO-LGPD.
           READ PEDIDOS-LGPD NEXT RECORD
               AT END
                   SET EOF-AGD-OK  TO TRUE
               NOT AT END
                   IF LPD-ABERTO AND
                      LPD-DT-PRAZO NOT GREATER THAN WS-DATA-HOJE AND
                      (LPD-EMPRESA EQUAL WS-EMPRESA-ATUAL OR
                       (LPD-EMPRESA EQUAL ZEROS AND
                        WS-EMPRESA-ATUAL EQUAL 1))
                       ADD 1        TO WS-QTD-LGPD-VENCIDOS
                       IF WS-QTD-LGPD-VENCIDOS EQUAL 1
                           DISPLAY '=== PEDIDOS DO TITULAR (LGPD) ==='
                       END-IF
                       IF LPD-DT-PRAZO LESS THAN WS-DATA-HOJE
                           DISPLAY '  PROTOCOLO ' LPD-PROTOCOLO
                                   ' CONTATO ' LPD-ID-CONTATO
                                   ' TIPO ' LPD-TIPO
                                   ' VENCIDO EM ' LPD-DT-PRAZO
                       ELSE
                           DISPLAY '  PROTOCOLO ' LPD-PROTOCOLO
                                   ' CONTATO ' LPD-ID-CONTATO
                                   ' TIPO ' LPD-TIPO
                                   ' VENCE HOJE'
                       END-IF
                   END-IF
           END-READ
           .
       P187-FIM.

       P110-GARANTE-OPERADORES.
           SET FS-OPER-OK          TO TRUE
           OPEN INPUT OPERADORES
            DISPLAY '|   4 - Escolar                                 |'
            DISPLAY '|   5 - Plano Noturno (Condutor)                |'
            DISPLAY '|   6 - Troca de PIN e Bloqueios                |'
            DISPLAY '|   7 - Parametros do Negocio                   |'
            DISPLAY '|                                               |'
            DISPLAY '|             (ou tecle <S> para sair)          |'
            DISPLAY '*************************************************'
