      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 29/11/2024
      * Purpose: LEMBRETE PREVENTIVO DE VENCIMENTO POR SMS/WHATSAPP -
      *          VARRE OS CONTRATOS EM ABERTO DE CONTRATOS.dat E, PARA
      *          CADA PARCELA COM SALDO (MESMA REGRA DE ATRFIN) QUE
      *          VENCE NOS PROXIMOS N DIAS (VENCUTIL), GRAVA UMA LINHA
      *          NO ARQUIVO DE ENVIO DO GATEWAY
      *          (SMS_LEMBRETES_AAAAMMDD.TXT: HEADER, DETALHES COM
      *          TELEFONE, CONTRATO, PARCELA, VALOR, VENCIMENTO E
      *          TEXTO, E TRAILER COM A QUANTIDADE); O TELEFONE E O
      *          CELULAR/WHATSAPP PREFERIDO DE CONTATOS_FONES.dat, OU
      *          O TEL-CONTATO DO CADASTRO QUANDO FOR CELULAR; O ENVIO
      *          FICA REGISTRADO EM LEMBRETES.dat (FD_LEMB) E A PARCELA
      *          NAO E LEMBRADA DE NOVO EM OUTRO DIA; CONTATO INATIVO,
      *          COM OPT-OUT OU SEM CELULAR VALIDO VAI PARA A LISTA DE
      *          EXCECOES NO SPOOL (SPOOLUTL); NO PLANO NOTURNO
      *          (JOBCNTT) RODA COM 3 DIAS DE ANTECEDENCIA; INICIO E
      *          FIM DA RODADA REGISTRADOS NO LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PAGAMENTOS ASSIGN TO
               'PAGAMENTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

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

               SELECT FONES ASSIGN TO
               'CONTATOS_FONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FONE-CHAVE
               FILE STATUS IS WS-FS-FONE.

               SELECT LEMBRETES ASSIGN TO
               'LEMBRETES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS LEM-CHAVE
               FILE STATUS IS WS-FS-LEM.

               SELECT ENVIO ASSIGN TO WS-NOME-ENVIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENV.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD FONES.
          COPY FD_FONE.

       FD LEMBRETES.
          COPY FD_LEMB.

      *----------------------------------------------------------------*
      * LAYOUT DO GATEWAY: HEADER (H) E TRAILER (T) COM A DATA DO
      * LOTE E A QUANTIDADE DE DETALHES; DETALHE (D) COM TELEFONE NO
      * FORMATO 55 + DDD + NUMERO E O TEXTO PRONTO DA MENSAGEM
      *----------------------------------------------------------------*
       FD ENVIO.
       01 REG-ENVIO.
          03 ENV-TIPO                     PIC X(01).
          03 ENV-TELEFONE                 PIC X(13).
          03 ENV-CANAL                    PIC X(01).
          03 ENV-NUM-CONTRATO             PIC 9(06).
          03 ENV-NUM-PARCELA              PIC 9(03).
          03 ENV-VALOR                    PIC 9(08)V99.
          03 ENV-DT-VENCIMENTO            PIC 9(08).
          03 ENV-MENSAGEM                 PIC X(120).
       01 REG-ENVIO-CONTROLE.
          03 ENV-CTL-TIPO                 PIC X(01).
          03 ENV-CTL-DATA                 PIC 9(08).
          03 ENV-CTL-QTD                  PIC 9(06).
          03 ENV-CTL-ROTINA               PIC X(08).
          03 FILLER                       PIC X(139).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-FONE                      PIC 99.
          88 FS-FONE-OK                   VALUE 0.
       77 WS-FS-LEM                       PIC 99.
          88 FS-LEM-OK                    VALUE 0.
       77 WS-FS-ENV                       PIC 99.
          88 FS-ENV-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FONE                     PIC X.
          88 EOF-FONE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-FONES                    PIC X VALUE 'N'.
          88 TEM-FONES                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-PREFERIDO              PIC X VALUE 'N'.
          88 ACHOU-PREFERIDO              VALUE 'S' FALSE 'N'.
       77 WS-FONE-VALIDO                  PIC X VALUE 'N'.
          88 FONE-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-JA-LEMBRADO                  PIC X VALUE 'N'.
          88 JA-LEMBRADO                  VALUE 'S' FALSE 'N'.
       77 WS-REENVIO-HOJE                 PIC X VALUE 'N'.
          88 REENVIO-HOJE                 VALUE 'S' FALSE 'N'.
       77 WS-DIAS-ANTECEDENCIA            PIC 9(02) VALUE 3.
       77 WS-DIAS-DIGITADOS               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-LIMITE                  PIC 9(08) VALUE ZEROS.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-CAR                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DIGITOS                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-BRANCOS                  PIC 9(02) VALUE ZEROS.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-VALOR-EDITADO                PIC Z.ZZZ.ZZ9,99.
       77 WS-QTD-CONTRATOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENVIADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA-ENVIADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCECOES                 PIC 9(05) VALUE ZEROS.
       77 WS-FONE-BRUTO                   PIC X(30) VALUE SPACES.
       77 WS-FONE-DIGITOS                 PIC X(13) VALUE SPACES.
       77 WS-FONE-NORMAL                  PIC X(13) VALUE SPACES.
       77 WS-TELEFONE-ENVIO               PIC X(13) VALUE SPACES.
       77 WS-CANAL-ENVIO                  PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-EXCECAO               PIC X(30) VALUE SPACES.
       77 WS-NOME-ENVIO                   PIC X(40) VALUE SPACES.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VENCIMENTO.
          03 WS-VENCTO-AAAA               PIC 9(04).
          03 WS-VENCTO-MM                 PIC 9(02).
          03 WS-VENCTO-DD                 PIC 9(02).
       01 WS-LINHA-EXCECAO.
          03 WS-EXC-CONTRATO              PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-EXC-PARCELA               PIC 9(03).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-EXC-CONTATO               PIC 9(06).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-EXC-NOME                  PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-EXC-VENCTO                PIC X(10).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-EXC-MOTIVO                PIC X(30).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
          COPY WS_CONTT.
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
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** LEMBRETE DE VENCIMENTO (SMS/WHATSAPP) ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF NOT LK-MODO-BATCH
               DISPLAY 'DIAS DE ANTECEDENCIA DO LEMBRETE '
                       '(ENTER = 03): '
               ACCEPT WS-DIAS-DIGITADOS
               IF WS-DIAS-DIGITADOS GREATER THAN ZEROS
                   MOVE WS-DIAS-DIGITADOS TO WS-DIAS-ANTECEDENCIA
               END-IF
           END-IF

           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    + WS-DIAS-ANTECEDENCIA)

           MOVE 'LEMFIN  '         TO WS-LOG-PROGRAMA
           MOVE 'I'                TO WS-LOG-EVENTO
           MOVE ZEROS              TO WS-LOG-QTD-LIDOS
           MOVE ZEROS              TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS              TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P300-GERA-LEMBRETES
           MOVE 'F'                TO WS-LOG-EVENTO
           MOVE WS-QTD-CONTRATOS   TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-ENVIADOS    TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-EXCECOES    TO WS-LOG-QTD-REJEITADOS
           MOVE LK-STATUS          TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           PERFORM P900-FIM
           .
      ******************************************************************
      * ABRE OS ARQUIVOS, VARRE OS CONTRATOS E FECHA O ARQUIVO DE
      * ENVIO (TRAILER) E A LISTA DE EXCECOES
      ******************************************************************
       P300-GERA-LEMBRETES.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
           SET FS-PAG-OK           TO TRUE
           SET FS-CTT-OK           TO TRUE
           SET FS-FONE-OK          TO TRUE
           SET FS-LEM-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-CONTRATOS
           MOVE ZEROS               TO WS-QTD-ENVIADOS
           MOVE ZEROS               TO WS-QTD-JA-ENVIADOS
           MOVE ZEROS               TO WS-QTD-EXCECOES

           OPEN INPUT CONTRATOS

           IF WS-FS EQUAL 35
               DISPLAY 'NENHUM CONTRATO GRAVADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-CTT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               MOVE WS-FS-CTT      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CTT ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CONTRATOS
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEMBRETES
           IF WS-FS-LEM EQUAL 35
               OPEN OUTPUT LEMBRETES
               CLOSE LEMBRETES
               OPEN I-O LEMBRETES
           END-IF

           IF NOT FS-LEM-OK
               DISPLAY 'ERRO AO ABRIR LEMBRETES.dat.'
               MOVE WS-FS-LEM      TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-LEM ' - ' WS-FS-MSG
               SET LK-ERRO         TO TRUE
               CLOSE CONTRATOS
               CLOSE CONTATOS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGAMENTOS
           IF FS-PAG-OK
               SET TEM-PAGAMENTOS  TO TRUE
           ELSE
               SET TEM-PAGAMENTOS  TO FALSE
           END-IF

           OPEN INPUT FONES
           IF FS-FONE-OK
               SET TEM-FONES       TO TRUE
           ELSE
               SET TEM-FONES       TO FALSE
           END-IF

           PERFORM P310-ABRE-ENVIO

           PERFORM P320-LE-CONTRATO UNTIL EOF-OK

           PERFORM P390-FECHA-ENVIO

           CLOSE CONTRATOS
           CLOSE CONTATOS
           CLOSE LEMBRETES
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-FONES
               CLOSE FONES
           END-IF

           DISPLAY 'CONTRATOS LIDOS.......: ' WS-QTD-CONTRATOS
           DISPLAY 'LEMBRETES NO ENVIO....: ' WS-QTD-ENVIADOS
           DISPLAY 'JA LEMBRADOS ANTES....: ' WS-QTD-JA-ENVIADOS
           DISPLAY 'EXCECOES..............: ' WS-QTD-EXCECOES
           DISPLAY 'ARQUIVO DE ENVIO GRAVADO EM ' WS-NOME-ENVIO
           DISPLAY 'EXCECOES GRAVADAS EM ' WS-NOME-SPOOL
           .
       P300-FIM.

      ******************************************************************
      * ARQUIVO DE ENVIO DO DIA (HEADER) E CABECALHO DA LISTA DE
      * EXCECOES NO SPOOL
      ******************************************************************
       P310-ABRE-ENVIO.
           MOVE SPACES              TO WS-NOME-ENVIO
           STRING 'SMS_LEMBRETES_' WS-DATA-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-ENVIO
           OPEN OUTPUT ENVIO

           MOVE SPACES              TO REG-ENVIO-CONTROLE
           MOVE 'H'                 TO ENV-CTL-TIPO
           MOVE WS-DATA-HOJE        TO ENV-CTL-DATA
           MOVE ZEROS               TO ENV-CTL-QTD
           MOVE 'LEMFIN'            TO ENV-CTL-ROTINA
           WRITE REG-ENVIO-CONTROLE

           MOVE 'LEMFIN'            TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'EXCECOES DO LEMBRETE DE VENCIMENTO  DATA: '
                  WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CONTR. PAR CONTAT NOME                 VENCIMENTO MOTIV
      -         'O'                 TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P310-FIM.

       P320-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-CONTRATOS
                   IF REG-CONTRATO-CANCELADO OR
                      REG-CONTRATO-QUITADO OR
                      REG-CONTRATO-BAIXADO OR
                      REG-CONTRATO-REFINANCIADO
                       CONTINUE
                   ELSE
                       PERFORM P330-AVALIA-PARCELA
                           VARYING WS-IND-PARCELA FROM 1 BY 1
                           UNTIL WS-IND-PARCELA GREATER THAN
                                 REG-NUM-PARCELAS
                   END-IF
           END-READ
           .
       P320-FIM.

      ******************************************************************
      * PARCELA QUE VENCE DEPOIS DE HOJE E ATE A DATA LIMITE, COM
      * SALDO EM ABERTO E AINDA NAO LEMBRADA EM DIA ANTERIOR (UMA
      * NOVA RODADA NO MESMO DIA REGRAVA O ARQUIVO DE ENVIO INTEIRO)
      ******************************************************************
       P330-AVALIA-PARCELA.
           PERFORM P340-CALCULA-VENCIMENTO

           IF WS-DATA-VENCIMENTO NOT GREATER THAN WS-DATA-HOJE OR
              WS-DATA-VENCIMENTO GREATER THAN WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF

           PERFORM P350-CALCULA-SALDO
           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P360-CONFERE-CONTROLE
           IF JA-LEMBRADO
               ADD 1                TO WS-QTD-JA-ENVIADOS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-MOTIVO-EXCECAO
           MOVE REG-ID-CONTATO      TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO CADASTRADO'
                                    TO WS-MOTIVO-EXCECAO
                   MOVE REG-CLIENTE TO WS-NM-CONTATO
           END-READ

           IF WS-MOTIVO-EXCECAO EQUAL SPACES
               EVALUATE TRUE
                   WHEN NOT WS-ST-ATIVO
                       MOVE 'CONTATO INATIVO'
                                    TO WS-MOTIVO-EXCECAO
                   WHEN WS-CONS-MKT-NAO
                       MOVE 'OPT-OUT DE COMUNICACAO'
                                    TO WS-MOTIVO-EXCECAO
                   WHEN OTHER
                       PERFORM P400-BUSCA-CELULAR
                       IF WS-TELEFONE-ENVIO EQUAL SPACES
                           MOVE 'SEM CELULAR/WHATSAPP VALIDO'
                                    TO WS-MOTIVO-EXCECAO
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-MOTIVO-EXCECAO EQUAL SPACES
               PERFORM P370-GRAVA-ENVIO
           ELSE
               PERFORM P380-GRAVA-EXCECAO
           END-IF
           .
       P330-FIM.

       P340-CALCULA-VENCIMENTO.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA       TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-VENCIMENTO
           .
       P340-FIM.

       P350-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           MOVE REG-PARCELAS(WS-IND-PARCELA)
                                    TO WS-VR-PARCELA-NUM

           IF TEM-PAGAMENTOS
               SET EOF-PAG-OK        TO FALSE
               MOVE REG-NUM-CONTRATO TO PAG-NUM-CONTRATO
               MOVE WS-IND-PARCELA   TO PAG-NUM-PARCELA
               MOVE ZEROS            TO PAG-SEQUENCIA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY
                       SET EOF-PAG-OK TO TRUE
               END-START

               PERFORM P355-SOMA-PAGAMENTO UNTIL EOF-PAG-OK
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P350-FIM.

       P355-SOMA-PAGAMENTO.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL REG-NUM-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-IND-PARCELA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P355-FIM.

      ******************************************************************
      * LEMBRETE GRAVADO EM DIA ANTERIOR NAO SE REPETE; O GRAVADO HOJE
      * ENTRA DE NOVO, POIS O ARQUIVO DE ENVIO DO DIA E RECRIADO
      ******************************************************************
       P360-CONFERE-CONTROLE.
           SET JA-LEMBRADO          TO FALSE
           SET REENVIO-HOJE         TO FALSE
           MOVE REG-NUM-CONTRATO    TO LEM-NUM-CONTRATO
           MOVE WS-IND-PARCELA      TO LEM-NUM-PARCELA
           READ LEMBRETES
               KEY IS LEM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEM-DT-ENVIO LESS THAN WS-DATA-HOJE
                       SET JA-LEMBRADO  TO TRUE
                   ELSE
                       SET REENVIO-HOJE TO TRUE
                   END-IF
           END-READ
           .
       P360-FIM.

       P370-GRAVA-ENVIO.
           MOVE WS-SALDO-PARCELA    TO WS-VALOR-EDITADO
           MOVE ZEROS               TO WS-QTD-BRANCOS
           INSPECT WS-VALOR-EDITADO TALLYING WS-QTD-BRANCOS
                   FOR LEADING SPACES

           MOVE SPACES              TO REG-ENVIO
           MOVE 'D'                 TO ENV-TIPO
           MOVE WS-TELEFONE-ENVIO   TO ENV-TELEFONE
           MOVE WS-CANAL-ENVIO      TO ENV-CANAL
           MOVE REG-NUM-CONTRATO    TO ENV-NUM-CONTRATO
           MOVE WS-IND-PARCELA      TO ENV-NUM-PARCELA
           MOVE WS-SALDO-PARCELA    TO ENV-VALOR
           MOVE WS-DATA-VENCIMENTO  TO ENV-DT-VENCIMENTO
           STRING 'LEMBRETE: A PARCELA ' WS-IND-PARCELA
                  ' DO CONTRATO ' REG-NUM-CONTRATO
                  ', DE R$ '
                  WS-VALOR-EDITADO(WS-QTD-BRANCOS + 1:)
                  ', VENCE EM ' WS-VENCTO-DD '/' WS-VENCTO-MM '/'
                  WS-VENCTO-AAAA '. SE JA PAGOU, DESCONSIDERE.'
                  DELIMITED BY SIZE INTO ENV-MENSAGEM
           WRITE REG-ENVIO
           ADD 1                    TO WS-QTD-ENVIADOS

           MOVE REG-NUM-CONTRATO    TO LEM-NUM-CONTRATO
           MOVE WS-IND-PARCELA      TO LEM-NUM-PARCELA
           MOVE REG-ID-CONTATO      TO LEM-ID-CONTATO
           MOVE WS-DATA-VENCIMENTO  TO LEM-DT-VENCIMENTO
           MOVE WS-SALDO-PARCELA    TO LEM-VALOR
           MOVE WS-DATA-HOJE        TO LEM-DT-ENVIO
           MOVE WS-TELEFONE-ENVIO   TO LEM-TELEFONE
           MOVE WS-CANAL-ENVIO      TO LEM-CANAL

           IF REENVIO-HOJE
               REWRITE REG-LEMBRETE
           ELSE
               WRITE REG-LEMBRETE
           END-IF
           .
       P370-FIM.

       P380-GRAVA-EXCECAO.
           MOVE REG-NUM-CONTRATO    TO WS-EXC-CONTRATO
           MOVE WS-IND-PARCELA      TO WS-EXC-PARCELA
           MOVE REG-ID-CONTATO      TO WS-EXC-CONTATO
           MOVE WS-NM-CONTATO       TO WS-EXC-NOME
           MOVE SPACES              TO WS-EXC-VENCTO
           STRING WS-VENCTO-DD '/' WS-VENCTO-MM '/' WS-VENCTO-AAAA
                  DELIMITED BY SIZE INTO WS-EXC-VENCTO
           MOVE WS-MOTIVO-EXCECAO   TO WS-EXC-MOTIVO
           MOVE WS-LINHA-EXCECAO    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           ADD 1                    TO WS-QTD-EXCECOES
           .
       P380-FIM.

       P390-FECHA-ENVIO.
           MOVE SPACES              TO REG-ENVIO-CONTROLE
           MOVE 'T'                 TO ENV-CTL-TIPO
           MOVE WS-DATA-HOJE        TO ENV-CTL-DATA
           MOVE WS-QTD-ENVIADOS     TO ENV-CTL-QTD
           MOVE 'LEMFIN'            TO ENV-CTL-ROTINA
           WRITE REG-ENVIO-CONTROLE
           CLOSE ENVIO

           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'LEMBRETES ENVIADOS: ' WS-QTD-ENVIADOS
                  '   EXCECOES: ' WS-QTD-EXCECOES
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           CLOSE ARQ-IMPRESSAO
           .
       P390-FIM.

      ******************************************************************
      * CELULAR DO CONTATO: O TELEFONE CELULAR/WHATSAPP PREFERIDO DE
      * CONTATOS_FONES.dat; SEM PREFERIDO, O PRIMEIRO CELULAR/WHATSAPP
      * VALIDO; SEM NENHUM, O TEL-CONTATO DO CADASTRO SE FOR CELULAR
      ******************************************************************
       P400-BUSCA-CELULAR.
           MOVE SPACES              TO WS-TELEFONE-ENVIO
           MOVE SPACES              TO WS-CANAL-ENVIO
           SET ACHOU-PREFERIDO      TO FALSE

           IF TEM-FONES
               SET EOF-FONE-OK       TO FALSE
               MOVE WS-ID-CONTATO    TO FONE-ID-CONTATO
               MOVE ZEROS            TO FONE-SEQUENCIA
               START FONES KEY IS NOT LESS THAN FONE-CHAVE
                   INVALID KEY
                       SET EOF-FONE-OK TO TRUE
               END-START

               PERFORM P410-LE-FONE
                   UNTIL EOF-FONE-OK OR ACHOU-PREFERIDO
           END-IF

           IF WS-TELEFONE-ENVIO EQUAL SPACES
               MOVE WS-TEL-CONTATO   TO WS-FONE-BRUTO
               PERFORM P420-NORMALIZA-FONE
               IF FONE-VALIDO
                   MOVE WS-FONE-NORMAL TO WS-TELEFONE-ENVIO
                   MOVE 'S'           TO WS-CANAL-ENVIO
               END-IF
           END-IF
           .
       P400-FIM.

       P410-LE-FONE.
           READ FONES NEXT RECORD
               AT END
                   SET EOF-FONE-OK TO TRUE
               NOT AT END
                   IF FONE-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-FONE-OK TO TRUE
                   ELSE
                       IF FONE-TIPO-TELEFONE AND
                          (FONE-ESP-CELULAR OR FONE-ESP-WHATSAPP)
                           MOVE FONE-VALOR TO WS-FONE-BRUTO
                           PERFORM P420-NORMALIZA-FONE
                           IF FONE-VALIDO AND
                              (FONE-PREFERIDO-SIM OR
                               WS-TELEFONE-ENVIO EQUAL SPACES)
                               MOVE WS-FONE-NORMAL
                                       TO WS-TELEFONE-ENVIO
                               IF FONE-ESP-WHATSAPP
                                   MOVE 'W' TO WS-CANAL-ENVIO
                               ELSE
                                   MOVE 'S' TO WS-CANAL-ENVIO
                               END-IF
                               IF FONE-PREFERIDO-SIM
                                   SET ACHOU-PREFERIDO TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

      ******************************************************************
      * SO OS DIGITOS DO NUMERO; CELULAR VALIDO E DDD + 9 DIGITOS
      * COMECANDO POR 9, COM OU SEM O 55 NA FRENTE; SAI SEMPRE NO
      * FORMATO 55 + DDD + NUMERO EXIGIDO PELO GATEWAY
      ******************************************************************
       P420-NORMALIZA-FONE.
           SET FONE-VALIDO          TO FALSE
           MOVE SPACES              TO WS-FONE-DIGITOS
           MOVE SPACES              TO WS-FONE-NORMAL
           MOVE ZEROS               TO WS-QTD-DIGITOS

           PERFORM P425-SEPARA-DIGITO
               VARYING WS-IND-CAR FROM 1 BY 1
               UNTIL WS-IND-CAR GREATER THAN 30

           EVALUATE TRUE
               WHEN WS-QTD-DIGITOS EQUAL 11 AND
                    WS-FONE-DIGITOS(3:1) EQUAL '9'
                   STRING '55' WS-FONE-DIGITOS(1:11)
                          DELIMITED BY SIZE INTO WS-FONE-NORMAL
                   SET FONE-VALIDO  TO TRUE
               WHEN WS-QTD-DIGITOS EQUAL 13 AND
                    WS-FONE-DIGITOS(1:2) EQUAL '55' AND
                    WS-FONE-DIGITOS(5:1) EQUAL '9'
                   MOVE WS-FONE-DIGITOS TO WS-FONE-NORMAL
                   SET FONE-VALIDO  TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P420-FIM.

       P425-SEPARA-DIGITO.
           IF WS-FONE-BRUTO(WS-IND-CAR:1) IS NUMERIC
               ADD 1                TO WS-QTD-DIGITOS
               IF WS-QTD-DIGITOS NOT GREATER THAN 13
                   MOVE WS-FONE-BRUTO(WS-IND-CAR:1)
                                    TO WS-FONE-DIGITOS(WS-QTD-DIGITOS:1)
               END-IF
           END-IF
           .
       P425-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM LEMFIN.
