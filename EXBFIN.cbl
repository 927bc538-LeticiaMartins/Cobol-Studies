      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 18/11/2024
      * Purpose: CONCILIACAO DO EXTRATO BANCARIO COM CONTA TRANSITORIA
      *          (SUSPENSO) PARA CREDITOS SEM CONTRATO (PIX/DEPOSITO),
      *          QUE RETFIN NAO CONSEGUE BAIXAR:
      *          <I> IMPORTA EXTRATO_BANCO.TXT E SUGERE, PARA CADA
      *              CREDITO, A PARCELA EM ABERTO MAIS PROVAVEL PELO
      *              CPF/CNPJ DO PAGADOR (DOC-CONTATO DO CONTATO OU
      *              AVALISTA DO CONTRATO), PELO VALOR (SALDO DA
      *              PARCELA IGUAL AO CREDITO) E PELA DATA (VENCIMENTO
      *              PROXIMO DO CREDITO); SUGESTAO CONFIRMADA PELO
      *              OPERADOR E BAIXADA EM PAGAMENTOS.dat COMO EM
      *              RETFIN (OPERADOR 'BANCO', RECUPERACAO E
      *              NEGATIVACAO); O QUE NAO FOR CONFIRMADO VAI PARA
      *              CREDITOS_SUSPENSO.dat (FD_SUSP). CREDITO JA
      *              IMPORTADO (MESMO IDENTIFICADOR DO BANCO) E
      *              IGNORADO;
      *          <A> TELA DE ATRIBUICAO DOS CREDITOS EM SUSPENSO A UMA
      *              PARCELA (OU DEVOLUCAO AO PAGADOR);
      *          <R> RELATORIO DE AGING DO SUSPENSO NO SPOOL
      * Tectonics: cobc -I copybooks
      * Update: 19/11/2024 - CREDITO NAO PODE SER BAIXADO EM CONTRATO
      *         REFINANCIADO (STATUS R, RFNFIN)
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 24/11/2024 - O PAGADOR DO EXTRATO PASSA A SER LOCALIZADO
      *         PELA CHAVE ALTERNATIVA DOC-CONTATO DE CONTATOS.dat EM
      *         VEZ DE VARRER O ARQUIVO
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O CPF/CNPJ DO PAGADOR SAI MASCARADO NO
      *         RELATORIO DE ENVELHECIMENTO DOS CREDITOS EM SUSPENSO
      *         (MODULO MASKUTIL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXBFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXTRATO ASSIGN TO
               'EXTRATO_BANCO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXB.

               SELECT SUSPENSO ASSIGN TO
               'CREDITOS_SUSPENSO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS SUS-NUM-CREDITO
               FILE STATUS IS WS-FS-SUS.

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
       FD EXTRATO.
       01 REG-EXTRATO.
          03 EXB-ID-BANCO                 PIC X(20).
          03 EXB-DT-CREDITO               PIC 9(08).
          03 EXB-VALOR                    PIC 9(06)V99.
          03 EXB-DOC-PAGADOR              PIC X(14).
          03 EXB-NOME-PAGADOR             PIC X(30).
          03 EXB-HISTORICO                PIC X(20).

       FD SUSPENSO.
          COPY FD_SUSP.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-EXB                       PIC 99.
          88 FS-EXB-OK                    VALUE 0.
       77 WS-FS-SUS                       PIC 99.
          88 FS-SUS-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-EXB                      PIC X.
          88 EOF-EXB-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-SUS                      PIC X.
          88 EOF-SUS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAG                      PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTT                      PIC X.
          88 EOF-CTT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTATOS                 PIC X VALUE 'N'.
          88 TEM-CONTATOS                 VALUE 'S' FALSE 'N'.
       77 WS-JA-IMPORTADO                 PIC X VALUE 'N'.
          88 JA-IMPORTADO                 VALUE 'S' FALSE 'N'.
       77 WS-BAIXA-FEITA                  PIC X VALUE 'N'.
          88 BAIXA-FEITA                  VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-VALIDO              PIC X VALUE 'N'.
          88 CONTRATO-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-ACAO                         PIC X VALUE SPACES.
       77 WS-MOTIVO                       PIC X(40) VALUE SPACES.
       77 WS-PROX-CREDITO                 PIC 9(08) VALUE ZEROS.
       77 WS-NUM-BUSCA                    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BAIXADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUSPENSO                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DUPLICADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RECUPERADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NEG-ENCERRADAS           PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
      *
      * PAGADOR PELO CPF/CNPJ DO EXTRATO (SO DIGITOS, COMO DOC-CONTATO)
      *
       77 WS-DOC-BUSCA                    PIC X(14) VALUE SPACES.
       77 WS-IND-DOC                      PIC 9(02) VALUE ZEROS.
       77 WS-PTR-DOC                      PIC 9(02) VALUE ZEROS.
       77 WS-ID-PAGADOR                   PIC 9(06) VALUE ZEROS.
       77 WS-NM-PAGADOR                   PIC X(20) VALUE SPACES.
      *
      * PARCELAS EM ABERTO (VENCIDAS OU A VENCER EM ATE 30 DIAS),
      * CARREGADAS UMA VEZ POR IMPORTACAO
      *
       77 WS-QTD-ABERTAS                  PIC 9(04) VALUE ZEROS.
       77 WS-MAX-ABERTAS                  PIC 9(04) VALUE 5000.
       77 WS-IND-AB                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ABERTAS.
          03 WS-AB-ITEM                   OCCURS 5000 TIMES.
             05 WS-AB-CONTRATO            PIC 9(06).
             05 WS-AB-PARCELA             PIC 9(03).
             05 WS-AB-CONTATO             PIC 9(06).
             05 WS-AB-AVALISTA            PIC 9(06).
             05 WS-AB-DIAS-VENC           PIC 9(07).
             05 WS-AB-SALDO               PIC S9(08)V99.
       77 WS-IND-PARCELA                  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-LIMITE                  PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-CREDITO                 PIC 9(07) VALUE ZEROS.
       77 WS-DIF-DIAS                     PIC S9(07) VALUE ZEROS.
      *
      * SUGESTAO: MAIOR PONTUACAO (CPF 4, VALOR 3, DATA ATE 5 DIAS 2 OU
      * ATE 30 DIAS 1), NO EMPATE A PARCELA MAIS ANTIGA; MINIMO 4
      *
       77 WS-PONTOS                       PIC 9(02) VALUE ZEROS.
       77 WS-MELHOR-PONTOS                PIC 9(02) VALUE ZEROS.
       77 WS-MELHOR-IND                   PIC 9(04) VALUE ZEROS.
       77 WS-MIN-PONTOS                   PIC 9(02) VALUE 4.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-PAGO-PARC              PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-PARCELA                PIC S9(08)V99 VALUE ZEROS.
       77 WS-ULT-SEQUENCIA                PIC 9(02) VALUE ZEROS.
      *
      * BAIXA (IMPORTACAO E TELA DE ATRIBUICAO)
      *
       77 WS-BX-CONTRATO                  PIC 9(06) VALUE ZEROS.
       77 WS-BX-PARCELA                   PIC 9(03) VALUE ZEROS.
       77 WS-BX-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-BX-VALOR                     PIC 9(06)V99 VALUE ZEROS.
      *
      * AGING DO SUSPENSO
      *
       77 WS-DIAS-SUSPENSO                PIC 9(05) VALUE ZEROS.
       01 WS-TAB-AGING.
          03 WS-AG-FAIXA                  OCCURS 4 TIMES.
             05 WS-AG-QTD                 PIC 9(05).
             05 WS-AG-VALOR               PIC 9(09)V99.
       01 WS-TAB-NOMES-FAIXA              VALUE
              'ATE 30 DIAS    31 A 60 DIAS   61 A 90 DIAS   MAIS DE 90'.
          03 WS-NOME-FAIXA                PIC X(15) OCCURS 4 TIMES.
       77 WS-IND-FAIXA                    PIC 9(01) VALUE ZEROS.
       77 WS-TOTAL-QTD                    PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-MSK                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-MSK                    PIC -ZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-AGING.
          03 WS-LA-CREDITO                PIC 9(08).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-DATA                   PIC X(10).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-VALOR                  PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-DIAS                   PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-DOC                    PIC X(18).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-NOME                   PIC X(24).
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAA                  PIC 9(04).
          03 WS-AUX-MM                    PIC 9(02).
          03 WS-AUX-DD                    PIC 9(02).
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
       01 WS-AREA-LOG.
          03 WS-LOG-PROGRAMA              PIC X(08).
          03 WS-LOG-EVENTO                PIC X(01).
          03 WS-LOG-QTD-LIDOS             PIC 9(07).
          03 WS-LOG-QTD-GRAVADOS          PIC 9(07).
          03 WS-LOG-QTD-REJEITADOS        PIC 9(07).
          03 WS-LOG-STATUS                PIC X(01).
       01 WS-AREA-RCP.
          03 WS-RCP-NUM-CONTRATO          PIC 9(06).
          03 WS-RCP-NUM-PARCELA           PIC 9(03).
          03 WS-RCP-SEQUENCIA             PIC 9(02).
          03 WS-RCP-DT-PAGAMENTO          PIC 9(08).
          03 WS-RCP-VALOR                 PIC 9(06)V99.
          03 WS-RCP-OPERADOR              PIC X(06).
          03 WS-RCP-ORIGEM                PIC X(08).
          03 WS-RCP-RESULTADO             PIC X(01).
             88 RCP-GRAVADA               VALUE 'S'.
       01 WS-AREA-NEG.
          03 WS-NEG-NUM-CONTRATO          PIC 9(06).
          03 WS-NEG-NUM-PARCELA           PIC 9(03).
          03 WS-NEG-SALDO-PARCELA         PIC S9(08)V99.
          03 WS-NEG-OPERADOR              PIC X(06).
          03 WS-NEG-ORIGEM                PIC X(08).
          03 WS-NEG-RESULTADO             PIC X(01).
             88 NEG-ENCERRADA             VALUE 'S'.
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

           DISPLAY '*** CONCILIACAO DO EXTRATO BANCARIO ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           DISPLAY 'DIGITE: <I> IMPORTAR O EXTRATO, <A> ATRIBUIR '
                   'CREDITOS EM SUSPENSO OU <R> RELATORIO DE AGING '
                   'DO SUSPENSO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'I'
               WHEN 'i'
                   MOVE 'EXBFIN  '  TO WS-LOG-PROGRAMA
                   MOVE 'I'         TO WS-LOG-EVENTO
                   MOVE ZEROS       TO WS-LOG-QTD-LIDOS
                   MOVE ZEROS       TO WS-LOG-QTD-GRAVADOS
                   MOVE ZEROS       TO WS-LOG-QTD-REJEITADOS
                   MOVE '0'         TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
                   PERFORM P200-IMPORTA-EXTRATO
                   MOVE 'F'         TO WS-LOG-EVENTO
                   MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
                   COMPUTE WS-LOG-QTD-GRAVADOS =
                           WS-QTD-BAIXADOS + WS-QTD-SUSPENSO
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
                   MOVE LK-STATUS   TO WS-LOG-STATUS
                   CALL 'LOGEXEC' USING WS-AREA-LOG
               WHEN 'A'
               WHEN 'a'
                   PERFORM P600-ABRE-ATRIBUICAO
                   IF FS-SUS-OK
                       SET EXIT-OK  TO FALSE
                       PERFORM P700-ATRIBUI THRU P700-FIM
                           UNTIL EXIT-OK
                       CLOSE SUSPENSO
                       CLOSE CONTRATOS
                       CLOSE PAGAMENTOS
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM P500-RELATORIO-AGING
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           PERFORM P900-FIM
           .
      ******************************************************************
      * IMPORTACAO DO EXTRATO
      ******************************************************************
       P200-IMPORTA-EXTRATO.
           MOVE ZEROS               TO WS-QTD-LIDOS
           MOVE ZEROS               TO WS-QTD-BAIXADOS
           MOVE ZEROS               TO WS-QTD-SUSPENSO
           MOVE ZEROS               TO WS-QTD-REJEITADOS
           MOVE ZEROS               TO WS-QTD-DUPLICADOS
           MOVE ZEROS               TO WS-QTD-RECUPERADAS
           MOVE ZEROS               TO WS-QTD-NEG-ENCERRADAS

           SET FS-EXB-OK            TO TRUE
           OPEN INPUT EXTRATO
           IF WS-FS-EXB EQUAL 35
               DISPLAY 'ARQUIVO EXTRATO_BANCO.TXT NAO ENCONTRADO!'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-EXB-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO EXTRATO.'
               MOVE WS-FS-EXB       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-EXB ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P600-ABRE-ATRIBUICAO
           IF NOT FS-SUS-OK
               CLOSE EXTRATO
               EXIT PARAGRAPH
           END-IF

           SET FS-CTT-OK            TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CTT-OK
               SET TEM-CONTATOS     TO TRUE
           ELSE
               SET TEM-CONTATOS     TO FALSE
           END-IF

           PERFORM P210-PROXIMO-CREDITO
           PERFORM P220-CARREGA-ABERTAS
           DISPLAY 'PARCELAS EM ABERTO PARA CONCILIACAO: '
                   WS-QTD-ABERTAS

           SET EOF-EXB-OK           TO FALSE
           PERFORM P230-LE-EXTRATO UNTIL EOF-EXB-OK

           CLOSE EXTRATO
           CLOSE SUSPENSO
           CLOSE CONTRATOS
           CLOSE PAGAMENTOS
           IF TEM-CONTATOS
               CLOSE CONTATOS
           END-IF

           DISPLAY 'CREDITOS LIDOS.........: ' WS-QTD-LIDOS
           DISPLAY 'BAIXADOS (CONFIRMADOS).: ' WS-QTD-BAIXADOS
           DISPLAY 'ENVIADOS AO SUSPENSO...: ' WS-QTD-SUSPENSO
           DISPLAY 'JA IMPORTADOS (IGNOR.).: ' WS-QTD-DUPLICADOS
           DISPLAY 'REJEITADOS.............: ' WS-QTD-REJEITADOS
           DISPLAY 'RECUPERACOES...........: ' WS-QTD-RECUPERADAS
           DISPLAY 'NEGATIVACOES ENCERRADAS: ' WS-QTD-NEG-ENCERRADAS
           .
       P200-FIM.

       P210-PROXIMO-CREDITO.
           MOVE ZEROS               TO WS-PROX-CREDITO
           SET EOF-SUS-OK           TO FALSE
           MOVE ZEROS               TO SUS-NUM-CREDITO
           START SUSPENSO KEY IS NOT LESS THAN SUS-NUM-CREDITO
               INVALID KEY
                   SET EOF-SUS-OK   TO TRUE
           END-START

           PERFORM P215-LE-ULTIMO UNTIL EOF-SUS-OK
           ADD 1                    TO WS-PROX-CREDITO
           .
       P210-FIM.

       P215-LE-ULTIMO.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET EOF-SUS-OK   TO TRUE
               NOT AT END
                   MOVE SUS-NUM-CREDITO TO WS-PROX-CREDITO
           END-READ
           .
       P215-FIM.

       P220-CARREGA-ABERTAS.
           MOVE ZEROS               TO WS-QTD-ABERTAS
           COMPUTE WS-DIAS-LIMITE = WS-DIAS-HOJE + 30
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO REG-NUM-CONTRATO
           START CONTRATOS KEY IS NOT LESS THAN REG-NUM-CONTRATO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P222-LE-CONTRATO UNTIL EOF-OK
           .
       P220-FIM.

       P222-LE-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   SET EOF-OK       TO TRUE
               NOT AT END
                   IF REG-CONTRATO-ATIVO OR REG-CONTRATO-BAIXADO
                       PERFORM P224-AVALIA-PARCELA
                           VARYING WS-IND-PARCELA FROM 1 BY 1
                           UNTIL WS-IND-PARCELA GREATER THAN
                                 REG-NUM-PARCELAS
                   END-IF
           END-READ
           .
       P222-FIM.

       P224-AVALIA-PARCELA.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND-PARCELA      TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
           IF WS-DIAS-VENC GREATER THAN WS-DIAS-LIMITE
               EXIT PARAGRAPH
           END-IF

           MOVE REG-NUM-CONTRATO    TO WS-BX-CONTRATO
           MOVE WS-IND-PARCELA      TO WS-BX-PARCELA
           PERFORM P330-SALDO-PARCELA
           IF WS-SALDO-PARCELA NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-ABERTAS NOT LESS THAN WS-MAX-ABERTAS
               IF WS-QTD-ABERTAS EQUAL WS-MAX-ABERTAS
                   DISPLAY 'MAIS DE ' WS-MAX-ABERTAS ' PARCELAS EM '
                           'ABERTO - AS DEMAIS FICAM FORA DA SUGESTAO.'
                   ADD 1            TO WS-QTD-ABERTAS
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-QTD-ABERTAS
           MOVE REG-NUM-CONTRATO    TO WS-AB-CONTRATO(WS-QTD-ABERTAS)
           MOVE WS-IND-PARCELA      TO WS-AB-PARCELA(WS-QTD-ABERTAS)
           MOVE REG-ID-CONTATO      TO WS-AB-CONTATO(WS-QTD-ABERTAS)
           MOVE REG-ID-AVALISTA     TO WS-AB-AVALISTA(WS-QTD-ABERTAS)
           MOVE WS-DIAS-VENC        TO WS-AB-DIAS-VENC(WS-QTD-ABERTAS)
           MOVE WS-SALDO-PARCELA    TO WS-AB-SALDO(WS-QTD-ABERTAS)
           .
       P224-FIM.

       P230-LE-EXTRATO.
           READ EXTRATO
               AT END
                   SET EOF-EXB-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDOS
                   PERFORM P240-TRATA-CREDITO
           END-READ
           .
       P230-FIM.

       P240-TRATA-CREDITO.
           IF EXB-VALOR IS NOT NUMERIC OR EXB-VALOR EQUAL ZEROS OR
              EXB-DT-CREDITO IS NOT NUMERIC OR
              EXB-DT-CREDITO EQUAL ZEROS
               ADD 1                TO WS-QTD-REJEITADOS
               DISPLAY 'LINHA ' WS-QTD-LIDOS ' DO EXTRATO COM DATA OU '
                       'VALOR INVALIDO - REJEITADA.'
               EXIT PARAGRAPH
           END-IF

           IF EXB-ID-BANCO NOT EQUAL SPACES
               PERFORM P245-CONFERE-DUPLICADO
               IF JA-IMPORTADO
                   ADD 1            TO WS-QTD-DUPLICADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           INITIALIZE REG-CREDITO-SUSP
           MOVE WS-PROX-CREDITO     TO SUS-NUM-CREDITO
           MOVE EXB-ID-BANCO        TO SUS-ID-BANCO
           MOVE EXB-DT-CREDITO      TO SUS-DT-CREDITO
           MOVE EXB-VALOR           TO SUS-VALOR
           MOVE EXB-DOC-PAGADOR     TO SUS-DOC-PAGADOR
           MOVE EXB-NOME-PAGADOR    TO SUS-NOME-PAGADOR
           MOVE EXB-HISTORICO       TO SUS-HISTORICO
           MOVE WS-DATA-HOJE        TO SUS-DT-IMPORTACAO
           SET SUS-EM-SUSPENSO      TO TRUE

           PERFORM P250-BUSCA-PAGADOR
           PERFORM P260-SUGERE-PARCELA

           IF WS-MELHOR-IND GREATER THAN ZEROS
               MOVE WS-AB-CONTRATO(WS-MELHOR-IND) TO SUS-SUG-CONTRATO
               MOVE WS-AB-PARCELA(WS-MELHOR-IND)  TO SUS-SUG-PARCELA
               PERFORM P270-CONFIRMA-SUGESTAO
           END-IF

           IF SUS-EM-SUSPENSO
               ADD 1                TO WS-QTD-SUSPENSO
           END-IF

           WRITE REG-CREDITO-SUSP
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CREDITO ' SUS-NUM-CREDITO
                   SET LK-ERRO      TO TRUE
           END-WRITE
           ADD 1                    TO WS-PROX-CREDITO
           .
       P240-FIM.

       P245-CONFERE-DUPLICADO.
           SET JA-IMPORTADO         TO FALSE
           SET EOF-SUS-OK           TO FALSE
           MOVE ZEROS               TO SUS-NUM-CREDITO
           START SUSPENSO KEY IS NOT LESS THAN SUS-NUM-CREDITO
               INVALID KEY
                   SET EOF-SUS-OK   TO TRUE
           END-START

           PERFORM P247-COMPARA-ID UNTIL EOF-SUS-OK
           .
       P245-FIM.

       P247-COMPARA-ID.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET EOF-SUS-OK   TO TRUE
               NOT AT END
                   IF SUS-ID-BANCO EQUAL EXB-ID-BANCO
                       SET JA-IMPORTADO TO TRUE
                       SET EOF-SUS-OK TO TRUE
                   END-IF
           END-READ
           .
       P247-FIM.

       P250-BUSCA-PAGADOR.
           MOVE ZEROS               TO WS-ID-PAGADOR
           MOVE SPACES              TO WS-NM-PAGADOR
           MOVE SPACES              TO WS-DOC-BUSCA
           MOVE 1                   TO WS-PTR-DOC

           PERFORM P252-COPIA-DIGITO
               VARYING WS-IND-DOC FROM 1 BY 1
               UNTIL WS-IND-DOC GREATER THAN 14

           IF WS-DOC-BUSCA EQUAL SPACES OR NOT TEM-CONTATOS
               EXIT PARAGRAPH
           END-IF

           SET EOF-CTT-OK           TO FALSE
           MOVE WS-DOC-BUSCA        TO DOC-CONTATO
           START CONTATOS KEY IS EQUAL DOC-CONTATO
               INVALID KEY
                   SET EOF-CTT-OK   TO TRUE
           END-START

           PERFORM P255-COMPARA-DOC UNTIL EOF-CTT-OK
           .
       P250-FIM.

       P252-COPIA-DIGITO.
           IF EXB-DOC-PAGADOR(WS-IND-DOC:1) IS NUMERIC
               MOVE EXB-DOC-PAGADOR(WS-IND-DOC:1)
                 TO WS-DOC-BUSCA(WS-PTR-DOC:1)
               ADD 1                TO WS-PTR-DOC
           END-IF
           .
       P252-FIM.

       P255-COMPARA-DOC.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-CTT-OK   TO TRUE
               NOT AT END
                   IF DOC-CONTATO EQUAL WS-DOC-BUSCA
                       MOVE ID-CONTATO TO WS-ID-PAGADOR
                       MOVE NM-CONTATO TO WS-NM-PAGADOR
                   END-IF
                   SET EOF-CTT-OK   TO TRUE
           END-READ
           .
       P255-FIM.

       P260-SUGERE-PARCELA.
           MOVE ZEROS               TO WS-MELHOR-IND
           MOVE ZEROS               TO WS-MELHOR-PONTOS
           COMPUTE WS-DIAS-CREDITO =
                   FUNCTION INTEGER-OF-DATE(EXB-DT-CREDITO)

           PERFORM P265-PONTUA-PARCELA
               VARYING WS-IND-AB FROM 1 BY 1
               UNTIL WS-IND-AB GREATER THAN WS-QTD-ABERTAS OR
                     WS-IND-AB GREATER THAN WS-MAX-ABERTAS
           .
       P260-FIM.

       P265-PONTUA-PARCELA.
           IF WS-AB-SALDO(WS-IND-AB) NOT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-PONTOS
           IF WS-ID-PAGADOR GREATER THAN ZEROS AND
              (WS-AB-CONTATO(WS-IND-AB) EQUAL WS-ID-PAGADOR OR
               WS-AB-AVALISTA(WS-IND-AB) EQUAL WS-ID-PAGADOR)
               ADD 4                TO WS-PONTOS
           END-IF
           IF WS-AB-SALDO(WS-IND-AB) EQUAL EXB-VALOR
               ADD 3                TO WS-PONTOS
           END-IF
           IF WS-PONTOS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIF-DIAS =
                   WS-DIAS-CREDITO - WS-AB-DIAS-VENC(WS-IND-AB)
           IF WS-DIF-DIAS LESS THAN ZEROS
               COMPUTE WS-DIF-DIAS = WS-DIF-DIAS * -1
           END-IF
           EVALUATE TRUE
               WHEN WS-DIF-DIAS NOT GREATER THAN 5
                   ADD 2            TO WS-PONTOS
               WHEN WS-DIF-DIAS NOT GREATER THAN 30
                   ADD 1            TO WS-PONTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PONTOS LESS THAN WS-MIN-PONTOS
               EXIT PARAGRAPH
           END-IF

      *    NO EMPATE FICA A PRIMEIRA ACHADA (CONTRATO/PARCELA MAIS
      *    ANTIGOS, PELA ORDEM DE CARGA DA TABELA)
           IF WS-PONTOS GREATER THAN WS-MELHOR-PONTOS
               MOVE WS-PONTOS       TO WS-MELHOR-PONTOS
               MOVE WS-IND-AB       TO WS-MELHOR-IND
           END-IF
           .
       P265-FIM.

       P270-CONFIRMA-SUGESTAO.
           DISPLAY '------------------------------------------------'
           MOVE EXB-VALOR           TO WS-VALOR-MSK
           DISPLAY 'CREDITO ' SUS-NUM-CREDITO ' DE ' EXB-DT-CREDITO
                   ' VALOR ' WS-VALOR-MSK
           DISPLAY 'PAGADOR: ' EXB-NOME-PAGADOR ' DOC ' EXB-DOC-PAGADOR
           IF WS-ID-PAGADOR GREATER THAN ZEROS
               DISPLAY 'CONTATO PELO DOCUMENTO: ' WS-ID-PAGADOR ' - '
                       WS-NM-PAGADOR
           END-IF
           MOVE WS-AB-SALDO(WS-MELHOR-IND) TO WS-SALDO-MSK
           DISPLAY 'SUGESTAO: CONTRATO ' WS-AB-CONTRATO(WS-MELHOR-IND)
                   ' PARCELA ' WS-AB-PARCELA(WS-MELHOR-IND)
                   ' SALDO ' WS-SALDO-MSK
                   ' (PONTOS ' WS-MELHOR-PONTOS ')'
           DISPLAY 'CONFIRMA A BAIXA NA PARCELA SUGERIDA? (S/N): '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'CREDITO ENVIADO AO SUSPENSO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AB-CONTRATO(WS-MELHOR-IND) TO WS-BX-CONTRATO
           MOVE WS-AB-PARCELA(WS-MELHOR-IND)  TO WS-BX-PARCELA
           MOVE EXB-DT-CREDITO      TO WS-BX-DATA
           MOVE EXB-VALOR           TO WS-BX-VALOR
           PERFORM P300-BAIXA-PAGAMENTO

           IF BAIXA-FEITA
               SUBTRACT EXB-VALOR FROM WS-AB-SALDO(WS-MELHOR-IND)
               ADD 1                TO WS-QTD-BAIXADOS
               DISPLAY 'PAGAMENTO BAIXADO - SEQUENCIA ' PAG-SEQUENCIA
           ELSE
               DISPLAY 'BAIXA NAO REALIZADA: ' WS-MOTIVO
               DISPLAY 'CREDITO ENVIADO AO SUSPENSO.'
           END-IF
           .
       P270-FIM.

      ******************************************************************
      * BAIXA DE WS-BX-VALOR NA PARCELA WS-BX-CONTRATO/WS-BX-PARCELA,
      * NA SEQUENCIA SEGUINTE, COMO EM RETFIN; SE FEITA, MARCA O
      * CREDITO CORRENTE COMO CONCILIADO
      ******************************************************************
       P300-BAIXA-PAGAMENTO.
           SET BAIXA-FEITA          TO FALSE
           PERFORM P310-VALIDA-CONTRATO
           IF NOT CONTRATO-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM P330-SALDO-PARCELA

           MOVE WS-BX-CONTRATO      TO PAG-NUM-CONTRATO
           MOVE WS-BX-PARCELA       TO PAG-NUM-PARCELA
           COMPUTE PAG-SEQUENCIA = WS-ULT-SEQUENCIA + 1
           MOVE WS-BX-DATA          TO PAG-DT-PAGAMENTO
           MOVE WS-BX-VALOR         TO PAG-VALOR-PAGO
           MOVE 'BANCO'             TO PAG-OPERADOR
           MOVE SPACES              TO PAG-ST-PAGAMENTO
           MOVE ZEROS               TO PAG-DT-ESTORNO
           MOVE SPACES              TO PAG-OPER-ESTORNO

           WRITE REG-PAGAMENTO
               INVALID KEY
                   MOVE 'CHAVE DE PAGAMENTO DUPLICADA'
                                    TO WS-MOTIVO
               NOT INVALID KEY
                   SET BAIXA-FEITA  TO TRUE
           END-WRITE

           IF NOT BAIXA-FEITA
               EXIT PARAGRAPH
           END-IF

           SET SUS-CONCILIADO       TO TRUE
           MOVE PAG-NUM-CONTRATO    TO SUS-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO SUS-NUM-PARCELA
           MOVE PAG-SEQUENCIA       TO SUS-SEQUENCIA
           MOVE WS-DATA-HOJE        TO SUS-DT-BAIXA
           MOVE LK-OPERADOR         TO SUS-OPERADOR

           IF REG-CONTRATO-BAIXADO
               PERFORM P345-REGISTRA-RECUPERACAO
           END-IF
           PERFORM P347-ENCERRA-NEGATIVACAO
           .
       P300-FIM.

       P310-VALIDA-CONTRATO.
           SET CONTRATO-VALIDO      TO TRUE
           MOVE SPACES              TO WS-MOTIVO

           MOVE WS-BX-CONTRATO      TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   SET CONTRATO-VALIDO TO FALSE
                   MOVE 'CONTRATO NAO EXISTE' TO WS-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-BX-PARCELA EQUAL ZEROS OR
                            WS-BX-PARCELA GREATER THAN
                            REG-NUM-PARCELAS
                           SET CONTRATO-VALIDO TO FALSE
                           MOVE 'PARCELA FORA DO PLANO'
                                    TO WS-MOTIVO
                       WHEN REG-CONTRATO-CANCELADO
                           SET CONTRATO-VALIDO TO FALSE
                           MOVE 'CONTRATO CANCELADO'
                                    TO WS-MOTIVO
                       WHEN REG-CONTRATO-QUITADO
                           SET CONTRATO-VALIDO TO FALSE
                           MOVE 'CONTRATO JA QUITADO'
                                    TO WS-MOTIVO
                       WHEN REG-CONTRATO-REFINANCIADO
                           SET CONTRATO-VALIDO TO FALSE
                           MOVE 'CONTRATO REFINANCIADO'
                                    TO WS-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P310-FIM.

       P330-SALDO-PARCELA.
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           MOVE ZEROS               TO WS-TOTAL-PAGO-PARC
           SET EOF-PAG-OK           TO FALSE

           MOVE WS-BX-CONTRATO      TO PAG-NUM-CONTRATO
           MOVE WS-BX-PARCELA       TO PAG-NUM-PARCELA
           MOVE ZEROS               TO PAG-SEQUENCIA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET EOF-PAG-OK  TO TRUE
           END-START

           PERFORM P335-VARRE-SEQUENCIA UNTIL EOF-PAG-OK

           MOVE REG-PARCELAS(WS-BX-PARCELA) TO WS-VR-PARCELA-NUM
           COMPUTE WS-SALDO-PARCELA =
                   WS-VR-PARCELA-NUM - WS-TOTAL-PAGO-PARC
           .
       P330-FIM.

       P335-VARRE-SEQUENCIA.
           READ PAGAMENTOS NEXT RECORD
               AT END
                   SET EOF-PAG-OK  TO TRUE
               NOT AT END
                   IF PAG-NUM-CONTRATO EQUAL WS-BX-CONTRATO AND
                      PAG-NUM-PARCELA EQUAL WS-BX-PARCELA
                       MOVE PAG-SEQUENCIA TO WS-ULT-SEQUENCIA
                       IF NOT PAG-ESTORNADO
                           ADD PAG-VALOR-PAGO
                                      TO WS-TOTAL-PAGO-PARC
                       END-IF
                   ELSE
                       SET EOF-PAG-OK TO TRUE
                   END-IF
           END-READ
           .
       P335-FIM.

       P345-REGISTRA-RECUPERACAO.
           MOVE PAG-NUM-CONTRATO    TO WS-RCP-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA     TO WS-RCP-NUM-PARCELA
           MOVE PAG-SEQUENCIA       TO WS-RCP-SEQUENCIA
           MOVE PAG-DT-PAGAMENTO    TO WS-RCP-DT-PAGAMENTO
           MOVE PAG-VALOR-PAGO      TO WS-RCP-VALOR
           MOVE 'BANCO'             TO WS-RCP-OPERADOR
           MOVE 'EXBFIN  '          TO WS-RCP-ORIGEM
           CALL 'RCPUTIL' USING WS-AREA-RCP

           IF RCP-GRAVADA
               ADD 1                TO WS-QTD-RECUPERADAS
           END-IF
           .
       P345-FIM.

       P347-ENCERRA-NEGATIVACAO.
           COMPUTE WS-SALDO-PARCELA = WS-VR-PARCELA-NUM -
                   WS-TOTAL-PAGO-PARC - WS-BX-VALOR

           MOVE WS-BX-CONTRATO      TO WS-NEG-NUM-CONTRATO
           MOVE WS-BX-PARCELA       TO WS-NEG-NUM-PARCELA
           MOVE WS-SALDO-PARCELA    TO WS-NEG-SALDO-PARCELA
           MOVE 'BANCO'             TO WS-NEG-OPERADOR
           MOVE 'EXBFIN  '          TO WS-NEG-ORIGEM
           CALL 'NEGUTIL' USING WS-AREA-NEG

           IF NEG-ENCERRADA
               ADD 1                TO WS-QTD-NEG-ENCERRADAS
           END-IF
           .
       P347-FIM.

      ******************************************************************
      * AGING DOS CREDITOS AINDA EM SUSPENSO, PELA DATA DO CREDITO
      ******************************************************************
       P500-RELATORIO-AGING.
           SET FS-SUS-OK            TO TRUE
           OPEN INPUT SUSPENSO
           IF NOT FS-SUS-OK
               DISPLAY 'NENHUM CREDITO IMPORTADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-TAB-AGING
           MOVE ZEROS               TO WS-TOTAL-QTD
           MOVE ZEROS               TO WS-TOTAL-VALOR

           MOVE 'EXBFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'CREDITOS EM SUSPENSO (CONTA TRANSITORIA) - POSICAO '
                  'DE ' WS-HOJE-DD '/' WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'CREDITO  DATA            VALOR  DIAS DOCUMENTO      '
             TO REG-IMPRESSAO
           MOVE 'PAGADOR'           TO REG-IMPRESSAO(57:7)
           WRITE REG-IMPRESSAO

           SET EOF-SUS-OK           TO FALSE
           MOVE ZEROS               TO SUS-NUM-CREDITO
           START SUSPENSO KEY IS NOT LESS THAN SUS-NUM-CREDITO
               INVALID KEY
                   SET EOF-SUS-OK   TO TRUE
           END-START

           PERFORM P510-LE-CREDITO UNTIL EOF-SUS-OK

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           PERFORM P530-IMPRIME-FAIXA
               VARYING WS-IND-FAIXA FROM 1 BY 1
               UNTIL WS-IND-FAIXA GREATER THAN 4
           MOVE WS-TOTAL-VALOR      TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'TOTAL EM SUSPENSO: ' WS-TOTAL-QTD ' CREDITOS  '
                  WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           CLOSE ARQ-IMPRESSAO
           CLOSE SUSPENSO

           DISPLAY 'CREDITOS EM SUSPENSO: ' WS-TOTAL-QTD
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P500-FIM.

       P510-LE-CREDITO.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET EOF-SUS-OK   TO TRUE
               NOT AT END
                   IF SUS-EM-SUSPENSO
                       PERFORM P520-IMPRIME-CREDITO
                   END-IF
           END-READ
           .
       P510-FIM.

       P520-IMPRIME-CREDITO.
           COMPUTE WS-DIAS-SUSPENSO = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(SUS-DT-CREDITO)
           EVALUATE TRUE
               WHEN WS-DIAS-SUSPENSO NOT GREATER THAN 30
                   MOVE 1           TO WS-IND-FAIXA
               WHEN WS-DIAS-SUSPENSO NOT GREATER THAN 60
                   MOVE 2           TO WS-IND-FAIXA
               WHEN WS-DIAS-SUSPENSO NOT GREATER THAN 90
                   MOVE 3           TO WS-IND-FAIXA
               WHEN OTHER
                   MOVE 4           TO WS-IND-FAIXA
           END-EVALUATE
           ADD 1                    TO WS-AG-QTD(WS-IND-FAIXA)
           ADD SUS-VALOR            TO WS-AG-VALOR(WS-IND-FAIXA)
           ADD 1                    TO WS-TOTAL-QTD
           ADD SUS-VALOR            TO WS-TOTAL-VALOR

           MOVE SUS-NUM-CREDITO     TO WS-LA-CREDITO
           MOVE SUS-DT-CREDITO      TO WS-DATA-AUX
           MOVE SPACES              TO WS-LA-DATA
           STRING WS-AUX-DD '/' WS-AUX-MM '/' WS-AUX-AAAA
                  DELIMITED BY SIZE INTO WS-LA-DATA
           MOVE SUS-VALOR           TO WS-LA-VALOR
           MOVE WS-DIAS-SUSPENSO    TO WS-LA-DIAS
           MOVE 'D'                 TO WS-MASK-FUNCAO
           MOVE SUS-DOC-PAGADOR     TO WS-MASK-VALOR
           CALL 'MASKUTIL' USING WS-AREA-MASK
           MOVE WS-MASK-MASCARADO   TO WS-LA-DOC
           MOVE SUS-NOME-PAGADOR    TO WS-LA-NOME
           MOVE WS-LINHA-AGING      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P520-FIM.

       P530-IMPRIME-FAIXA.
           MOVE WS-AG-VALOR(WS-IND-FAIXA) TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-NOME-FAIXA(WS-IND-FAIXA) ': '
                  WS-AG-QTD(WS-IND-FAIXA) ' CREDITOS  '
                  WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P530-FIM.

      ******************************************************************
      * ARQUIVOS DA IMPORTACAO E DA TELA DE ATRIBUICAO
      ******************************************************************
       P600-ABRE-ATRIBUICAO.
           SET FS-SUS-OK            TO TRUE
           OPEN I-O SUSPENSO
           IF WS-FS-SUS EQUAL 35
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF
           IF NOT FS-SUS-OK
               DISPLAY 'ERRO AO ABRIR CREDITOS_SUSPENSO.dat.'
               MOVE WS-FS-SUS       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-SUS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTRATOS
           SET FS-PAG-OK            TO TRUE
           OPEN I-O PAGAMENTOS
           IF WS-FS-PAG EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF

           IF NOT FS-OK OR NOT FS-PAG-OK
               DISPLAY 'ERRO AO ABRIR CONTRATOS/PAGAMENTOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' / ' WS-FS-PAG
               SET LK-ERRO          TO TRUE
               CLOSE SUSPENSO
               CLOSE CONTRATOS
               CLOSE PAGAMENTOS
               MOVE 99              TO WS-FS-SUS
           END-IF
           .
       P600-FIM.

      ******************************************************************
      * TELA DE ATRIBUICAO: LISTA O SUSPENSO, O OPERADOR ESCOLHE O
      * CREDITO E BAIXA EM UMA PARCELA OU DEVOLVE AO PAGADOR
      ******************************************************************
       P700-ATRIBUI.
           DISPLAY '------------------------------------------------'
           DISPLAY 'CREDITOS EM SUSPENSO:'
           MOVE ZEROS               TO WS-TOTAL-QTD
           SET EOF-SUS-OK           TO FALSE
           MOVE ZEROS               TO SUS-NUM-CREDITO
           START SUSPENSO KEY IS NOT LESS THAN SUS-NUM-CREDITO
               INVALID KEY
                   SET EOF-SUS-OK   TO TRUE
           END-START
           PERFORM P710-MOSTRA-PENDENTE UNTIL EOF-SUS-OK

           IF WS-TOTAL-QTD EQUAL ZEROS
               DISPLAY 'NENHUM CREDITO EM SUSPENSO.'
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           DISPLAY 'Informe o numero do credito (0 = sair): '
           ACCEPT WS-NUM-BUSCA
           IF WS-NUM-BUSCA EQUAL ZEROS
               SET EXIT-OK          TO TRUE
               GO TO P700-FIM
           END-IF

           MOVE WS-NUM-BUSCA        TO SUS-NUM-CREDITO
           READ SUSPENSO
               KEY IS SUS-NUM-CREDITO
               INVALID KEY
                   DISPLAY 'CREDITO NAO ENCONTRADO!'
                   GO TO P700-PROXIMO
           END-READ
           IF NOT SUS-EM-SUSPENSO
               DISPLAY 'CREDITO NAO ESTA EM SUSPENSO!'
               GO TO P700-PROXIMO
           END-IF

           MOVE SUS-VALOR           TO WS-VALOR-MSK
           DISPLAY 'CREDITO ' SUS-NUM-CREDITO ' DE ' SUS-DT-CREDITO
                   ' VALOR ' WS-VALOR-MSK ' ' SUS-HISTORICO
           DISPLAY 'PAGADOR: ' SUS-NOME-PAGADOR ' DOC '
                   SUS-DOC-PAGADOR
           IF SUS-SUG-CONTRATO GREATER THAN ZEROS
               DISPLAY 'SUGESTAO DA IMPORTACAO: CONTRATO '
                       SUS-SUG-CONTRATO ' PARCELA ' SUS-SUG-PARCELA
           END-IF
           DISPLAY 'DIGITE: <B> BAIXAR EM UMA PARCELA, <D> DEVOLVIDO '
                   'AO PAGADOR OU <ENTER> MANTER EM SUSPENSO: '
           MOVE SPACES              TO WS-ACAO
           ACCEPT WS-ACAO

           EVALUATE WS-ACAO
               WHEN 'B'
               WHEN 'b'
                   PERFORM P720-ATRIBUI-PARCELA
               WHEN 'D'
               WHEN 'd'
                   DISPLAY 'CONFIRMA A DEVOLUCAO DO CREDITO? (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL 'S' OR 's'
                       SET SUS-DEVOLVIDO TO TRUE
                       MOVE WS-DATA-HOJE TO SUS-DT-BAIXA
                       MOVE LK-OPERADOR TO SUS-OPERADOR
                       REWRITE REG-CREDITO-SUSP
                       DISPLAY 'CREDITO MARCADO COMO DEVOLVIDO.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'CREDITO MANTIDO EM SUSPENSO.'
           END-EVALUATE
           .
       P700-PROXIMO.
           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P700-FIM.

       P710-MOSTRA-PENDENTE.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET EOF-SUS-OK   TO TRUE
               NOT AT END
                   IF SUS-EM-SUSPENSO
                       ADD 1        TO WS-TOTAL-QTD
                       MOVE SUS-VALOR TO WS-VALOR-MSK
                       DISPLAY SUS-NUM-CREDITO ' ' SUS-DT-CREDITO ' '
                               WS-VALOR-MSK ' ' SUS-NOME-PAGADOR
                   END-IF
           END-READ
           .
       P710-FIM.

       P720-ATRIBUI-PARCELA.
           MOVE ZEROS               TO WS-BX-CONTRATO
           MOVE ZEROS               TO WS-BX-PARCELA
           DISPLAY 'Informe o contrato (0 = sugestao): '
           ACCEPT WS-BX-CONTRATO
           IF WS-BX-CONTRATO EQUAL ZEROS
               MOVE SUS-SUG-CONTRATO TO WS-BX-CONTRATO
               MOVE SUS-SUG-PARCELA TO WS-BX-PARCELA
           ELSE
               DISPLAY 'Informe a parcela: '
               ACCEPT WS-BX-PARCELA
           END-IF

           PERFORM P310-VALIDA-CONTRATO
           IF NOT CONTRATO-VALIDO
               DISPLAY 'BAIXA NAO REALIZADA: ' WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM P330-SALDO-PARCELA
           MOVE WS-SALDO-PARCELA    TO WS-SALDO-MSK
           DISPLAY 'CONTRATO ' REG-NUM-CONTRATO ' ' REG-CLIENTE
                   ' PARCELA ' WS-BX-PARCELA ' SALDO ' WS-SALDO-MSK
           IF SUS-VALOR GREATER THAN WS-SALDO-PARCELA
               DISPLAY 'ATENCAO: CREDITO MAIOR QUE O SALDO DA PARCELA.'
           END-IF
           DISPLAY 'CONFIRMA A BAIXA? (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'CREDITO MANTIDO EM SUSPENSO.'
               EXIT PARAGRAPH
           END-IF

           MOVE SUS-DT-CREDITO      TO WS-BX-DATA
           MOVE SUS-VALOR           TO WS-BX-VALOR
           PERFORM P300-BAIXA-PAGAMENTO
           IF BAIXA-FEITA
               REWRITE REG-CREDITO-SUSP
               DISPLAY 'PAGAMENTO BAIXADO - SEQUENCIA ' SUS-SEQUENCIA
           ELSE
               DISPLAY 'BAIXA NAO REALIZADA: ' WS-MOTIVO
           END-IF
           .
       P720-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM EXBFIN.
