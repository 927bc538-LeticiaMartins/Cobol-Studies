      *          ALUNO); O NUMERO DE 'PARCELA' E DERIVADO DO PERIODO
      *          ((ANO MOD 10) * 12 + MES) E GUARDADO NA COBRANCA
      * Tectonics: cobc -I ../copybooks
      * Update: 04/11/2024 - RECEBIMENTO DATADO EM DIA CUJO CAIXA DO
      *         OPERADOR JA FOI FECHADO EM FECFIN
      *         (CAIXA_FECHAMENTO.dat) SO E ACEITO COM AUTORIZACAO DE
      *         SUPERVISOR (SUPVUTIL), COMO EM PAGFIN
      * Update: 11/11/2024 - VENCIMENTO DA COBRANCA PASSA A SER
      *         CALCULADO PELO MODULO VENCUTIL, QUE O LEVA PARA O
      *         DIA UTIL SEGUINTE QUANDO CAI EM FIM DE SEMANA OU FERIADO
      *         (FERIADOS.dat, MANTIDO EM CALFIN)
      * Update: 20/11/2024 - A AREA DO VENCUTIL GANHOU A CARENCIA DO
      *         CONTRATO DE FINANCIAMENTO; A MENSALIDADE NAO TEM
      *         CARENCIA E PASSA ZEROS
      * Update: 07/12/2024 - GERACAO PELA TABELA DE PRECOS POR ANO/SERIE
      *         (TABELA_MENSALIDADES.dat, OPCAO <T>), COM BOLSAS E
      *         DESCONTOS DO ALUNO (BOLSAS_ESC.dat, OPCAO <B>) E
      *         DESCONTO DE IRMAOS POR RESPONSAVEL EM COMUM; DESCONTOS
      *         DE CADA COBRANCA EM MENSALIDADES_DESCONTOS.dat E
      *         RELATORIO POR MOTIVO (OPCAO <D>)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSESC.
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT FECHAMENTOS ASSIGN TO
               'CAIXA_FECHAMENTO.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS FEC-CHAVE
               FILE STATUS IS WS-FS-FEC.

               SELECT TABELA-MENS ASSIGN TO
               'TABELA_MENSALIDADES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS TBM-CHAVE
               FILE STATUS IS WS-FS-TBM.

               SELECT BOLSAS ASSIGN TO
               'BOLSAS_ESC.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS BLS-CHAVE
               FILE STATUS IS WS-FS-BLS.

               SELECT DESCONTOS ASSIGN TO
               'MENSALIDADES_DESCONTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS MDS-CHAVE
               FILE STATUS IS WS-FS-MDS.

               SELECT ARQ-IMPRESSAO ASSIGN TO
               'MENSALIDADES_ATRASO.PRN'
               ORGANIZATION IS SEQUENTIAL.

               SELECT ARQ-DESCONTOS ASSIGN TO
               'MENSALIDADES_DESCONTOS.PRN'
               ORGANIZATION IS SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD FECHAMENTOS.
          COPY FD_FECH.

      *    PRECO DA MENSALIDADE POR ANO E SERIE, COM O PERCENTUAL DO
      *    DESCONTO DE IRMAOS DA SERIE
       FD TABELA-MENS.
       01 REG-TABELA-MENS.
           03 TBM-CHAVE.
              05 TBM-ANO                 PIC 9(04).
              05 TBM-SERIE               PIC 9(02).
           03 TBM-VALOR                  PIC 9(06)V99.
           03 TBM-PCT-IRMAO              PIC 9(03)V99.

      *    BOLSA/DESCONTO DO ALUNO, UM POR MOTIVO, COM A VIGENCIA
       FD BOLSAS.
       01 REG-BOLSA.
           03 BLS-CHAVE.
              05 BLS-CD-STUDENT          PIC 9(05).
              05 BLS-MOTIVO              PIC X(01).
                 88 BLS-MOTIVO-VALIDO    VALUE 'B' 'F' 'C' 'O'.
           03 BLS-PERCENTUAL             PIC 9(03)V99.
           03 BLS-DESCRICAO              PIC X(30).
           03 BLS-DT-INICIO              PIC 9(08).
           03 BLS-DT-FIM                 PIC 9(08).

      *    DESCONTOS CONCEDIDOS EM CADA COBRANCA GERADA (MOTIVO 'I' =
      *    IRMAOS, APURADO NA GERACAO PELOS RESPONSAVEIS EM COMUM)
       FD DESCONTOS.
       01 REG-DESCONTO.
           03 MDS-CHAVE.
              05 MDS-ANOMES              PIC 9(06).
              05 MDS-CD-STUDENT          PIC 9(05).
              05 MDS-MOTIVO              PIC X(01).
           03 MDS-VALOR-CHEIO            PIC 9(06)V99.
           03 MDS-PERCENTUAL             PIC 9(03)V99.
           03 MDS-VALOR-DESCONTO         PIC 9(06)V99.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       FD ARQ-DESCONTOS.
       01 REG-DESCONTOS-PRN               PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
          88 FS-MEN-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-FEC                       PIC 99.
          88 FS-FEC-OK                    VALUE 0.
       77 WS-FS-TBM                       PIC 99.
          88 FS-TBM-OK                    VALUE 0.
       77 WS-FS-BLS                       PIC 99.
          88 FS-BLS-OK                    VALUE 0.
       77 WS-FS-MDS                       PIC 99.
          88 FS-MDS-OK                    VALUE 0.
       77 WS-EOF-BLS                      PIC X.
          88 EOF-BLS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MDS                      PIC X.
          88 EOF-MDS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-BOLSAS                   PIC X VALUE 'N'.
          88 TEM-BOLSAS                   VALUE 'S' FALSE 'N'.
       77 WS-REG-EXISTE                   PIC X VALUE 'N'.
          88 REG-EXISTE                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-IRMAO                    PIC X VALUE 'N'.
          88 TEM-IRMAO                    VALUE 'S' FALSE 'N'.
       77 WS-QTD-SEM-TABELA               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-COM-DESCONTO             PIC 9(04) VALUE ZEROS.
       77 WS-SERIE                        PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-CHEIO                  PIC 9(06)V99 VALUE ZEROS.
       77 WS-PCT-IRMAO                    PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-TOTAL                    PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-SOBRA                    PIC 9(03)V99 VALUE ZEROS.
       77 WS-TOTAL-DESCONTO               PIC 9(06)V99 VALUE ZEROS.
       77 WS-IND                          PIC 9(04) VALUE ZEROS.
       77 WS-IND-FAM                      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FAM                      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DESC                     PIC 9(01) VALUE ZEROS.
       77 WS-IND-DESC                     PIC 9(01) VALUE ZEROS.
       77 WS-MOTIVO                       PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-DESC                  PIC X(20) VALUE SPACES.
       77 WS-ANOMES-INI                   PIC 9(06) VALUE ZEROS.
       77 WS-ANOMES-FIM                   PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZZ.ZZ9,99.
       77 WS-PCT-MSK                      PIC ZZ9,99.
       77 WS-TOTAL-MSK                    PIC Z.ZZZ.ZZ9,99.
       77 WS-QTD-MSK                      PIC ZZZ9.
       77 WS-TOTAL-GERAL-DESC             PIC 9(08)V99 VALUE ZEROS.
       01 WS-TABELA-FAMILIAS.
          03 WS-FAM-ITEM                  OCCURS 2000 TIMES.
             05 WS-FAM-CD                 PIC 9(05).
             05 WS-FAM-RESP1              PIC 9(06).
             05 WS-FAM-RESP2              PIC 9(06).
       01 WS-TABELA-DESCONTOS.
          03 WS-DSC-ITEM                  OCCURS 5 TIMES.
             05 WS-DSC-MOTIVO             PIC X(01).
             05 WS-DSC-PCT                PIC 9(03)V99.
             05 WS-DSC-VALOR              PIC 9(06)V99.
      *    TOTAIS DO RELATORIO POR MOTIVO: B, F, C, O, I
       01 WS-TOTAIS-MOTIVO.
          03 WS-TOT-ITEM                  OCCURS 5 TIMES.
             05 WS-TOT-QTD                PIC 9(05).
             05 WS-TOT-VALOR              PIC 9(08)V99.
       01 WS-MOTIVOS-DADOS.
          03 FILLER PIC X(21) VALUE 'BBOLSA DE ESTUDO     '.
          03 FILLER PIC X(21) VALUE 'FFILHO DE FUNCIONARIO'.
          03 FILLER PIC X(21) VALUE 'CCONVENIO            '.
          03 FILLER PIC X(21) VALUE 'OOUTROS DESCONTOS    '.
          03 FILLER PIC X(21) VALUE 'IDESCONTO DE IRMAOS  '.
       01 WS-MOTIVOS REDEFINES WS-MOTIVOS-DADOS.
          03 WS-MOT-ITEM                  OCCURS 5 TIMES.
             05 WS-MOT-CODIGO             PIC X(01).
             05 WS-MOT-DESCRICAO          PIC X(20).
       77 WS-DATA-LIBERADA                PIC X VALUE 'S'.
          88 DATA-LIBERADA                VALUE 'S' FALSE 'N'.
       77 WS-EOF-MAT                      PIC X.
          88 EOF-MAT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-MEN                      PIC X.
       01 FILLER REDEFINES WS-ANOMES.
          03 WS-ANOMES-AAAA               PIC 9(04).
          03 WS-ANOMES-MM                 PIC 9(02).
       77 WS-DIA-VENCIMENTO               PIC 9(02) VALUE ZEROS.
       77 WS-CD-BUSCA                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GERADAS                  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MAIS-90                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDAS                 PIC 9(05) VALUE ZEROS.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 WS-AREA-SUPV.
          03 WS-SUPV-NIVEL-MIN            PIC 9(01).
          03 WS-SUPV-SOLICITANTE          PIC X(06).
          03 WS-SUPV-ID                   PIC X(06).
          03 WS-SUPV-RESULTADO            PIC X(01).
             88 SUPV-AUTORIZADO           VALUE 'S'.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'MATRICULAS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** MENSALIDADES ESCOLARES ***'
           SET LK-SUCESSO          TO TRUE

           DISPLAY 'DIGITE: <G> GERAR COBRANCAS DO MES, <R> RECEBER '
                   'MENSALIDADE, <A> RELATORIO DE ATRASO, <T> TABELA '
                   'DE PRECOS, <B> BOLSAS E DESCONTOS OU <D> '
                   'RELATORIO DE DESCONTOS: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM P500-RELATORIO-ATRASO
               WHEN 'T'
               WHEN 't'
                   PERFORM P600-MANTEM-TABELA
               WHEN 'B'
               WHEN 'b'
                   PERFORM P650-MANTEM-BOLSA
               WHEN 'D'
               WHEN 'd'
                   PERFORM P700-RELATORIO-DESCONTOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P200-FIM.

      ******************************************************************
      * O VALOR DE CADA ALUNO VEM DA TABELA DE PRECOS DO ANO PARA A
      * SERIE DA MATRICULA, MENOS AS BOLSAS/DESCONTOS VIGENTES NO MES
      * E O DESCONTO DE IRMAOS
      ******************************************************************
       P300-GERA-COBRANCAS.
           DISPLAY 'PERIODO DA COBRANCA (AAAAMM): '
           ACCEPT WS-ANOMES
           DISPLAY 'DIA DO VENCIMENTO (1 A 28, 0 = 10): '
           ACCEPT WS-DIA-VENCIMENTO
           IF WS-DIA-VENCIMENTO EQUAL ZEROS OR
           END-IF

           IF WS-ANOMES EQUAL ZEROS OR
              WS-ANOMES-MM EQUAL ZEROS OR
              WS-ANOMES-MM GREATER THAN 12
               DISPLAY 'PERIODO INVALIDO! NADA GERADO.'
               SET LK-ERRO          TO TRUE
           ELSE
               PERFORM P310-VARRE-MATRICULAS
       P310-VARRE-MATRICULAS.
           SET FS-MAT-OK           TO TRUE
           SET FS-MEN-OK           TO TRUE
           SET FS-TBM-OK           TO TRUE
           SET FS-MDS-OK           TO TRUE
           SET EOF-MAT-OK          TO FALSE
           MOVE ZEROS               TO WS-QTD-GERADAS
           MOVE ZEROS               TO WS-QTD-JA-EXISTIAM
           MOVE ZEROS               TO WS-QTD-SEM-TABELA
           MOVE ZEROS               TO WS-QTD-COM-DESCONTO

           OPEN INPUT TABELA-MENS
           IF NOT FS-TBM-OK
               DISPLAY 'TABELA DE PRECOS NAO CADASTRADA - INFORME OS '
                       'PRECOS POR SERIE NA OPCAO <T> ANTES.'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MATRICULAS
           OPEN I-O   MENSALIDADES
               OPEN OUTPUT MENSALIDADES
           END-IF

           OPEN I-O   DESCONTOS
           IF WS-FS-MDS EQUAL 35
               OPEN OUTPUT DESCONTOS
               CLOSE DESCONTOS
               OPEN I-O DESCONTOS
           END-IF

           SET FS-BLS-OK           TO TRUE
           OPEN INPUT BOLSAS
           IF FS-BLS-OK
               SET TEM-BOLSAS      TO TRUE
           ELSE
               SET TEM-BOLSAS      TO FALSE
           END-IF

           SET FS-OK               TO TRUE
           OPEN INPUT STUDENT

           IF WS-FS-MAT EQUAL 35
               DISPLAY 'NENHUMA MATRICULA GRAVADA - MATRICULE OS '
                       'ALUNOS EM MATRESC ANTES.'
               SET LK-ERRO         TO TRUE
           ELSE
               IF FS-MAT-OK AND FS-MEN-OK AND FS-MDS-OK AND FS-OK
                   PERFORM P312-CARREGA-FAMILIAS

                   SET EOF-MAT-OK     TO FALSE
                   MOVE WS-ANOMES-AAAA TO MAT-ANO
                   MOVE ZEROS          TO MAT-CD-STUDENT
                   START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                   PERFORM P320-GERA-COBRANCA UNTIL EOF-MAT-OK

                   DISPLAY 'COBRANCAS GERADAS...: ' WS-QTD-GERADAS
                   DISPLAY 'COM DESCONTO........: '
                           WS-QTD-COM-DESCONTO
                   DISPLAY 'JA EXISTIAM.........: '
                           WS-QTD-JA-EXISTIAM
                   DISPLAY 'SEM PRECO NA TABELA.: '
                           WS-QTD-SEM-TABELA
               ELSE
                   DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA GERACAO.'
                   SET LK-ERRO     TO TRUE
               CLOSE MATRICULAS
           END-IF

           IF TEM-BOLSAS
               CLOSE BOLSAS
           END-IF
           CLOSE STUDENT
           CLOSE DESCONTOS
           CLOSE MENSALIDADES
           CLOSE TABELA-MENS
           .
       P310-FIM.

      ******************************************************************
      * RESPONSAVEIS DOS ALUNOS COM MATRICULA ATIVA NO ANO, PARA O
      * DESCONTO DE IRMAOS
      ******************************************************************
       P312-CARREGA-FAMILIAS.
           MOVE ZEROS               TO WS-QTD-FAM
           MOVE WS-ANOMES-AAAA      TO MAT-ANO
           MOVE ZEROS               TO MAT-CD-STUDENT
           START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET EOF-MAT-OK   TO TRUE
           END-START

           PERFORM P313-LE-FAMILIA UNTIL EOF-MAT-OK
           .
       P312-FIM.

       P313-LE-FAMILIA.
           READ MATRICULAS NEXT RECORD
               AT END
                   SET EOF-MAT-OK  TO TRUE
               NOT AT END
                   IF MAT-ANO NOT EQUAL WS-ANOMES-AAAA
                       SET EOF-MAT-OK TO TRUE
                   ELSE
                       IF MAT-ATIVA AND WS-QTD-FAM LESS THAN 2000
                           MOVE MAT-CD-STUDENT TO CD-STUDENT
                           READ STUDENT
                               KEY IS CD-STUDENT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-FAM
                                   MOVE CD-STUDENT
                                     TO WS-FAM-CD(WS-QTD-FAM)
                                   MOVE RESP1-CONTATO
                                     TO WS-FAM-RESP1(WS-QTD-FAM)
                                   MOVE RESP2-CONTATO
                                     TO WS-FAM-RESP2(WS-QTD-FAM)
                           END-READ
                       END-IF
                   END-IF
           END-READ
           .
       P313-FIM.

       P320-GERA-COBRANCA.
           READ MATRICULAS NEXT RECORD
               AT END
                   ELSE
                       IF MAT-ATIVA
                           MOVE MAT-CD-STUDENT TO WS-CD-BUSCA
                           MOVE MAT-SERIE      TO WS-SERIE
                           MOVE WS-ANOMES-AAAA TO TBM-ANO
                           MOVE MAT-SERIE      TO TBM-SERIE
                           READ TABELA-MENS
                               KEY IS TBM-CHAVE
                               INVALID KEY
                                   ADD 1 TO WS-QTD-SEM-TABELA
                                   DISPLAY 'SERIE ' MAT-SERIE
                                           ' SEM PRECO NA TABELA - '
                                           'ALUNO ' MAT-CD-STUDENT
                                           ' NAO COBRADO.'
                               NOT INVALID KEY
                                   PERFORM P322-MONTA-COBRANCA
                           END-READ
                       END-IF
                   END-IF
           END-READ
           .
       P320-FIM.

       P322-MONTA-COBRANCA.
           PERFORM P200-DERIVA-CHAVE
           MOVE TBM-VALOR           TO WS-VALOR-CHEIO
           MOVE TBM-PCT-IRMAO       TO WS-PCT-IRMAO
           MOVE ZEROS               TO WS-QTD-DESC
           MOVE ZEROS               TO WS-PCT-TOTAL
           MOVE ZEROS               TO WS-TOTAL-DESCONTO

           IF TEM-BOLSAS
               PERFORM P330-APLICA-BOLSAS
           END-IF
           IF WS-PCT-IRMAO GREATER THAN ZEROS
               PERFORM P340-CONFERE-IRMAO
               IF TEM-IRMAO
                   MOVE 'I'         TO WS-MOTIVO
                   MOVE WS-PCT-IRMAO TO WS-PCT-SOBRA
                   PERFORM P335-INCLUI-DESCONTO
               END-IF
           END-IF

           MOVE WS-ANOMES           TO MEN-ANOMES
           MOVE WS-CD-BUSCA         TO MEN-CD-STUDENT
           COMPUTE MEN-VALOR = WS-VALOR-CHEIO - WS-TOTAL-DESCONTO
           PERFORM P325-CALCULA-VENCIMENTO
           MOVE WS-PARCELA-MENS     TO MEN-NUM-PARCELA

           WRITE REG-MENSALIDADE
               INVALID KEY
                   ADD 1            TO WS-QTD-JA-EXISTIAM
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GERADAS
                   IF WS-QTD-DESC GREATER THAN ZEROS
                       ADD 1        TO WS-QTD-COM-DESCONTO
                       PERFORM P345-GRAVA-DESCONTO
                           VARYING WS-IND-DESC FROM 1 BY 1
                           UNTIL WS-IND-DESC GREATER THAN WS-QTD-DESC
                   END-IF
           END-WRITE
           .
       P322-FIM.

      ******************************************************************
      * VENCIMENTO NO DIA ESCOLHIDO DO PROPRIO MES (PARCELA ZERO PARA O
      * VENCUTIL), JA PASSADO PARA O DIA UTIL SEGUINTE QUANDO CAI EM
      * FIM DE SEMANA OU FERIADO, COMO NO FINANCIAMENTO
      ******************************************************************
       P325-CALCULA-VENCIMENTO.
           COMPUTE WS-VENC-DT-CONTRATO = (WS-ANOMES * 100) + 1
           MOVE WS-DIA-VENCIMENTO   TO WS-VENC-DIA
           MOVE ZEROS               TO WS-VENC-CARENCIA
           MOVE ZEROS               TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO MEN-DT-VENCIMENTO
           .
       P325-FIM.

      ******************************************************************
      * BOLSAS DO ALUNO VIGENTES NO MES DA COBRANCA (FIM ZERADO = SEM
      * PRAZO)
      ******************************************************************
       P330-APLICA-BOLSAS.
           SET EOF-BLS-OK          TO FALSE
           MOVE WS-CD-BUSCA         TO BLS-CD-STUDENT
           MOVE LOW-VALUES          TO BLS-MOTIVO
           START BOLSAS KEY IS NOT LESS THAN BLS-CHAVE
               INVALID KEY
                   SET EOF-BLS-OK   TO TRUE
           END-START

           PERFORM P332-LE-BOLSA UNTIL EOF-BLS-OK
           .
       P330-FIM.

       P332-LE-BOLSA.
           READ BOLSAS NEXT RECORD
               AT END
                   SET EOF-BLS-OK  TO TRUE
               NOT AT END
                   IF BLS-CD-STUDENT NOT EQUAL WS-CD-BUSCA
                       SET EOF-BLS-OK TO TRUE
                   ELSE
                       COMPUTE WS-ANOMES-INI = BLS-DT-INICIO / 100
                       COMPUTE WS-ANOMES-FIM = BLS-DT-FIM / 100
                       IF WS-ANOMES-INI NOT GREATER THAN WS-ANOMES AND
                          (WS-ANOMES-FIM EQUAL ZEROS OR
                           WS-ANOMES-FIM NOT LESS THAN WS-ANOMES)
                           MOVE BLS-MOTIVO     TO WS-MOTIVO
                           MOVE BLS-PERCENTUAL TO WS-PCT-SOBRA
                           PERFORM P335-INCLUI-DESCONTO
                       END-IF
                   END-IF
           END-READ
           .
       P332-FIM.

      ******************************************************************
      * OS PERCENTUAIS SE SOMAM ATE O LIMITE DE 100%
      ******************************************************************
       P335-INCLUI-DESCONTO.
           IF WS-QTD-DESC NOT LESS THAN 5 OR
              WS-PCT-TOTAL NOT LESS THAN 100 OR
              WS-PCT-SOBRA EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-PCT-SOBRA GREATER THAN 100 - WS-PCT-TOTAL
               COMPUTE WS-PCT-SOBRA = 100 - WS-PCT-TOTAL
           END-IF

           ADD 1                    TO WS-QTD-DESC
           MOVE WS-MOTIVO           TO WS-DSC-MOTIVO(WS-QTD-DESC)
           MOVE WS-PCT-SOBRA        TO WS-DSC-PCT(WS-QTD-DESC)
           COMPUTE WS-DSC-VALOR(WS-QTD-DESC) ROUNDED =
                   WS-VALOR-CHEIO * WS-PCT-SOBRA / 100
           ADD WS-PCT-SOBRA         TO WS-PCT-TOTAL
           ADD WS-DSC-VALOR(WS-QTD-DESC) TO WS-TOTAL-DESCONTO

           IF WS-TOTAL-DESCONTO GREATER THAN WS-VALOR-CHEIO
               COMPUTE WS-DSC-VALOR(WS-QTD-DESC) =
                       WS-DSC-VALOR(WS-QTD-DESC) -
                       (WS-TOTAL-DESCONTO - WS-VALOR-CHEIO)
               MOVE WS-VALOR-CHEIO  TO WS-TOTAL-DESCONTO
           END-IF
           .
       P335-FIM.

      ******************************************************************
      * IRMAOS: ALUNOS ATIVOS NO ANO COM RESPONSAVEL (RESP1/RESP2) EM
      * COMUM; O DE MENOR CODIGO PAGA O PRECO CHEIO E OS DEMAIS TEM O
      * DESCONTO DA TABELA
      ******************************************************************
       P340-CONFERE-IRMAO.
           SET TEM-IRMAO           TO FALSE
           PERFORM P342-ACHA-ALUNO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-FAM OR
                     WS-FAM-CD(WS-IND) EQUAL WS-CD-BUSCA
           IF WS-IND GREATER THAN WS-QTD-FAM
               EXIT PARAGRAPH
           END-IF

           PERFORM P344-COMPARA-IRMAO
               VARYING WS-IND-FAM FROM 1 BY 1
               UNTIL WS-IND-FAM GREATER THAN WS-QTD-FAM OR
                     TEM-IRMAO
           .
       P340-FIM.

       P342-ACHA-ALUNO.
           CONTINUE
           .
       P342-FIM.

       P344-COMPARA-IRMAO.
           IF WS-FAM-CD(WS-IND-FAM) LESS THAN WS-CD-BUSCA
               IF WS-FAM-RESP1(WS-IND) GREATER THAN ZEROS AND
                  (WS-FAM-RESP1(WS-IND) EQUAL WS-FAM-RESP1(WS-IND-FAM)
                   OR WS-FAM-RESP1(WS-IND) EQUAL
                      WS-FAM-RESP2(WS-IND-FAM))
                   SET TEM-IRMAO   TO TRUE
               END-IF
               IF WS-FAM-RESP2(WS-IND) GREATER THAN ZEROS AND
                  (WS-FAM-RESP2(WS-IND) EQUAL WS-FAM-RESP1(WS-IND-FAM)
                   OR WS-FAM-RESP2(WS-IND) EQUAL
                      WS-FAM-RESP2(WS-IND-FAM))
                   SET TEM-IRMAO   TO TRUE
               END-IF
           END-IF
           .
       P344-FIM.

       P345-GRAVA-DESCONTO.
           MOVE WS-ANOMES           TO MDS-ANOMES
           MOVE WS-CD-BUSCA         TO MDS-CD-STUDENT
           MOVE WS-DSC-MOTIVO(WS-IND-DESC) TO MDS-MOTIVO
           MOVE WS-VALOR-CHEIO      TO MDS-VALOR-CHEIO
           MOVE WS-DSC-PCT(WS-IND-DESC)   TO MDS-PERCENTUAL
           MOVE WS-DSC-VALOR(WS-IND-DESC) TO MDS-VALOR-DESCONTO
           WRITE REG-DESCONTO
               INVALID KEY
                   REWRITE REG-DESCONTO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O DESCONTO DO '
                                   'ALUNO ' WS-CD-BUSCA '.'
                   END-REWRITE
           END-WRITE
           .
       P345-FIM.

       P400-RECEBE-MENSALIDADE.
           DISPLAY 'PERIODO (AAAAMM): '
           ACCEPT WS-ANOMES
                   ACCEPT WS-DT-PAGAMENTO FROM DATE YYYYMMDD
               END-IF

               PERFORM P415-CONFERE-CAIXA-FECHADO
               IF NOT DATA-LIBERADA
                   DISPLAY 'Recebimento nao registrado.'
                   EXIT PARAGRAPH
               END-IF

               DISPLAY 'VALOR PAGO: '
               ACCEPT WS-VALOR-PAGO

           .
       P410-FIM.

      ******************************************************************
      * CAIXA JA FECHADO (FECFIN) PARA O OPERADOR NA DATA DO
      * RECEBIMENTO: O LANCAMENTO SO ENTRA COM AUTORIZACAO DE
      * SUPERVISOR
      ******************************************************************
       P415-CONFERE-CAIXA-FECHADO.
           SET DATA-LIBERADA        TO TRUE
           SET FS-FEC-OK            TO TRUE

           OPEN INPUT FECHAMENTOS

           IF FS-FEC-OK
               MOVE WS-DT-PAGAMENTO TO FEC-DATA
               MOVE LK-OPERADOR     TO FEC-OPERADOR
               READ FECHAMENTOS
                   KEY IS FEC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DATA-LIBERADA TO FALSE
               END-READ
               CLOSE FECHAMENTOS
           END-IF

           IF NOT DATA-LIBERADA
               DISPLAY 'O CAIXA DE ' LK-OPERADOR ' EM '
                       WS-DT-PAGAMENTO ' JA FOI FECHADO!'
               MOVE ZEROS           TO WS-SUPV-NIVEL-MIN
               MOVE LK-OPERADOR     TO WS-SUPV-SOLICITANTE
               CALL 'SUPVUTIL' USING WS-AREA-SUPV
               IF SUPV-AUTORIZADO
                   SET DATA-LIBERADA TO TRUE
               END-IF
           END-IF
           .
       P415-FIM.

       P420-CALCULA-SALDO.
           MOVE ZEROS               TO WS-TOTAL-PAGO-MEN
           MOVE ZEROS               TO WS-ULT-SEQUENCIA
           .
       P550-FIM.

      ******************************************************************
      * TABELA DE PRECOS: INCLUI OU ALTERA O PRECO DE UMA SERIE NO ANO
      ******************************************************************
       P600-MANTEM-TABELA.
           DISPLAY 'ANO DA TABELA (AAAA): '
           ACCEPT WS-ANOMES-AAAA
           DISPLAY 'SERIE (1 A 12): '
           ACCEPT WS-SERIE
           IF WS-ANOMES-AAAA EQUAL ZEROS OR WS-SERIE EQUAL ZEROS OR
              WS-SERIE GREATER THAN 12
               DISPLAY 'ANO OU SERIE INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           SET FS-TBM-OK           TO TRUE
           OPEN I-O TABELA-MENS
           IF WS-FS-TBM EQUAL 35
               OPEN OUTPUT TABELA-MENS
               CLOSE TABELA-MENS
               OPEN I-O TABELA-MENS
           END-IF
           IF NOT FS-TBM-OK
               DISPLAY 'ERRO AO ABRIR TABELA_MENSALIDADES.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-TBM
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANOMES-AAAA      TO TBM-ANO
           MOVE WS-SERIE            TO TBM-SERIE
           READ TABELA-MENS
               KEY IS TBM-CHAVE
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   MOVE TBM-VALOR   TO WS-VALOR-MSK
                   MOVE TBM-PCT-IRMAO TO WS-PCT-MSK
                   DISPLAY 'PRECO ATUAL: ' WS-VALOR-MSK
                           '  DESCONTO DE IRMAOS: ' WS-PCT-MSK '%'
           END-READ

           DISPLAY 'VALOR DA MENSALIDADE: '
           ACCEPT WS-VALOR-CHEIO
           DISPLAY 'DESCONTO DE IRMAOS (%): '
           ACCEPT WS-PCT-IRMAO
           IF WS-VALOR-CHEIO EQUAL ZEROS OR
              WS-PCT-IRMAO GREATER THAN 100
               DISPLAY 'VALOR OU PERCENTUAL INVALIDO! TABELA NAO '
                       'ALTERADA.'
           ELSE
               MOVE WS-VALOR-CHEIO  TO TBM-VALOR
               MOVE WS-PCT-IRMAO    TO TBM-PCT-IRMAO
               IF REG-EXISTE
                   REWRITE REG-TABELA-MENS
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O PRECO.'
                       NOT INVALID KEY
                           DISPLAY 'PRECO ATUALIZADO!'
                   END-REWRITE
               ELSE
                   WRITE REG-TABELA-MENS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O PRECO.'
                       NOT INVALID KEY
                           DISPLAY 'PRECO INCLUIDO!'
                   END-WRITE
               END-IF
           END-IF

           CLOSE TABELA-MENS
           .
       P600-FIM.

      ******************************************************************
      * BOLSA/DESCONTO DO ALUNO POR MOTIVO; PERCENTUAL ZERO EXCLUI
      ******************************************************************
       P650-MANTEM-BOLSA.
           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-BUSCA

           SET FS-OK               TO TRUE
           OPEN INPUT STUDENT
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO STUDENT.TXT.'
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-BUSCA         TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   DISPLAY 'ALUNO: ' NM-STUDENT
           END-READ
           CLOSE STUDENT
           IF NOT REG-EXISTE
               DISPLAY 'ALUNO NAO ENCONTRADO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MOTIVO: <B> BOLSA DE ESTUDO, <F> FILHO DE '
                   'FUNCIONARIO, <C> CONVENIO OU <O> OUTROS: '
           ACCEPT WS-MOTIVO
           INSPECT WS-MOTIVO CONVERTING 'bfco' TO 'BFCO'
           MOVE WS-MOTIVO           TO BLS-MOTIVO
           IF NOT BLS-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           SET FS-BLS-OK           TO TRUE
           OPEN I-O BOLSAS
           IF WS-FS-BLS EQUAL 35
               OPEN OUTPUT BOLSAS
               CLOSE BOLSAS
               OPEN I-O BOLSAS
           END-IF
           IF NOT FS-BLS-OK
               DISPLAY 'ERRO AO ABRIR BOLSAS_ESC.dat.'
               DISPLAY 'FILE STATUS: ' WS-FS-BLS
               SET LK-ERRO         TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-BUSCA         TO BLS-CD-STUDENT
           MOVE WS-MOTIVO           TO BLS-MOTIVO
           READ BOLSAS
               KEY IS BLS-CHAVE
               INVALID KEY
                   SET REG-EXISTE  TO FALSE
               NOT INVALID KEY
                   SET REG-EXISTE  TO TRUE
                   MOVE BLS-PERCENTUAL TO WS-PCT-MSK
                   DISPLAY 'DESCONTO ATUAL: ' WS-PCT-MSK '% - '
                           BLS-DESCRICAO
                   DISPLAY 'VIGENCIA: ' BLS-DT-INICIO ' A '
                           BLS-DT-FIM
           END-READ

           DISPLAY 'PERCENTUAL (0 = EXCLUI O DESCONTO): '
           ACCEPT WS-PCT-SOBRA
           EVALUATE TRUE
               WHEN WS-PCT-SOBRA EQUAL ZEROS AND REG-EXISTE
                   DELETE BOLSAS RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR O DESCONTO.'
                       NOT INVALID KEY
                           DISPLAY 'DESCONTO EXCLUIDO!'
                   END-DELETE
               WHEN WS-PCT-SOBRA EQUAL ZEROS
                   DISPLAY 'NADA A EXCLUIR.'
               WHEN WS-PCT-SOBRA GREATER THAN 100
                   DISPLAY 'PERCENTUAL INVALIDO!'
               WHEN OTHER
                   PERFORM P655-GRAVA-BOLSA
           END-EVALUATE

           CLOSE BOLSAS
           .
       P650-FIM.

       P655-GRAVA-BOLSA.
           DISPLAY 'DESCRICAO (PROCESSO, CONVENIO...): '
           ACCEPT BLS-DESCRICAO
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, 0 = HOJE): '
           ACCEPT BLS-DT-INICIO
           IF BLS-DT-INICIO EQUAL ZEROS
               ACCEPT BLS-DT-INICIO FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM PRAZO): '
           ACCEPT BLS-DT-FIM
           IF BLS-DT-FIM NOT EQUAL ZEROS AND
              BLS-DT-FIM LESS THAN BLS-DT-INICIO
               DISPLAY 'FIM ANTERIOR AO INICIO! DESCONTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-BUSCA         TO BLS-CD-STUDENT
           MOVE WS-MOTIVO           TO BLS-MOTIVO
           MOVE WS-PCT-SOBRA        TO BLS-PERCENTUAL
           IF REG-EXISTE
               REWRITE REG-BOLSA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O DESCONTO.'
                   NOT INVALID KEY
                       DISPLAY 'DESCONTO ATUALIZADO!'
               END-REWRITE
           ELSE
               WRITE REG-BOLSA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O DESCONTO.'
                   NOT INVALID KEY
                       DISPLAY 'DESCONTO INCLUIDO!'
               END-WRITE
           END-IF
           .
       P655-FIM.

      ******************************************************************
      * RELATORIO DE DESCONTOS: RECEITA QUE A ESCOLA DEIXOU DE COBRAR,
      * POR MOTIVO, NAS COBRANCAS DO PERIODO (A COBRANCA CANCELADA NA
      * TRANSFERENCIA FICA DE FORA)
      ******************************************************************
       P700-RELATORIO-DESCONTOS.
           DISPLAY 'PERIODO INICIAL (AAAAMM): '
           ACCEPT WS-ANOMES-INI
           DISPLAY 'PERIODO FINAL (AAAAMM, 0 = O MESMO): '
           ACCEPT WS-ANOMES-FIM
           IF WS-ANOMES-FIM EQUAL ZEROS
               MOVE WS-ANOMES-INI   TO WS-ANOMES-FIM
           END-IF
           IF WS-ANOMES-INI EQUAL ZEROS OR
              WS-ANOMES-FIM LESS THAN WS-ANOMES-INI
               DISPLAY 'PERIODO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           SET FS-MDS-OK           TO TRUE
           OPEN INPUT DESCONTOS
           IF NOT FS-MDS-OK
               DISPLAY 'NENHUM DESCONTO CONCEDIDO AINDA.'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MENSALIDADES
           OPEN INPUT STUDENT
           OPEN OUTPUT ARQ-DESCONTOS

           INITIALIZE WS-TOTAIS-MOTIVO
           MOVE ZEROS               TO WS-TOTAL-GERAL-DESC
           MOVE SPACES              TO REG-DESCONTOS-PRN
           STRING 'DESCONTOS CONCEDIDOS NAS MENSALIDADES DE '
                  WS-ANOMES-INI ' A ' WS-ANOMES-FIM
                  DELIMITED BY SIZE INTO REG-DESCONTOS-PRN
           WRITE REG-DESCONTOS-PRN
           MOVE 'MES    ALUNO NOME            MOTIVO               '
                                    TO REG-DESCONTOS-PRN
           MOVE '    %      VALOR'  TO REG-DESCONTOS-PRN(53:16)
           WRITE REG-DESCONTOS-PRN

           SET EOF-MDS-OK          TO FALSE
           MOVE WS-ANOMES-INI       TO MDS-ANOMES
           MOVE ZEROS               TO MDS-CD-STUDENT
           MOVE LOW-VALUES          TO MDS-MOTIVO
           START DESCONTOS KEY IS NOT LESS THAN MDS-CHAVE
               INVALID KEY
                   SET EOF-MDS-OK   TO TRUE
           END-START
           PERFORM P710-LE-DESCONTO UNTIL EOF-MDS-OK

           PERFORM P730-IMPRIME-TOTAIS-MOTIVO

           CLOSE ARQ-DESCONTOS
           CLOSE STUDENT
           CLOSE MENSALIDADES
           CLOSE DESCONTOS

           MOVE WS-TOTAL-GERAL-DESC TO WS-TOTAL-MSK
           DISPLAY 'TOTAL DE DESCONTOS: ' WS-TOTAL-MSK
           DISPLAY 'RELATORIO GRAVADO EM MENSALIDADES_DESCONTOS.PRN'
           .
       P700-FIM.

       P710-LE-DESCONTO.
           READ DESCONTOS NEXT RECORD
               AT END
                   SET EOF-MDS-OK  TO TRUE
               NOT AT END
                   IF MDS-ANOMES GREATER THAN WS-ANOMES-FIM
                       SET EOF-MDS-OK TO TRUE
                   ELSE
                       MOVE MDS-ANOMES     TO MEN-ANOMES
                       MOVE MDS-CD-STUDENT TO MEN-CD-STUDENT
                       READ MENSALIDADES
                           KEY IS MEN-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM P715-IMPRIME-DESCONTO
                       END-READ
                   END-IF
           END-READ
           .
       P710-FIM.

       P715-IMPRIME-DESCONTO.
           PERFORM P720-ACHA-MOTIVO
               VARYING WS-IND-DESC FROM 1 BY 1
               UNTIL WS-IND-DESC GREATER THAN 5 OR
                     WS-MOT-CODIGO(WS-IND-DESC) EQUAL MDS-MOTIVO
           IF WS-IND-DESC GREATER THAN 5
               MOVE 4               TO WS-IND-DESC
           END-IF
           ADD 1                    TO WS-TOT-QTD(WS-IND-DESC)
           ADD MDS-VALOR-DESCONTO   TO WS-TOT-VALOR(WS-IND-DESC)
           ADD MDS-VALOR-DESCONTO   TO WS-TOTAL-GERAL-DESC

           MOVE MDS-CD-STUDENT      TO CD-STUDENT
           READ STUDENT
               KEY IS CD-STUDENT
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO NM-STUDENT
           END-READ

           MOVE MDS-PERCENTUAL      TO WS-PCT-MSK
           MOVE MDS-VALOR-DESCONTO  TO WS-VALOR-MSK
           MOVE SPACES              TO REG-DESCONTOS-PRN
           STRING MDS-ANOMES ' ' MDS-CD-STUDENT ' ' NM-STUDENT(1:15)
                  ' ' WS-MOT-DESCRICAO(WS-IND-DESC) ' ' WS-PCT-MSK
                  ' ' WS-VALOR-MSK
                  DELIMITED BY SIZE INTO REG-DESCONTOS-PRN
           WRITE REG-DESCONTOS-PRN
           .
       P715-FIM.

       P720-ACHA-MOTIVO.
           CONTINUE
           .
       P720-FIM.

       P730-IMPRIME-TOTAIS-MOTIVO.
           MOVE '----------------------------------------'
                                    TO REG-DESCONTOS-PRN
           WRITE REG-DESCONTOS-PRN
           PERFORM P735-LINHA-MOTIVO
               VARYING WS-IND-DESC FROM 1 BY 1
               UNTIL WS-IND-DESC GREATER THAN 5
           MOVE WS-TOTAL-GERAL-DESC TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-DESCONTOS-PRN
           STRING 'TOTAL QUE DEIXOU DE SER COBRADO.....: '
                  WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-DESCONTOS-PRN
           WRITE REG-DESCONTOS-PRN
           .
       P730-FIM.

       P735-LINHA-MOTIVO.
           MOVE WS-TOT-QTD(WS-IND-DESC)   TO WS-QTD-MSK
           MOVE WS-TOT-VALOR(WS-IND-DESC) TO WS-TOTAL-MSK
           MOVE SPACES              TO REG-DESCONTOS-PRN
           STRING WS-MOT-DESCRICAO(WS-IND-DESC) ' '
                  WS-QTD-MSK ' COBRANCAS  ' WS-TOTAL-MSK
                  DELIMITED BY SIZE INTO REG-DESCONTOS-PRN
           WRITE REG-DESCONTOS-PRN
           .
       P735-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
