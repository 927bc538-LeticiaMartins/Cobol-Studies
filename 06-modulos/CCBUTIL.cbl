      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 12/11/2024
      * Purpose: MODULO UTILITARIO DA CEDULA DE CREDITO BANCARIO (CCB) -
      *          MONTA O CONTRATO PARA ASSINATURA A PARTIR DO MODELO DE
      *          CLAUSULAS CCB_MODELO.TXT, COM OS DADOS DO CONTRATO
      *          (CONTRATOS.dat), NOME, CPF/CNPJ E ENDERECO DO TITULAR
      *          E DO AVALISTA (CONTATOS.dat), OBJETO, TAXA, PRAZO E O
      *          CRONOGRAMA COMPLETO DAS PARCELAS COM OS VENCIMENTOS DE
      *          VENCUTIL, E GRAVA NO SPOOL DATADO (SPOOLUTL) COMO
      *          CCBFIN. CHAMADO NA EMISSAO (PROG-OCCURS, PROPFIN) E NA
      *          REIMPRESSAO (CCBFIN); A PRIMEIRA VIA E AS REIMPRESSOES
      *          FICAM CONTADAS EM CCB_EMISSOES.dat (FD_CCB).
      *          MARCADORES DO MODELO: &CONTRATO &EMISSAO &NOME &CPF
      *          &RUA &CIDADE &UF &CEP &AVNOME &AVCPF &AVRUA &AVCIDADE
      *          &AVUF &AVCEP &OBJETO &VALOR &ENTRADA &FINANCIADO &TAXA
      *          &PRAZO &DIAVENC &TOTAL &VIA &DATA; A LINHA QUE COMECA
      *          POR &CRONOGRAMA DA LUGAR A TABELA DE PARCELAS
      * Tectonics: cobc -I ../copybooks
      * Update: 13/11/2024 - NOVO MARCADOR &SEGURO COM O PREMIO DO
      *         SEGURO PRESTAMISTA (PRESTAMISTA.dat) EMBUTIDO NAS
      *         PARCELAS, OU 'NAO CONTRATADO'
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 20/11/2024 - O PRAZO DA CEDULA INFORMA A CARENCIA ANTES
      *         DA PRIMEIRA PARCELA
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 23/12/2024 - O VALOR FINANCIADO DA CEDULA PASSA A SER A
      *         MESMA BASE DAS PARCELAS (VALOR - ENTRADA + PREMIO DO
      *         SEGURO + IOF + TAC + JUROS DA CARENCIA) E O CRONOGRAMA
      *         SAI PRECEDIDO DO DEMONSTRATIVO COM O SEGURO, O IOF, A
      *         TARIFA DE CADASTRO, OS JUROS DA CARENCIA E O CET MENSAL
      *         E ANUAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCBUTIL.

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

           SELECT CCB-EMISSOES ASSIGN TO
           'CCB_EMISSOES.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CCB-NUM-CONTRATO
           FILE STATUS IS WS-FS-CCB.

           SELECT PRESTAMISTA ASSIGN TO
           'PRESTAMISTA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PRS-NUM-CONTRATO
           FILE STATUS IS WS-FS-PRS.

           SELECT MODELO ASSIGN TO
           'CCB_MODELO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CCB-EMISSOES.
          COPY FD_CCB.

       FD PRESTAMISTA.
          COPY FD_PRST.

       FD MODELO.
       01 REG-MODELO                      PIC X(080).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-CTT                       PIC 99.
          88 FS-CTT-OK                    VALUE 0.
       77 WS-FS-CCB                       PIC 99.
          88 FS-CCB-OK                    VALUE 0.
       77 WS-FS-PRS                       PIC 99.
          88 FS-PRS-OK                    VALUE 0.
       77 WS-FS-MOD                       PIC 99.
          88 FS-MOD-OK                    VALUE 0.
       77 WS-EOF-MOD                      PIC X.
          88 EOF-MOD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ACHADO              PIC X VALUE 'N'.
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRA-VIA                 PIC X VALUE 'N'.
          88 PRIMEIRA-VIA                 VALUE 'S' FALSE 'N'.
       77 WS-QTD-LINHAS-MODELO            PIC 9(03) VALUE ZEROS.
       77 WS-IND-LINHA                    PIC 9(03) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-MRC                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MARCADORES               PIC 9(02) VALUE 25.
       77 WS-PTR-IN                       PIC 9(03) VALUE ZEROS.
       77 WS-PTR-OUT                      PIC 9(03) VALUE ZEROS.
       77 WS-TAM-MARCADOR                 PIC 9(02) VALUE ZEROS.
       77 WS-TM-VALOR                     PIC 9(02) VALUE ZEROS.
       77 WS-LEN-VALOR                    PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TRABALHO               PIC X(080) VALUE SPACES.
       77 WS-LINHA-SAIDA                  PIC X(080) VALUE SPACES.
       77 WS-VALOR-CAMPO                  PIC X(040) VALUE SPACES.
       77 WS-VR-PARCELA-NUM               PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-TOTAL                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-FINANCIADO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-VR-LIBERADO                  PIC 9(06)V99 VALUE ZEROS.
       77 WS-VALOR-MSK                    PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TAXA-MSK                     PIC Z9,99.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EDICAO                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EDICAO.
          03 WS-EDI-AAAA                  PIC 9(04).
          03 WS-EDI-MM                    PIC 9(02).
          03 WS-EDI-DD                    PIC 9(02).
       01 WS-DATA-FORMATADA               PIC X(10) VALUE SPACES.
       01 WS-LINHA-PARCELA.
          03 FILLER                       PIC X(04) VALUE SPACES.
          03 WS-LP-PARCELA                PIC ZZ9.
          03 FILLER                       PIC X(05) VALUE SPACES.
          03 WS-LP-VENCIMENTO             PIC X(10).
          03 FILLER                       PIC X(04) VALUE SPACES.
          03 WS-LP-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                       PIC X(41) VALUE SPACES.
       01 WS-AREA-VENC.
          03 WS-VENC-DT-CONTRATO          PIC 9(08).
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
       01 WS-AREA-SPOOL.
          03 WS-SPL-PROGRAMA              PIC X(08).
          03 WS-SPL-NOME                  PIC X(40).
      * LINHAS DO MODELO DE CLAUSULAS
       01 WS-TAB-MODELO.
          03 WS-LINHA-MODELO              PIC X(080) OCCURS 200 TIMES.
      * MARCADORES DO MODELO (NOME + TAMANHO), NA MESMA ORDEM DOS
      * VALORES DE WS-VALORES-MARCADORES
       01 WS-TAB-MARCADORES-DADOS.
          03 FILLER PIC X(13) VALUE '&CONTRATO  09'.
          03 FILLER PIC X(13) VALUE '&EMISSAO   08'.
          03 FILLER PIC X(13) VALUE '&NOME      05'.
          03 FILLER PIC X(13) VALUE '&CPF       04'.
          03 FILLER PIC X(13) VALUE '&RUA       04'.
          03 FILLER PIC X(13) VALUE '&CIDADE    07'.
          03 FILLER PIC X(13) VALUE '&UF        03'.
          03 FILLER PIC X(13) VALUE '&CEP       04'.
          03 FILLER PIC X(13) VALUE '&AVNOME    07'.
          03 FILLER PIC X(13) VALUE '&AVCPF     06'.
          03 FILLER PIC X(13) VALUE '&AVRUA     06'.
          03 FILLER PIC X(13) VALUE '&AVCIDADE  09'.
          03 FILLER PIC X(13) VALUE '&AVUF      05'.
          03 FILLER PIC X(13) VALUE '&AVCEP     06'.
          03 FILLER PIC X(13) VALUE '&OBJETO    07'.
          03 FILLER PIC X(13) VALUE '&VALOR     06'.
          03 FILLER PIC X(13) VALUE '&ENTRADA   08'.
          03 FILLER PIC X(13) VALUE '&FINANCIADO11'.
          03 FILLER PIC X(13) VALUE '&TAXA      05'.
          03 FILLER PIC X(13) VALUE '&PRAZO     06'.
          03 FILLER PIC X(13) VALUE '&DIAVENC   08'.
          03 FILLER PIC X(13) VALUE '&TOTAL     06'.
          03 FILLER PIC X(13) VALUE '&VIA       04'.
          03 FILLER PIC X(13) VALUE '&DATA      05'.
          03 FILLER PIC X(13) VALUE '&SEGURO    07'.
       01 WS-TAB-MARCADORES REDEFINES WS-TAB-MARCADORES-DADOS.
          03 WS-MARCADOR                  OCCURS 25 TIMES.
             05 WS-MRC-NOME               PIC X(11).
             05 WS-MRC-TAM                PIC 9(02).
       01 WS-VALORES-MARCADORES.
          03 WS-VM-CONTRATO               PIC X(40).
          03 WS-VM-EMISSAO                PIC X(40).
          03 WS-VM-NOME                   PIC X(40).
          03 WS-VM-CPF                    PIC X(40).
          03 WS-VM-RUA                    PIC X(40).
          03 WS-VM-CIDADE                 PIC X(40).
          03 WS-VM-UF                     PIC X(40).
          03 WS-VM-CEP                    PIC X(40).
          03 WS-VM-AVNOME                 PIC X(40).
          03 WS-VM-AVCPF                  PIC X(40).
          03 WS-VM-AVRUA                  PIC X(40).
          03 WS-VM-AVCIDADE               PIC X(40).
          03 WS-VM-AVUF                   PIC X(40).
          03 WS-VM-AVCEP                  PIC X(40).
          03 WS-VM-OBJETO                 PIC X(40).
          03 WS-VM-VALOR                  PIC X(40).
          03 WS-VM-ENTRADA                PIC X(40).
          03 WS-VM-FINANCIADO             PIC X(40).
          03 WS-VM-TAXA                   PIC X(40).
          03 WS-VM-PRAZO                  PIC X(40).
          03 WS-VM-DIAVENC                PIC X(40).
          03 WS-VM-TOTAL                  PIC X(40).
          03 WS-VM-VIA                    PIC X(40).
          03 WS-VM-DATA                   PIC X(40).
          03 WS-VM-SEGURO                 PIC X(40).
       01 WS-TAB-VALORES REDEFINES WS-VALORES-MARCADORES.
          03 WS-VALOR-MARCADOR            PIC X(40) OCCURS 25 TIMES.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-AREA-CCB.
          03 LK-CCB-NUM-CONTRATO          PIC 9(06).
          03 LK-CCB-OPERADOR              PIC X(06).
          03 LK-CCB-TIPO                  PIC X(01).
             88 LK-CCB-EMISSAO            VALUE 'E'.
             88 LK-CCB-REIMPRESSAO        VALUE 'R'.
          03 LK-CCB-RESULTADO             PIC X(01).
             88 LK-CCB-GERADA             VALUE 'S'.
             88 LK-CCB-NAO-GERADA         VALUE 'N'.
          03 LK-CCB-QTD-REIMPRESSOES      PIC 9(03).
          03 LK-CCB-NOME-SPOOL            PIC X(40).

       PROCEDURE DIVISION USING LK-AREA-CCB.
       MAIN-PROCEDURE.

           SET LK-CCB-NAO-GERADA    TO TRUE
           MOVE ZEROS               TO LK-CCB-QTD-REIMPRESSOES
           MOVE SPACES              TO LK-CCB-NOME-SPOOL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               GOBACK
           END-IF

           PERFORM P100-LE-CONTRATO
           IF NOT CONTRATO-ACHADO
               GOBACK
           END-IF

           PERFORM P200-CARREGA-MODELO
           IF WS-QTD-LINHAS-MODELO EQUAL ZEROS
               GOBACK
           END-IF

           PERFORM P300-CONFERE-VIA
           IF NOT FS-CCB-OK
               GOBACK
           END-IF

           PERFORM P400-MONTA-VALORES
           PERFORM P500-IMPRIME

           PERFORM P600-ATUALIZA-CONTROLE
           CLOSE CCB-EMISSOES

           GOBACK
           .
      ******************************************************************
      * CONTRATO, TITULAR E AVALISTA
      ******************************************************************
       P100-LE-CONTRATO.
           SET CONTRATO-ACHADO      TO FALSE
           SET FS-OK                TO TRUE

           OPEN INPUT CONTRATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR CONTRATOS.dat PARA A CCB '
                       '(FILE STATUS: ' WS-FS ').'
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CCB-NUM-CONTRATO TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO ' LK-CCB-NUM-CONTRATO
                           ' NAO EXISTE - CCB NAO GERADA.'
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
           END-READ

           CLOSE CONTRATOS
           .
       P100-FIM.

       P110-LE-CONTATO.
           MOVE SPACES              TO WS-REGISTRO
           SET FS-CTT-OK            TO TRUE

           OPEN INPUT CONTATOS
           IF FS-CTT-OK
               READ CONTATOS INTO WS-REGISTRO
                   KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE SPACES  TO WS-REGISTRO
               END-READ
               CLOSE CONTATOS
           END-IF
           .
       P110-FIM.

      ******************************************************************
      * MODELO DE CLAUSULAS (ATE 200 LINHAS DE 80 COLUNAS)
      ******************************************************************
       P200-CARREGA-MODELO.
           SET FS-MOD-OK            TO TRUE
           SET EOF-MOD-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-LINHAS-MODELO

           OPEN INPUT MODELO

           IF FS-MOD-OK
               PERFORM P210-LE-MODELO UNTIL EOF-MOD-OK
               CLOSE MODELO
           ELSE
               DISPLAY 'MODELO CCB_MODELO.TXT NAO ENCONTRADO! A CCB '
                       'NAO FOI GERADA. CRIE O MODELO DE CLAUSULAS COM '
                       'OS MARCADORES &NOME, &CPF, &CONTRATO, &VALOR, '
                       '&TAXA, &PRAZO E A LINHA &CRONOGRAMA.'
           END-IF
           .
       P200-FIM.

       P210-LE-MODELO.
           READ MODELO
               AT END
                   SET EOF-MOD-OK  TO TRUE
               NOT AT END
                   IF WS-QTD-LINHAS-MODELO LESS THAN 200
                       ADD 1        TO WS-QTD-LINHAS-MODELO
                       MOVE REG-MODELO
                         TO WS-LINHA-MODELO(WS-QTD-LINHAS-MODELO)
                   END-IF
           END-READ
           .
       P210-FIM.

      ******************************************************************
      * CONTROLE DE VIAS: SEM REGISTRO E A PRIMEIRA VIA (NA EMISSAO OU
      * NA PRIMEIRA IMPRESSAO DE UM CONTRATO ANTIGO); COM REGISTRO, E
      * REIMPRESSAO E ENTRA NA CONTAGEM
      ******************************************************************
       P300-CONFERE-VIA.
           SET FS-CCB-OK            TO TRUE

           OPEN I-O CCB-EMISSOES
           IF WS-FS-CCB EQUAL 35
               OPEN OUTPUT CCB-EMISSOES
               CLOSE CCB-EMISSOES
               OPEN I-O CCB-EMISSOES
           END-IF

           IF NOT FS-CCB-OK
               DISPLAY 'ERRO AO ABRIR CCB_EMISSOES.dat (FILE STATUS: '
                       WS-FS-CCB ') - CCB NAO GERADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CCB-NUM-CONTRATO TO CCB-NUM-CONTRATO
           READ CCB-EMISSOES
               KEY IS CCB-NUM-CONTRATO
               INVALID KEY
                   SET PRIMEIRA-VIA TO TRUE
                   INITIALIZE REG-CCB
                   MOVE LK-CCB-NUM-CONTRATO TO CCB-NUM-CONTRATO
                   MOVE WS-DATA-HOJE        TO CCB-DT-EMISSAO
                   MOVE LK-CCB-OPERADOR     TO CCB-OPERADOR-EMISSAO
               NOT INVALID KEY
                   SET PRIMEIRA-VIA TO FALSE
                   IF CCB-QTD-REIMPRESSOES LESS THAN 999
                       ADD 1        TO CCB-QTD-REIMPRESSOES
                   END-IF
           END-READ
           .
       P300-FIM.

      ******************************************************************
      * VALORES DOS MARCADORES
      ******************************************************************
       P400-MONTA-VALORES.
           MOVE SPACES              TO WS-VALORES-MARCADORES

           MOVE REG-NUM-CONTRATO    TO WS-VM-CONTRATO
           MOVE REG-DT-CONTRATO     TO WS-DATA-EDICAO
           PERFORM P480-FORMATA-DATA
           MOVE WS-DATA-FORMATADA   TO WS-VM-EMISSAO
           MOVE WS-DATA-HOJE        TO WS-DATA-EDICAO
           PERFORM P480-FORMATA-DATA
           MOVE WS-DATA-FORMATADA   TO WS-VM-DATA

      *    TITULAR; SEM O CONTATO, VALE O NOME GRAVADO NO CONTRATO
           MOVE REG-ID-CONTATO      TO ID-CONTATO
           PERFORM P110-LE-CONTATO
           IF WS-NM-CONTATO EQUAL SPACES
               MOVE REG-CLIENTE     TO WS-VM-NOME
           ELSE
               MOVE WS-NM-CONTATO   TO WS-VM-NOME
           END-IF
           MOVE WS-DOC-CONTATO      TO WS-VM-CPF
           MOVE WS-END-RUA          TO WS-VM-RUA
           MOVE WS-END-CIDADE       TO WS-VM-CIDADE
           MOVE WS-END-ESTADO       TO WS-VM-UF
           MOVE WS-CEP-CONTATO      TO WS-VM-CEP

           IF REG-ID-AVALISTA GREATER THAN ZEROS
               MOVE REG-ID-AVALISTA TO ID-CONTATO
               PERFORM P110-LE-CONTATO
               MOVE WS-NM-CONTATO   TO WS-VM-AVNOME
               MOVE WS-DOC-CONTATO  TO WS-VM-AVCPF
               MOVE WS-END-RUA      TO WS-VM-AVRUA
               MOVE WS-END-CIDADE   TO WS-VM-AVCIDADE
               MOVE WS-END-ESTADO   TO WS-VM-AVUF
               MOVE WS-CEP-CONTATO  TO WS-VM-AVCEP
           ELSE
               MOVE 'SEM AVALISTA'  TO WS-VM-AVNOME
           END-IF

           MOVE REG-OBJETO          TO WS-VM-OBJETO
           MOVE REG-VALOR           TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO WS-VM-VALOR
           MOVE REG-VR-ENTRADA      TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO WS-VM-ENTRADA
      *    A MESMA BASE DAS PARCELAS: VALOR - ENTRADA + PREMIO DO
      *    SEGURO + IOF + TAC + JUROS DA CARENCIA
           COMPUTE WS-VR-FINANCIADO = REG-VALOR - REG-VR-ENTRADA
                                    + REG-VR-PREMIO
                                    + REG-VR-IOF + REG-VR-TAC
                                    + REG-VR-JUROS-CARENCIA
           MOVE WS-VR-FINANCIADO    TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO WS-VM-FINANCIADO
           MOVE REG-TAXA-JUROS      TO WS-TAXA-MSK
           STRING WS-TAXA-MSK ' % AO MES'
                  DELIMITED BY SIZE INTO WS-VM-TAXA
           IF REG-CARENCIA GREATER THAN ZEROS
               STRING REG-NUM-PARCELAS ' PARCELAS MENSAIS, CARENCIA '
                      REG-CARENCIA ' MESES'
                      DELIMITED BY SIZE INTO WS-VM-PRAZO
           ELSE
               STRING REG-NUM-PARCELAS ' PARCELAS MENSAIS'
                      DELIMITED BY SIZE INTO WS-VM-PRAZO
           END-IF
           IF REG-DIA-VENCIMENTO GREATER THAN ZEROS
               MOVE REG-DIA-VENCIMENTO TO WS-VM-DIAVENC
           ELSE
               MOVE WS-VM-EMISSAO(1:2) TO WS-VM-DIAVENC
           END-IF

           MOVE ZEROS               TO WS-VR-TOTAL
           PERFORM P410-SOMA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS
           MOVE WS-VR-TOTAL         TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO WS-VM-TOTAL

           PERFORM P420-LE-SEGURO

           IF PRIMEIRA-VIA
               MOVE 'PRIMEIRA VIA'  TO WS-VM-VIA
           ELSE
               STRING 'REIMPRESSAO ' CCB-QTD-REIMPRESSOES
                      DELIMITED BY SIZE INTO WS-VM-VIA
           END-IF
           .
       P400-FIM.

       P410-SOMA-PARCELA.
           MOVE REG-PARCELAS(WS-IND) TO WS-VR-PARCELA-NUM
           ADD WS-VR-PARCELA-NUM    TO WS-VR-TOTAL
           .
       P410-FIM.

      *    SEGURO PRESTAMISTA DO CONTRATO (PREMIO EMBUTIDO NAS PARCELAS)
       P420-LE-SEGURO.
           MOVE 'NAO CONTRATADO'    TO WS-VM-SEGURO
           SET FS-PRS-OK            TO TRUE

           OPEN INPUT PRESTAMISTA
           IF NOT FS-PRS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE REG-NUM-CONTRATO    TO PRS-NUM-CONTRATO
           READ PRESTAMISTA
               KEY IS PRS-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRS-VR-PREMIO TO WS-VALOR-MSK
                   MOVE SPACES      TO WS-VM-SEGURO
                   STRING 'PREMIO ' WS-VALOR-MSK
                          ' FINANCIADO NAS PARCELAS'
                          DELIMITED BY SIZE INTO WS-VM-SEGURO
           END-READ

           CLOSE PRESTAMISTA
           .
       P420-FIM.

       P480-FORMATA-DATA.
           MOVE SPACES              TO WS-DATA-FORMATADA
           STRING WS-EDI-DD '/' WS-EDI-MM '/' WS-EDI-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA
           .
       P480-FIM.

      ******************************************************************
      * IMPRESSAO NO SPOOL: REIMPRESSAO SAI COM A TARJA DE SEGUNDA VIA
      ******************************************************************
       P500-IMPRIME.
           MOVE 'CCBFIN  '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           IF NOT PRIMEIRA-VIA
               MOVE WS-DATA-HOJE    TO WS-DATA-EDICAO
               PERFORM P480-FORMATA-DATA
               MOVE SPACES          TO REG-IMPRESSAO
               STRING '*** SEGUNDA VIA - REIMPRESSAO '
                      CCB-QTD-REIMPRESSOES ' EM ' WS-DATA-FORMATADA
                      ' ***'
                      DELIMITED BY SIZE INTO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               MOVE SPACES          TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF

           PERFORM P510-MONTA-LINHA
               VARYING WS-IND-LINHA FROM 1 BY 1
               UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS-MODELO

           CLOSE ARQ-IMPRESSAO

           SET LK-CCB-GERADA        TO TRUE
           MOVE WS-NOME-SPOOL       TO LK-CCB-NOME-SPOOL
           MOVE CCB-QTD-REIMPRESSOES TO LK-CCB-QTD-REIMPRESSOES
           .
       P500-FIM.

       P510-MONTA-LINHA.
           MOVE WS-LINHA-MODELO(WS-IND-LINHA) TO WS-LINHA-TRABALHO

           IF WS-LINHA-TRABALHO(1:11) EQUAL '&CRONOGRAMA'
               PERFORM P530-IMPRIME-CRONOGRAMA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO WS-LINHA-SAIDA
           MOVE 1                   TO WS-PTR-IN
           MOVE 1                   TO WS-PTR-OUT

           PERFORM P520-COPIA-TRECHO
               UNTIL WS-PTR-IN GREATER THAN 80 OR
                     WS-PTR-OUT GREATER THAN 80

           MOVE WS-LINHA-SAIDA      TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P510-FIM.

       P520-COPIA-TRECHO.
           MOVE ZEROS               TO WS-TAM-MARCADOR

           IF WS-LINHA-TRABALHO(WS-PTR-IN:1) EQUAL '&'
               PERFORM P525-PROCURA-MARCADOR
                   VARYING WS-IND-MRC FROM 1 BY 1
                   UNTIL WS-IND-MRC GREATER THAN WS-QTD-MARCADORES
                      OR WS-TAM-MARCADOR GREATER THAN ZEROS
           END-IF

           IF WS-TAM-MARCADOR GREATER THAN ZEROS
               MOVE ZEROS           TO WS-TM-VALOR
               INSPECT FUNCTION REVERSE(WS-VALOR-CAMPO)
                       TALLYING WS-TM-VALOR FOR LEADING ' '
               COMPUTE WS-LEN-VALOR =
                       FUNCTION LENGTH(WS-VALOR-CAMPO) - WS-TM-VALOR
               IF WS-LEN-VALOR GREATER THAN ZEROS
                   STRING WS-VALOR-CAMPO(1:WS-LEN-VALOR)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
                          WITH POINTER WS-PTR-OUT
                   END-STRING
               END-IF
               ADD WS-TAM-MARCADOR  TO WS-PTR-IN
           ELSE
               MOVE WS-LINHA-TRABALHO(WS-PTR-IN:1)
                 TO WS-LINHA-SAIDA(WS-PTR-OUT:1)
               ADD 1                TO WS-PTR-IN
               ADD 1                TO WS-PTR-OUT
           END-IF
           .
       P520-FIM.

       P525-PROCURA-MARCADOR.
           IF WS-PTR-IN + WS-MRC-TAM(WS-IND-MRC) - 1 NOT GREATER THAN 80
               IF WS-LINHA-TRABALHO
                  (WS-PTR-IN:WS-MRC-TAM(WS-IND-MRC)) EQUAL
                  WS-MRC-NOME(WS-IND-MRC)(1:WS-MRC-TAM(WS-IND-MRC))
                   MOVE WS-MRC-TAM(WS-IND-MRC) TO WS-TAM-MARCADOR
                   MOVE WS-VALOR-MARCADOR(WS-IND-MRC)
                     TO WS-VALOR-CAMPO
               END-IF
           END-IF
           .
       P525-FIM.

      ******************************************************************
      * CRONOGRAMA: UMA LINHA POR PARCELA COM O VENCIMENTO DE VENCUTIL
      * (O MESMO DO CARNE E DO BALCAO)
      ******************************************************************
       P530-IMPRIME-CRONOGRAMA.
           PERFORM P535-IMPRIME-ENCARGOS

           MOVE '    PARC     VENCIMENTO            VALOR'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           PERFORM P540-IMPRIME-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN REG-NUM-PARCELAS

           MOVE SPACES              TO REG-IMPRESSAO
           STRING '    TOTAL DAS PARCELAS:  ' WS-VM-TOTAL(1:20)
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P530-FIM.

      ******************************************************************
      * DEMONSTRATIVO DO VALOR FINANCIADO E DO CET, IMPRESSO COM O
      * CRONOGRAMA PARA SAIR EM TODA CEDULA, QUALQUER QUE SEJA O MODELO
      ******************************************************************
       P535-IMPRIME-ENCARGOS.
           MOVE '    DEMONSTRATIVO DO VALOR FINANCIADO'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           MOVE '    VALOR - ENTRADA.........: '
                                    TO REG-IMPRESSAO
           COMPUTE WS-VR-LIBERADO = REG-VALOR - REG-VR-ENTRADA
           MOVE WS-VR-LIBERADO      TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO REG-IMPRESSAO(31:13)
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           MOVE '    SEGURO PRESTAMISTA......: '
                                    TO REG-IMPRESSAO
           MOVE REG-VR-PREMIO       TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO REG-IMPRESSAO(31:13)
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           MOVE '    IOF.....................: '
                                    TO REG-IMPRESSAO
           MOVE REG-VR-IOF          TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO REG-IMPRESSAO(31:13)
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           MOVE '    TARIFA DE CADASTRO (TAC): '
                                    TO REG-IMPRESSAO
           MOVE REG-VR-TAC          TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO REG-IMPRESSAO(31:13)
           WRITE REG-IMPRESSAO

           IF REG-VR-JUROS-CARENCIA GREATER THAN ZEROS
               MOVE SPACES          TO REG-IMPRESSAO
               MOVE '    JUROS DA CARENCIA.......: '
                                    TO REG-IMPRESSAO
               MOVE REG-VR-JUROS-CARENCIA TO WS-VALOR-MSK
               MOVE WS-VALOR-MSK    TO REG-IMPRESSAO(31:13)
               WRITE REG-IMPRESSAO
           END-IF

           MOVE SPACES              TO REG-IMPRESSAO
           MOVE '    VALOR FINANCIADO........: '
                                    TO REG-IMPRESSAO
           MOVE WS-VR-FINANCIADO    TO WS-VALOR-MSK
           MOVE WS-VALOR-MSK        TO REG-IMPRESSAO(31:13)
           WRITE REG-IMPRESSAO

           MOVE REG-CET-MENSAL      TO WS-CET-MENSAL-MSK
           MOVE REG-CET-ANUAL       TO WS-CET-ANUAL-MSK
           MOVE SPACES              TO REG-IMPRESSAO
           STRING '    CUSTO EFETIVO TOTAL (CET): '
                  WS-CET-MENSAL-MSK ' % AO MES / '
                  WS-CET-ANUAL-MSK ' % AO ANO'
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           MOVE SPACES              TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P535-FIM.

       P540-IMPRIME-PARCELA.
           MOVE REG-DT-CONTRATO     TO WS-VENC-DT-CONTRATO
           MOVE REG-DIA-VENCIMENTO  TO WS-VENC-DIA
           MOVE REG-CARENCIA        TO WS-VENC-CARENCIA
           MOVE WS-IND              TO WS-VENC-PARCELA
           CALL 'VENCUTIL' USING WS-AREA-VENC
           MOVE WS-VENC-DATA        TO WS-DATA-EDICAO
           PERFORM P480-FORMATA-DATA

           MOVE REG-PARCELAS(WS-IND) TO WS-VR-PARCELA-NUM
           MOVE WS-IND              TO WS-LP-PARCELA
           MOVE WS-DATA-FORMATADA   TO WS-LP-VENCIMENTO
           MOVE WS-VR-PARCELA-NUM   TO WS-LP-VALOR
           MOVE WS-LINHA-PARCELA    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P540-FIM.

      ******************************************************************
      * GRAVA O CONTROLE DE VIAS COM A ULTIMA SAIDA NO SPOOL
      ******************************************************************
       P600-ATUALIZA-CONTROLE.
           MOVE WS-DATA-HOJE        TO CCB-DT-ULT-IMPRESSAO
           MOVE LK-CCB-OPERADOR     TO CCB-OPERADOR-ULT
           MOVE WS-NOME-SPOOL       TO CCB-ULT-SPOOL

           IF PRIMEIRA-VIA
               WRITE REG-CCB
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CCB_EMISSOES.dat '
                               '(FILE STATUS: ' WS-FS-CCB ').'
               END-WRITE
           ELSE
               REWRITE REG-CCB
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR CCB_EMISSOES.dat '
                               '(FILE STATUS: ' WS-FS-CCB ').'
               END-REWRITE
           END-IF
           .
       P600-FIM.

       COPY LAYCHKP.

       END PROGRAM CCBUTIL.
