      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 19/12/2024
      * Purpose: REGISTRO DE RECLAMACOES DO SAC/OUVIDORIA - CADA
      *          RECLAMACAO RECEBE UM PROTOCOLO (AAAA + SEQUENCIA DO
      *          ANO) EM RECLAMACOES.dat (FD_RECL), COM O CONTATO, O
      *          CONTRATO (OPCIONAL), O CANAL E O MOTIVO (RCLTAB.cpy),
      *          O PRAZO DE RESPOSTA EM DIAS UTEIS (PARAMETRO
      *          PRAZO-RECL DE PARMUTIL, SEM SABADO, DOMINGO E OS
      *          FERIADOS DE FERIADOS.dat) E O OPERADOR RESPONSAVEL;
      *          CADA MUDANCA DE SITUACAO OU DE RESPONSAVEL FICA EM
      *          RECLAMACOES_HIST.dat (FD_RCLH):
      *          <A> ABRE UMA RECLAMACAO;
      *          <C> CONSULTA PELO PROTOCOLO, COM O HISTORICO;
      *          <T> TRAMITA: EM ANALISE, RESPONDIDA (PROCEDENTE OU
      *              NAO, COM A RESPOSTA), CANCELADA OU SO TROCA DE
      *              RESPONSAVEL;
      *          <L> LISTA AS RECLAMACOES EM ABERTO, COM AS VENCIDAS;
      *          <M> RELATORIO MENSAL NO SPOOL (SPOOLUTL) POR MOTIVO E
      *              CANAL DAS RECLAMACOES ABERTAS NO MES: RECEBIDAS,
      *              CANCELADAS, RESPONDIDAS, RESPONDIDAS NO PRAZO, O
      *              PERCENTUAL NO PRAZO (SOBRE AS NAO CANCELADAS) E AS
      *              AINDA EM ABERTO. NO PLANO NOTURNO (MODO BATCH) O
      *              RELATORIO SAI PARA O MES ANTERIOR, COM A RODADA NO
      *              LOG CENTRAL (LOGEXEC)
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECLAMACOES ASSIGN TO
               'RECLAMACOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RCL-PROTOCOLO
               ALTERNATE RECORD KEY IS RCL-ID-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RCL.

               SELECT RECLAMACOES-HIST ASSIGN TO
               'RECLAMACOES_HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RCH-CHAVE
               FILE STATUS IS WS-FS-RCH.

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
               FILE STATUS IS WS-FS.

               SELECT CONTRATOS ASSIGN TO
               'CONTRATOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS REG-NUM-CONTRATO
               FILE STATUS IS WS-FS-CTR.

               SELECT OPERADORES ASSIGN TO
               'OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS OPER-ID
               FILE STATUS IS WS-FS-OPER.

               SELECT FERIADOS ASSIGN TO
               'FERIADOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS FER-DATA
               FILE STATUS IS WS-FS-FER.

               SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACOES.
          COPY FD_RECL.

       FD RECLAMACOES-HIST.
          COPY FD_RCLH.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTRATOS.
          COPY FD_CONTR.

       FD OPERADORES.
          COPY FD_OPER.

       FD FERIADOS.
          COPY FD_FERIA.

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-RCL                       PIC 99.
          88 FS-RCL-OK                    VALUE 0.
       77 WS-FS-RCH                       PIC 99.
          88 FS-RCH-OK                    VALUE 0.
       77 WS-FS-CTR                       PIC 99.
          88 FS-CTR-OK                    VALUE 0.
       77 WS-FS-OPER                      PIC 99.
          88 FS-OPER-OK                   VALUE 0.
       77 WS-FS-FER                       PIC 99.
          88 FS-FER-OK                    VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCL                      PIC X.
          88 EOF-RCL-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCH                      PIC X.
          88 EOF-RCH-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FER                      PIC X.
          88 EOF-FER-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CALENDARIO-CARREGADO         PIC X VALUE 'N'.
          88 CALENDARIO-CARREGADO         VALUE 'S' FALSE 'N'.
       77 WS-DIA-UTIL                     PIC X VALUE 'N'.
          88 DIA-UTIL                     VALUE 'S' FALSE 'N'.
       77 WS-DADOS-OK                     PIC X VALUE 'N'.
          88 DADOS-OK                     VALUE 'S' FALSE 'N'.
       77 WS-RECLAMACAO-ACHADA            PIC X VALUE 'N'.
          88 RECLAMACAO-ACHADA            VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-NOVA-SITUACAO                PIC X VALUE SPACES.
       77 WS-ST-ANTERIOR                  PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-ID-INFORMADO                 PIC 9(06) VALUE ZEROS.
       77 WS-CONTRATO-INFORMADO           PIC 9(06) VALUE ZEROS.
       77 WS-PROTOCOLO-BUSCA              PIC 9(10) VALUE ZEROS.
       77 WS-PROTOCOLO-BASE               PIC 9(10) VALUE ZEROS.
       77 WS-PROXIMO-PROTOCOLO            PIC 9(10) VALUE ZEROS.
       77 WS-PROX-SEQUENCIA               PIC 9(03) VALUE ZEROS.
       77 WS-CANAL-INFORMADO              PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-INFORMADO             PIC 9(02) VALUE ZEROS.
       77 WS-RESPONSAVEL                  PIC X(06) VALUE SPACES.
       77 WS-TEXTO                        PIC X(60) VALUE SPACES.
       77 WS-PROCEDENTE                   PIC X(01) VALUE SPACES.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-MOTIVO                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-CANAL                    PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-PRAZO                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DIAS-UTEIS               PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-INTEIROS                PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE ZEROS.
      * INTEGER-OF-DATE CONTA A PARTIR DE 01/01/1601, UMA SEGUNDA-FEIRA:
      * RESTO 6 = SABADO, RESTO 0 = DOMINGO
          88 FIM-DE-SEMANA                VALUE 0 6.
       77 WS-QTD-FERIADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-MAX-FERIADOS                 PIC 9(04) VALUE 1000.
       77 WS-QTD-LISTADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDAS                    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NO-MES                   PIC 9(07) VALUE ZEROS.
       77 WS-SITUACAO-DESC                PIC X(12) VALUE SPACES.
       77 WS-MOTIVO-DESC                  PIC X(25) VALUE SPACES.
       77 WS-CANAL-DESC                   PIC X(15) VALUE SPACES.
       77 WS-PRAZO-DESC                   PIC X(14) VALUE SPACES.
       77 WS-BASE-PCT                     PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SPOOL                   PIC X(40) VALUE SPACES.
       01 WS-TAB-FERIADOS.
          03 WS-FERIADO                   OCCURS 1000 TIMES
                                          ASCENDING KEY IS WS-TAB-DATA
                                          INDEXED BY WS-IX-FER.
             05 WS-TAB-DATA               PIC 9(08).
       01 WS-DATA-PRAZO                   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-HOJE-AAAA                 PIC 9(04).
          03 WS-HOJE-MM                   PIC 9(02).
          03 WS-HOJE-DD                   PIC 9(02).
       01 WS-DATA-EDITADA.
          03 WS-ED-DD                     PIC 9(02).
          03 FILLER                       PIC X(01) VALUE '/'.
          03 WS-ED-MM                     PIC 9(02).
          03 FILLER                       PIC X(01) VALUE '/'.
          03 WS-ED-AAAA                   PIC 9(04).
       01 WS-DATA-EDICAO                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EDICAO.
          03 WS-EDI-AAAA                  PIC 9(04).
          03 WS-EDI-MM                    PIC 9(02).
          03 WS-EDI-DD                    PIC 9(02).
       01 WS-MES-RELATORIO                PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-RELATORIO.
          03 WS-REL-AAAA                  PIC 9(04).
          03 WS-REL-MM                    PIC 9(02).
      *
      * CONTAGEM DO RELATORIO MENSAL: MOTIVO X CANAL (RCLTAB.cpy)
      *
       01 WS-TAB-CONTAGEM.
          03 WS-CT-MOTIVO                 OCCURS 9 TIMES.
             05 WS-CT-CANAL               OCCURS 7 TIMES.
                07 WS-CT-RECEBIDAS        PIC 9(05).
                07 WS-CT-CANCELADAS       PIC 9(05).
                07 WS-CT-RESPONDIDAS      PIC 9(05).
                07 WS-CT-NO-PRAZO         PIC 9(05).
                07 WS-CT-ABERTAS          PIC 9(05).
       01 WS-SUBTOTAL.
          03 WS-ST-RECEBIDAS              PIC 9(05).
          03 WS-ST-CANCELADAS             PIC 9(05).
          03 WS-ST-RESPONDIDAS            PIC 9(05).
          03 WS-ST-NO-PRAZO               PIC 9(05).
          03 WS-ST-ABERTAS                PIC 9(05).
       01 WS-TOTAL-GERAL.
          03 WS-TG-RECEBIDAS              PIC 9(05).
          03 WS-TG-CANCELADAS             PIC 9(05).
          03 WS-TG-RESPONDIDAS            PIC 9(05).
          03 WS-TG-NO-PRAZO               PIC 9(05).
          03 WS-TG-ABERTAS                PIC 9(05).
       01 WS-LINHA-RELATORIO.
          03 WS-LR-MOTIVO                 PIC X(25).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-CANAL                  PIC X(15).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-RECEBIDAS              PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-CANCELADAS             PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-RESPONDIDAS            PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-NO-PRAZO               PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-PCT-PRAZO              PIC ZZ9,9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LR-ABERTAS                PIC ZZZZ9.
       77 WS-PCT-PRAZO                    PIC 9(03)V9 VALUE ZEROS.
       01 WS-AREA-PRM.
          03 WS-PRM-FUNCAO                PIC X(01).
          03 WS-PRM-CODIGO                PIC X(10).
          03 WS-PRM-DATA                  PIC 9(08).
          03 WS-PRM-INDICE                PIC 9(02).
          03 WS-PRM-VALOR                 PIC 9(07)V9(04).
          03 WS-PRM-DT-VIGENCIA           PIC 9(08).
          03 WS-PRM-DESCRICAO             PIC X(40).
          03 WS-PRM-RESULTADO             PIC X(01).
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
          COPY RCLTAB.
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** RECLAMACOES DO SAC/OUVIDORIA ***'
           SET LK-SUCESSO          TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE       TO WS-DATA-SISTEMA

           IF LK-MODO-BATCH
               PERFORM P650-MENSAL-NOTURNO
           ELSE
               SET EXIT-OK         TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM
           .
      ******************************************************************
      * CARREGA FERIADOS.dat NA TABELA (EM ORDEM DE DATA, PELA CHAVE),
      * COMO EM VENCUTIL; POSICOES NAO USADAS FICAM COM 99999999 PARA O
      * SEARCH ALL. SEM O ARQUIVO, SO SABADO E DOMINGO NAO SAO UTEIS
      ******************************************************************
       P100-CARREGA-CALENDARIO.
           MOVE ALL '9'             TO WS-TAB-FERIADOS
           MOVE ZEROS               TO WS-QTD-FERIADOS
           SET CALENDARIO-CARREGADO TO TRUE
           SET EOF-FER-OK           TO FALSE
           SET FS-FER-OK            TO TRUE

           OPEN INPUT FERIADOS
           IF NOT FS-FER-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P110-LE-FERIADO UNTIL EOF-FER-OK

           CLOSE FERIADOS
           .
       P100-FIM.

       P110-LE-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END
                   SET EOF-FER-OK   TO TRUE
               NOT AT END
                   IF WS-QTD-FERIADOS LESS THAN WS-MAX-FERIADOS
                       ADD 1        TO WS-QTD-FERIADOS
                       MOVE FER-DATA
                         TO WS-TAB-DATA(WS-QTD-FERIADOS)
                   ELSE
                       SET EOF-FER-OK TO TRUE
                   END-IF
           END-READ
           .
       P110-FIM.

      ******************************************************************
      * PRAZO DE RESPOSTA: HOJE MAIS PRAZO-RECL DIAS UTEIS
      ******************************************************************
       P150-CALCULA-PRAZO.
           IF NOT CALENDARIO-CARREGADO
               PERFORM P100-CARREGA-CALENDARIO
           END-IF

           MOVE 'V'                 TO WS-PRM-FUNCAO
           MOVE 'PRAZO-RECL'        TO WS-PRM-CODIGO
           MOVE WS-DATA-HOJE        TO WS-PRM-DATA
           MOVE ZEROS               TO WS-PRM-INDICE
           CALL 'PARMUTIL' USING WS-AREA-PRM
           MOVE WS-PRM-VALOR        TO WS-DIAS-PRAZO

           MOVE WS-DATA-HOJE        TO WS-DATA-PRAZO
           COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PRAZO)
           MOVE ZEROS               TO WS-QTD-DIAS-UTEIS
           PERFORM P155-AVANCA-DIA
               UNTIL WS-QTD-DIAS-UTEIS NOT LESS THAN WS-DIAS-PRAZO
           .
       P150-FIM.

       P155-AVANCA-DIA.
           ADD 1                    TO WS-DIAS-INTEIROS
           COMPUTE WS-DATA-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-INTEIROS 7)

           SET DIA-UTIL             TO TRUE
           IF FIM-DE-SEMANA
               SET DIA-UTIL         TO FALSE
           ELSE
               SEARCH ALL WS-FERIADO
                   AT END
                       CONTINUE
                   WHEN WS-TAB-DATA(WS-IX-FER) EQUAL WS-DATA-PRAZO
                       SET DIA-UTIL TO FALSE
               END-SEARCH
           END-IF

           IF DIA-UTIL
               ADD 1                TO WS-QTD-DIAS-UTEIS
           END-IF
           .
       P155-FIM.

       P300-PROCESSA.
           DISPLAY 'DIGITE: <A> ABRIR, <C> CONSULTAR, <T> TRAMITAR, '
                   '<L> LISTAR EM ABERTO, <M> RELATORIO MENSAL OU '
                   '<F> FINALIZAR: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM P310-ABRE-RECLAMACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P330-CONSULTA
               WHEN 'T'
               WHEN 't'
                   PERFORM P350-TRAMITA
               WHEN 'L'
               WHEN 'l'
                   PERFORM P390-LISTA-EM-ABERTO
               WHEN 'M'
               WHEN 'm'
                   DISPLAY 'MES DO RELATORIO (AAAAMM): '
                   ACCEPT WS-MES-RELATORIO
                   IF WS-REL-MM LESS THAN 1 OR WS-REL-MM GREATER THAN 12
                       DISPLAY 'MES INVALIDO!'
                   ELSE
                       PERFORM P600-RELATORIO-MENSAL
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   SET EXIT-OK     TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.

      ******************************************************************
      * ABERTURA: CONTATO EXISTENTE, CONTRATO (SE INFORMADO) DO PROPRIO
      * CONTATO, CANAL E MOTIVO DAS TABELAS E RESPONSAVEL ATIVO (EM
      * BRANCO = O PROPRIO OPERADOR)
      ******************************************************************
       P310-ABRE-RECLAMACAO.
           PERFORM P312-CAPTURA-ABERTURA
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM P150-CALCULA-PRAZO
           ACCEPT WS-HORA-AGORA FROM TIME

           SET FS-RCL-OK            TO TRUE
           OPEN I-O RECLAMACOES
           IF WS-FS-RCL EQUAL 35
               OPEN OUTPUT RECLAMACOES
               CLOSE RECLAMACOES
               OPEN I-O RECLAMACOES
           END-IF
           IF NOT FS-RCL-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES.dat.'
               MOVE WS-FS-RCL       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RCL ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-PROXIMO-PROTOCOLO

           INITIALIZE REG-RECLAMACAO
           MOVE WS-PROXIMO-PROTOCOLO TO RCL-PROTOCOLO
           MOVE WS-ID-INFORMADO     TO RCL-ID-CONTATO
           MOVE WS-CONTRATO-INFORMADO TO RCL-NUM-CONTRATO
           MOVE WS-CANAL-INFORMADO  TO RCL-CANAL
           MOVE WS-MOTIVO-INFORMADO TO RCL-MOTIVO
           MOVE WS-DATA-HOJE        TO RCL-DT-ABERTURA
           MOVE WS-HORA-AGORA       TO RCL-HR-ABERTURA
           MOVE WS-DATA-PRAZO       TO RCL-DT-PRAZO
           MOVE LK-OPERADOR         TO RCL-OPER-ABERTURA
           MOVE WS-RESPONSAVEL      TO RCL-OPER-RESPONSAVEL
           SET RCL-ABERTA           TO TRUE
           MOVE WS-TEXTO            TO RCL-DESCRICAO
           MOVE ZEROS               TO RCL-DT-RESPOSTA
           MOVE SPACES              TO RCL-PROCEDENTE
           MOVE SPACES              TO RCL-RESOLUCAO

           WRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A RECLAMACAO (FILE STATUS '
                           WS-FS-RCL ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   MOVE SPACES      TO WS-ST-ANTERIOR
                   PERFORM P360-GRAVA-HISTORICO
                   MOVE RCL-DT-PRAZO TO WS-DATA-EDICAO
                   PERFORM P395-EDITA-DATA
                   DISPLAY 'Reclamacao registrada - PROTOCOLO '
                           RCL-PROTOCOLO ' - RESPOSTA ATE '
                           WS-DATA-EDITADA
           END-WRITE

           CLOSE RECLAMACOES
           .
       P310-FIM.

       P312-CAPTURA-ABERTURA.
           SET DADOS-OK             TO FALSE

           DISPLAY 'ID DO CONTATO: '
           ACCEPT WS-ID-INFORMADO
           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-INFORMADO     TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   MOVE ZEROS       TO WS-ID-INFORMADO
           END-READ
           CLOSE CONTATOS
           IF WS-ID-INFORMADO EQUAL ZEROS
               DISPLAY 'CONTATO NAO EXISTE!'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CONTATO: ' WS-NM-CONTATO

           DISPLAY 'NUMERO DO CONTRATO (ZEROS = SEM CONTRATO): '
           ACCEPT WS-CONTRATO-INFORMADO
           IF WS-CONTRATO-INFORMADO GREATER THAN ZEROS
               PERFORM P314-CONFERE-CONTRATO
               IF NOT DADOS-OK
                   EXIT PARAGRAPH
               END-IF
               SET DADOS-OK         TO FALSE
           END-IF

           PERFORM P316-MOSTRA-CANAIS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CANAIS-RECL
           DISPLAY 'CANAL: '
           ACCEPT WS-CANAL-INFORMADO
           INSPECT WS-CANAL-INFORMADO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-CANAL-INFORMADO  TO RCL-CANAL
           PERFORM P370-ACHA-CANAL
           IF WS-IND-CANAL EQUAL ZEROS
               DISPLAY 'CANAL INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           PERFORM P317-MOSTRA-MOTIVOS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-MOTIVOS-RECL
           DISPLAY 'MOTIVO: '
           ACCEPT WS-MOTIVO-INFORMADO
           MOVE WS-MOTIVO-INFORMADO TO RCL-MOTIVO
           PERFORM P375-ACHA-MOTIVO
           IF WS-IND-MOTIVO EQUAL ZEROS
               DISPLAY 'MOTIVO INVALIDO!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DESCRICAO DA RECLAMACAO (ATE 60 POSICOES): '
           ACCEPT WS-TEXTO
           IF WS-TEXTO EQUAL SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'OPERADOR RESPONSAVEL (EM BRANCO = VOCE): '
           ACCEPT WS-RESPONSAVEL
           IF WS-RESPONSAVEL EQUAL SPACES
               MOVE LK-OPERADOR     TO WS-RESPONSAVEL
           END-IF
           PERFORM P380-CONFERE-RESPONSAVEL
           .
       P312-FIM.

       P314-CONFERE-CONTRATO.
           SET DADOS-OK             TO FALSE
           SET FS-CTR-OK            TO TRUE
           OPEN INPUT CONTRATOS
           IF NOT FS-CTR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               MOVE WS-FS-CTR       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-CTR ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTRATO-INFORMADO TO REG-NUM-CONTRATO
           READ CONTRATOS
               KEY IS REG-NUM-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO EXISTE!'
               NOT INVALID KEY
                   IF REG-ID-CONTATO EQUAL WS-ID-INFORMADO
                       SET DADOS-OK TO TRUE
                   ELSE
                       DISPLAY 'O CONTRATO NAO E DESTE CONTATO!'
                   END-IF
           END-READ
           CLOSE CONTRATOS
           .
       P314-FIM.

       P316-MOSTRA-CANAIS.
           DISPLAY '  <' WS-CRC-CODIGO(WS-IND) '> '
                   WS-CRC-DESCRICAO(WS-IND)
           .
       P316-FIM.

       P317-MOSTRA-MOTIVOS.
           DISPLAY '  ' WS-MRC-CODIGO(WS-IND) ' - '
                   WS-MRC-DESCRICAO(WS-IND)
           .
       P317-FIM.

      ******************************************************************
      * PROTOCOLO: AAAA + SEQUENCIA DO ANO, A SEGUINTE A MAIOR GRAVADA
      ******************************************************************
       P320-PROXIMO-PROTOCOLO.
           COMPUTE WS-PROTOCOLO-BASE = WS-HOJE-AAAA * 1000000
           MOVE WS-PROTOCOLO-BASE   TO WS-PROXIMO-PROTOCOLO
           SET EOF-RCL-OK           TO FALSE
           MOVE WS-PROTOCOLO-BASE   TO RCL-PROTOCOLO
           START RECLAMACOES KEY IS NOT LESS THAN RCL-PROTOCOLO
               INVALID KEY
                   SET EOF-RCL-OK   TO TRUE
           END-START

           PERFORM P322-LE-PROTOCOLO UNTIL EOF-RCL-OK

           ADD 1                    TO WS-PROXIMO-PROTOCOLO
           .
       P320-FIM.

       P322-LE-PROTOCOLO.
           READ RECLAMACOES NEXT RECORD
               AT END
                   SET EOF-RCL-OK   TO TRUE
               NOT AT END
                   IF RCL-PROTOCOLO LESS THAN
                      WS-PROTOCOLO-BASE + 1000000
                       MOVE RCL-PROTOCOLO TO WS-PROXIMO-PROTOCOLO
                   ELSE
                       SET EOF-RCL-OK TO TRUE
                   END-IF
           END-READ
           .
       P322-FIM.

       P330-CONSULTA.
           DISPLAY 'PROTOCOLO: '
           ACCEPT WS-PROTOCOLO-BUSCA

           SET FS-RCL-OK            TO TRUE
           OPEN INPUT RECLAMACOES
           IF WS-FS-RCL EQUAL 35
               DISPLAY 'NENHUMA RECLAMACAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-RCL-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES.dat.'
               MOVE WS-FS-RCL       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RCL ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROTOCOLO-BUSCA  TO RCL-PROTOCOLO
           READ RECLAMACOES
               KEY IS RCL-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO EXISTE!'
               NOT INVALID KEY
                   PERFORM P335-MOSTRA-RECLAMACAO
                   PERFORM P340-MOSTRA-HISTORICO
           END-READ

           CLOSE RECLAMACOES
           .
       P330-FIM.

       P335-MOSTRA-RECLAMACAO.
           PERFORM P370-ACHA-CANAL
           PERFORM P375-ACHA-MOTIVO
           PERFORM P385-DESCREVE-SITUACAO

           DISPLAY '=============================================='
           DISPLAY 'PROTOCOLO.....: ' RCL-PROTOCOLO
                   '  SITUACAO: ' WS-SITUACAO-DESC
           DISPLAY 'CONTATO.......: ' RCL-ID-CONTATO
                   '  CONTRATO: ' RCL-NUM-CONTRATO
           DISPLAY 'CANAL.........: ' WS-CANAL-DESC
           DISPLAY 'MOTIVO........: ' WS-MOTIVO-DESC
           DISPLAY 'DESCRICAO.....: ' RCL-DESCRICAO
           MOVE RCL-DT-ABERTURA     TO WS-DATA-EDICAO
           PERFORM P395-EDITA-DATA
           DISPLAY 'ABERTURA......: ' WS-DATA-EDITADA
                   '  POR: ' RCL-OPER-ABERTURA
           MOVE RCL-DT-PRAZO        TO WS-DATA-EDICAO
           PERFORM P395-EDITA-DATA
           DISPLAY 'PRAZO.........: ' WS-DATA-EDITADA
                   '  ' WS-PRAZO-DESC
           DISPLAY 'RESPONSAVEL...: ' RCL-OPER-RESPONSAVEL
           IF RCL-RESPONDIDA
               MOVE RCL-DT-RESPOSTA TO WS-DATA-EDICAO
               PERFORM P395-EDITA-DATA
               DISPLAY 'RESPOSTA......: ' WS-DATA-EDITADA
                       '  PROCEDENTE: ' RCL-PROCEDENTE
               DISPLAY 'RESOLUCAO.....: ' RCL-RESOLUCAO
           END-IF
           IF RCL-CANCELADA
               DISPLAY 'MOTIVO CANCEL.: ' RCL-RESOLUCAO
           END-IF
           .
       P335-FIM.

       P340-MOSTRA-HISTORICO.
           DISPLAY '------------------ HISTORICO -----------------'
           SET FS-RCH-OK            TO TRUE
           SET EOF-RCH-OK           TO FALSE
           OPEN INPUT RECLAMACOES-HIST
           IF NOT FS-RCH-OK
               DISPLAY '  SEM HISTORICO.'
               EXIT PARAGRAPH
           END-IF

           MOVE RCL-PROTOCOLO       TO RCH-PROTOCOLO
           MOVE ZEROS               TO RCH-SEQUENCIA
           START RECLAMACOES-HIST KEY IS NOT LESS THAN RCH-CHAVE
               INVALID KEY
                   SET EOF-RCH-OK   TO TRUE
           END-START

           PERFORM P342-LE-HISTORICO UNTIL EOF-RCH-OK

           CLOSE RECLAMACOES-HIST
           .
       P340-FIM.

       P342-LE-HISTORICO.
           READ RECLAMACOES-HIST NEXT RECORD
               AT END
                   SET EOF-RCH-OK   TO TRUE
               NOT AT END
                   IF RCH-PROTOCOLO NOT EQUAL RCL-PROTOCOLO
                       SET EOF-RCH-OK TO TRUE
                   ELSE
                       MOVE RCH-DATA TO WS-DATA-EDICAO
                       PERFORM P395-EDITA-DATA
                       DISPLAY '  ' WS-DATA-EDITADA ' ' RCH-OPERADOR
                               ' ' RCH-ST-ANTERIOR '>' RCH-ST-NOVO
                               ' RESP ' RCH-RESPONSAVEL ' '
                               RCH-TEXTO(1:32)
                   END-IF
           END-READ
           .
       P342-FIM.

      ******************************************************************
      * TRAMITACAO DE RECLAMACAO EM ABERTO: RESPONDIDA PEDE A
      * PROCEDENCIA E A RESPOSTA; CANCELADA PEDE O MOTIVO; EM ANALISE OU
      * SO A TROCA DE RESPONSAVEL PEDEM O NOVO RESPONSAVEL E UM TEXTO
      ******************************************************************
       P350-TRAMITA.
           DISPLAY 'PROTOCOLO: '
           ACCEPT WS-PROTOCOLO-BUSCA

           SET FS-RCL-OK            TO TRUE
           OPEN I-O RECLAMACOES
           IF WS-FS-RCL EQUAL 35
               DISPLAY 'NENHUMA RECLAMACAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-RCL-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES.dat.'
               MOVE WS-FS-RCL       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RCL ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET RECLAMACAO-ACHADA    TO FALSE
           MOVE WS-PROTOCOLO-BUSCA  TO RCL-PROTOCOLO
           READ RECLAMACOES
               KEY IS RCL-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO EXISTE!'
               NOT INVALID KEY
                   SET RECLAMACAO-ACHADA TO TRUE
           END-READ

           IF RECLAMACAO-ACHADA
               PERFORM P335-MOSTRA-RECLAMACAO
               IF RCL-EM-ABERTO
                   PERFORM P352-CAPTURA-TRAMITACAO
                   IF DADOS-OK
                       PERFORM P355-GRAVA-TRAMITACAO
                   END-IF
               ELSE
                   DISPLAY 'RECLAMACAO JA ENCERRADA - NAO PODE SER '
                           'TRAMITADA.'
               END-IF
           END-IF

           CLOSE RECLAMACOES
           .
       P350-FIM.

       P352-CAPTURA-TRAMITACAO.
           SET DADOS-OK             TO FALSE
           MOVE RCL-OPER-RESPONSAVEL TO WS-RESPONSAVEL
           MOVE SPACES              TO WS-PROCEDENTE

           DISPLAY 'NOVA SITUACAO: <E> EM ANALISE, <R> RESPONDIDA, '
                   '<C> CANCELADA OU <T> SO TROCAR O RESPONSAVEL: '
           ACCEPT WS-NOVA-SITUACAO
           INSPECT WS-NOVA-SITUACAO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE WS-NOVA-SITUACAO
               WHEN 'R'
                   DISPLAY 'RECLAMACAO PROCEDENTE? <S/N>: '
                   ACCEPT WS-PROCEDENTE
                   INSPECT WS-PROCEDENTE
                       CONVERTING 'sn' TO 'SN'
                   IF WS-PROCEDENTE NOT EQUAL 'S' AND
                      WS-PROCEDENTE NOT EQUAL 'N'
                       DISPLAY 'INFORME S OU N!'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'RESPOSTA DADA AO CLIENTE (ATE 60 '
                           'POSICOES): '
               WHEN 'C'
                   DISPLAY 'MOTIVO DO CANCELAMENTO (ATE 60 '
                           'POSICOES): '
               WHEN 'E'
               WHEN 'T'
                   DISPLAY 'NOVO RESPONSAVEL (EM BRANCO = MANTEM '
                           RCL-OPER-RESPONSAVEL '): '
                   ACCEPT WS-RESPONSAVEL
                   IF WS-RESPONSAVEL EQUAL SPACES
                       MOVE RCL-OPER-RESPONSAVEL TO WS-RESPONSAVEL
                   END-IF
                   PERFORM P380-CONFERE-RESPONSAVEL
                   IF NOT DADOS-OK
                       EXIT PARAGRAPH
                   END-IF
                   SET DADOS-OK     TO FALSE
                   DISPLAY 'TEXTO DA TRAMITACAO (ATE 60 POSICOES): '
               WHEN OTHER
                   DISPLAY 'SITUACAO INVALIDA!'
                   EXIT PARAGRAPH
           END-EVALUATE

           ACCEPT WS-TEXTO
           IF WS-TEXTO EQUAL SPACES
               DISPLAY 'TEXTO OBRIGATORIO!'
               EXIT PARAGRAPH
           END-IF

           SET DADOS-OK             TO TRUE
           .
       P352-FIM.

       P355-GRAVA-TRAMITACAO.
           MOVE RCL-ST-RECLAMACAO   TO WS-ST-ANTERIOR
           MOVE WS-RESPONSAVEL      TO RCL-OPER-RESPONSAVEL
           ACCEPT WS-HORA-AGORA FROM TIME

           EVALUATE WS-NOVA-SITUACAO
               WHEN 'E'
                   SET RCL-EM-ANALISE TO TRUE
               WHEN 'R'
                   SET RCL-RESPONDIDA TO TRUE
                   MOVE WS-DATA-HOJE TO RCL-DT-RESPOSTA
                   MOVE WS-PROCEDENTE TO RCL-PROCEDENTE
                   MOVE WS-TEXTO    TO RCL-RESOLUCAO
               WHEN 'C'
                   SET RCL-CANCELADA TO TRUE
                   MOVE WS-TEXTO    TO RCL-RESOLUCAO
           END-EVALUATE

           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RECLAMACAO (FILE STATUS '
                           WS-FS-RCL ').'
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   PERFORM P360-GRAVA-HISTORICO
                   DISPLAY 'Tramitacao gravada com sucesso!'
                   IF RCL-RESPONDIDA AND
                      RCL-DT-RESPOSTA GREATER THAN RCL-DT-PRAZO
                       DISPLAY 'ATENCAO: RESPOSTA FORA DO PRAZO.'
                   END-IF
           END-REWRITE
           .
       P355-FIM.

      ******************************************************************
      * HISTORICO: SEQUENCIA SEGUINTE A MAIOR DO PROTOCOLO, COM A
      * SITUACAO ANTERIOR (EM BRANCO NA ABERTURA) E A NOVA
      ******************************************************************
       P360-GRAVA-HISTORICO.
           SET FS-RCH-OK            TO TRUE
           OPEN I-O RECLAMACOES-HIST
           IF WS-FS-RCH EQUAL 35
               OPEN OUTPUT RECLAMACOES-HIST
               CLOSE RECLAMACOES-HIST
               OPEN I-O RECLAMACOES-HIST
           END-IF
           IF NOT FS-RCH-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES_HIST.dat (FILE '
                       'STATUS ' WS-FS-RCH ').'
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS               TO WS-PROX-SEQUENCIA
           SET EOF-RCH-OK           TO FALSE
           MOVE RCL-PROTOCOLO       TO RCH-PROTOCOLO
           MOVE ZEROS               TO RCH-SEQUENCIA
           START RECLAMACOES-HIST KEY IS NOT LESS THAN RCH-CHAVE
               INVALID KEY
                   SET EOF-RCH-OK   TO TRUE
           END-START
           PERFORM P362-LE-SEQUENCIA UNTIL EOF-RCH-OK
           ADD 1                    TO WS-PROX-SEQUENCIA

           MOVE RCL-PROTOCOLO       TO RCH-PROTOCOLO
           MOVE WS-PROX-SEQUENCIA   TO RCH-SEQUENCIA
           MOVE WS-DATA-HOJE        TO RCH-DATA
           MOVE WS-HORA-AGORA       TO RCH-HORA
           MOVE LK-OPERADOR         TO RCH-OPERADOR
           MOVE WS-ST-ANTERIOR      TO RCH-ST-ANTERIOR
           MOVE RCL-ST-RECLAMACAO   TO RCH-ST-NOVO
           MOVE RCL-OPER-RESPONSAVEL TO RCH-RESPONSAVEL
           MOVE WS-TEXTO            TO RCH-TEXTO

           WRITE REG-RECLAMACAO-HIST
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DA RECLAMACAO.'
                   SET LK-ERRO      TO TRUE
           END-WRITE

           CLOSE RECLAMACOES-HIST
           .
       P360-FIM.

       P362-LE-SEQUENCIA.
           READ RECLAMACOES-HIST NEXT RECORD
               AT END
                   SET EOF-RCH-OK   TO TRUE
               NOT AT END
                   IF RCH-PROTOCOLO EQUAL RCL-PROTOCOLO
                       MOVE RCH-SEQUENCIA TO WS-PROX-SEQUENCIA
                   ELSE
                       SET EOF-RCH-OK TO TRUE
                   END-IF
           END-READ
           .
       P362-FIM.

       P370-ACHA-CANAL.
           MOVE ZEROS               TO WS-IND-CANAL
           MOVE 'NAO CADASTRADO'    TO WS-CANAL-DESC
           PERFORM P372-COMPARA-CANAL
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-CANAIS-RECL OR
                     WS-IND-CANAL GREATER THAN ZEROS
           .
       P370-FIM.

       P372-COMPARA-CANAL.
           IF WS-CRC-CODIGO(WS-IND) EQUAL RCL-CANAL
               MOVE WS-IND          TO WS-IND-CANAL
               MOVE WS-CRC-DESCRICAO(WS-IND) TO WS-CANAL-DESC
           END-IF
           .
       P372-FIM.

       P375-ACHA-MOTIVO.
           MOVE ZEROS               TO WS-IND-MOTIVO
           MOVE 'NAO CADASTRADO'    TO WS-MOTIVO-DESC
           PERFORM P377-COMPARA-MOTIVO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-MOTIVOS-RECL OR
                     WS-IND-MOTIVO GREATER THAN ZEROS
           .
       P375-FIM.

       P377-COMPARA-MOTIVO.
           IF WS-MRC-CODIGO(WS-IND) EQUAL RCL-MOTIVO
               MOVE WS-IND          TO WS-IND-MOTIVO
               MOVE WS-MRC-DESCRICAO(WS-IND) TO WS-MOTIVO-DESC
           END-IF
           .
       P377-FIM.

       P380-CONFERE-RESPONSAVEL.
           SET DADOS-OK             TO FALSE
           SET FS-OPER-OK           TO TRUE

           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               MOVE WS-RESPONSAVEL  TO OPER-ID
               READ OPERADORES
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-ATIVO
                           SET DADOS-OK TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF

           IF NOT DADOS-OK
               DISPLAY 'RESPONSAVEL NAO E UM OPERADOR ATIVO!'
           END-IF
           .
       P380-FIM.

       P385-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN RCL-ABERTA
                   MOVE 'ABERTA'      TO WS-SITUACAO-DESC
               WHEN RCL-EM-ANALISE
                   MOVE 'EM ANALISE'  TO WS-SITUACAO-DESC
               WHEN RCL-RESPONDIDA
                   MOVE 'RESPONDIDA'  TO WS-SITUACAO-DESC
               WHEN RCL-CANCELADA
                   MOVE 'CANCELADA'   TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE RCL-ST-RECLAMACAO TO WS-SITUACAO-DESC
           END-EVALUATE

           EVALUATE TRUE
               WHEN RCL-EM-ABERTO AND RCL-DT-PRAZO LESS THAN
                    WS-DATA-HOJE
                   MOVE 'PRAZO VENCIDO'  TO WS-PRAZO-DESC
               WHEN RCL-EM-ABERTO
                   MOVE 'NO PRAZO'       TO WS-PRAZO-DESC
               WHEN RCL-RESPONDIDA AND RCL-DT-RESPOSTA GREATER THAN
                    RCL-DT-PRAZO
                   MOVE 'FORA DO PRAZO'  TO WS-PRAZO-DESC
               WHEN RCL-RESPONDIDA
                   MOVE 'NO PRAZO'       TO WS-PRAZO-DESC
               WHEN OTHER
                   MOVE SPACES           TO WS-PRAZO-DESC
           END-EVALUATE
           .
       P385-FIM.

      ******************************************************************
      * RECLAMACOES EM ABERTO (ABERTAS E EM ANALISE), COM AS DE PRAZO
      * VENCIDO MARCADAS
      ******************************************************************
       P390-LISTA-EM-ABERTO.
           MOVE ZEROS               TO WS-QTD-LISTADAS
           MOVE ZEROS               TO WS-QTD-VENCIDAS
           SET EOF-RCL-OK           TO FALSE
           SET FS-RCL-OK            TO TRUE

           OPEN INPUT RECLAMACOES
           IF WS-FS-RCL EQUAL 35
               DISPLAY 'NENHUMA RECLAMACAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-RCL-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES.dat.'
               MOVE WS-FS-RCL       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RCL ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PROTOCOLO  CONTATO PRAZO      RESP.  SITUACAO'
           PERFORM P392-LE-EM-ABERTO UNTIL EOF-RCL-OK
           CLOSE RECLAMACOES

           DISPLAY 'RECLAMACOES EM ABERTO: ' WS-QTD-LISTADAS
                   '  COM PRAZO VENCIDO: ' WS-QTD-VENCIDAS
           .
       P390-FIM.

       P392-LE-EM-ABERTO.
           READ RECLAMACOES NEXT RECORD
               AT END
                   SET EOF-RCL-OK   TO TRUE
               NOT AT END
                   IF RCL-EM-ABERTO
                       ADD 1        TO WS-QTD-LISTADAS
                       PERFORM P385-DESCREVE-SITUACAO
                       IF RCL-DT-PRAZO LESS THAN WS-DATA-HOJE
                           ADD 1    TO WS-QTD-VENCIDAS
                       END-IF
                       MOVE RCL-DT-PRAZO TO WS-DATA-EDICAO
                       PERFORM P395-EDITA-DATA
                       DISPLAY RCL-PROTOCOLO ' ' RCL-ID-CONTATO ' '
                               WS-DATA-EDITADA ' '
                               RCL-OPER-RESPONSAVEL ' '
                               WS-SITUACAO-DESC ' ' WS-PRAZO-DESC
                   END-IF
           END-READ
           .
       P392-FIM.

       P395-EDITA-DATA.
           MOVE WS-EDI-DD           TO WS-ED-DD
           MOVE WS-EDI-MM           TO WS-ED-MM
           MOVE WS-EDI-AAAA         TO WS-ED-AAAA
           .
       P395-FIM.

      ******************************************************************
      * RELATORIO MENSAL (SPOOL): RECLAMACOES ABERTAS NO MES, POR MOTIVO
      * E CANAL; NO PRAZO = RESPONDIDA ATE A DATA DO PRAZO; O PERCENTUAL
      * E SOBRE AS NAO CANCELADAS; ABERT = AINDA EM ABERTO HOJE
      ******************************************************************
       P600-RELATORIO-MENSAL.
           INITIALIZE WS-TAB-CONTAGEM
           INITIALIZE WS-TOTAL-GERAL
           MOVE ZEROS               TO WS-QTD-LIDAS
           MOVE ZEROS               TO WS-QTD-NO-MES
           SET EOF-RCL-OK           TO FALSE
           SET FS-RCL-OK            TO TRUE

           OPEN INPUT RECLAMACOES
           IF WS-FS-RCL EQUAL 35
               DISPLAY 'NENHUMA RECLAMACAO REGISTRADA AINDA.'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-RCL-OK
               DISPLAY 'ERRO AO ABRIR RECLAMACOES.dat.'
               MOVE WS-FS-RCL       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-RCL ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P610-CONTA-RECLAMACAO UNTIL EOF-RCL-OK
           CLOSE RECLAMACOES

           MOVE 'OUVCNTT '          TO WS-SPL-PROGRAMA
           CALL 'SPOOLUTL' USING WS-AREA-SPOOL
           MOVE WS-SPL-NOME         TO WS-NOME-SPOOL
           OPEN OUTPUT ARQ-IMPRESSAO

           PERFORM P620-CABECALHO
           PERFORM P630-IMPRIME-MOTIVO
               VARYING WS-IND-MOTIVO FROM 1 BY 1
               UNTIL WS-IND-MOTIVO GREATER THAN WS-QTD-MOTIVOS-RECL
           PERFORM P640-RODAPE

           CLOSE ARQ-IMPRESSAO
           DISPLAY 'RECLAMACOES ABERTAS NO MES: ' WS-QTD-NO-MES
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SPOOL
           .
       P600-FIM.

       P610-CONTA-RECLAMACAO.
           READ RECLAMACOES NEXT RECORD
               AT END
                   SET EOF-RCL-OK   TO TRUE
               NOT AT END
                   ADD 1            TO WS-QTD-LIDAS
                   IF RCL-DT-ABERTURA(1:6) EQUAL WS-MES-RELATORIO
                       PERFORM P612-ACUMULA
                   END-IF
           END-READ
           .
       P610-FIM.

      *    MOTIVO OU CANAL FORA DA TABELA CONTA NA ULTIMA LINHA DELA
       P612-ACUMULA.
           ADD 1                    TO WS-QTD-NO-MES
           PERFORM P375-ACHA-MOTIVO
           IF WS-IND-MOTIVO EQUAL ZEROS
               MOVE WS-QTD-MOTIVOS-RECL TO WS-IND-MOTIVO
           END-IF
           PERFORM P370-ACHA-CANAL
           IF WS-IND-CANAL EQUAL ZEROS
               MOVE WS-QTD-CANAIS-RECL TO WS-IND-CANAL
           END-IF

           ADD 1 TO WS-CT-RECEBIDAS(WS-IND-MOTIVO WS-IND-CANAL)
           EVALUATE TRUE
               WHEN RCL-CANCELADA
                   ADD 1 TO WS-CT-CANCELADAS(WS-IND-MOTIVO WS-IND-CANAL)
               WHEN RCL-RESPONDIDA
                   ADD 1 TO
                       WS-CT-RESPONDIDAS(WS-IND-MOTIVO WS-IND-CANAL)
                   IF RCL-DT-RESPOSTA NOT GREATER THAN RCL-DT-PRAZO
                       ADD 1 TO
                           WS-CT-NO-PRAZO(WS-IND-MOTIVO WS-IND-CANAL)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CT-ABERTAS(WS-IND-MOTIVO WS-IND-CANAL)
           END-EVALUATE
           .
       P612-FIM.

       P620-CABECALHO.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           STRING 'RECLAMACOES DO SAC/OUVIDORIA - MES ' WS-REL-MM '/'
                  WS-REL-AAAA '  EMISSAO: ' WS-HOJE-DD '/'
                  WS-HOJE-MM '/' WS-HOJE-AAAA
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE SPACES              TO REG-IMPRESSAO
           MOVE 'MOTIVO'            TO REG-IMPRESSAO(1:6)
           MOVE 'CANAL'             TO REG-IMPRESSAO(27:5)
           MOVE 'RECEB  CANC  RESP PRAZO %PRAZ ABERT'
                                    TO REG-IMPRESSAO(43:35)
           WRITE REG-IMPRESSAO
           .
       P620-FIM.

       P630-IMPRIME-MOTIVO.
           INITIALIZE WS-SUBTOTAL
           PERFORM P632-IMPRIME-CANAL
               VARYING WS-IND-CANAL FROM 1 BY 1
               UNTIL WS-IND-CANAL GREATER THAN WS-QTD-CANAIS-RECL

           IF WS-ST-RECEBIDAS GREATER THAN ZEROS
               MOVE SPACES          TO WS-LR-MOTIVO
               MOVE '  SUBTOTAL'    TO WS-LR-CANAL
               MOVE WS-ST-RECEBIDAS   TO WS-LR-RECEBIDAS
               MOVE WS-ST-CANCELADAS  TO WS-LR-CANCELADAS
               MOVE WS-ST-RESPONDIDAS TO WS-LR-RESPONDIDAS
               MOVE WS-ST-NO-PRAZO    TO WS-LR-NO-PRAZO
               MOVE WS-ST-ABERTAS     TO WS-LR-ABERTAS
               COMPUTE WS-BASE-PCT =
                       WS-ST-RECEBIDAS - WS-ST-CANCELADAS
               MOVE WS-ST-NO-PRAZO  TO WS-PCT-PRAZO
               PERFORM P635-CALCULA-PERCENTUAL
               MOVE WS-LINHA-RELATORIO TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
               MOVE SPACES          TO REG-IMPRESSAO
               WRITE REG-IMPRESSAO
           END-IF
           .
       P630-FIM.

       P632-IMPRIME-CANAL.
           IF WS-CT-RECEBIDAS(WS-IND-MOTIVO WS-IND-CANAL) EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-ST-RECEBIDAS EQUAL ZEROS
               MOVE WS-MRC-DESCRICAO(WS-IND-MOTIVO) TO WS-LR-MOTIVO
           ELSE
               MOVE SPACES          TO WS-LR-MOTIVO
           END-IF
           MOVE WS-CRC-DESCRICAO(WS-IND-CANAL) TO WS-LR-CANAL
           MOVE WS-CT-RECEBIDAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-LR-RECEBIDAS
           MOVE WS-CT-CANCELADAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-LR-CANCELADAS
           MOVE WS-CT-RESPONDIDAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-LR-RESPONDIDAS
           MOVE WS-CT-NO-PRAZO(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-LR-NO-PRAZO
           MOVE WS-CT-ABERTAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-LR-ABERTAS
           COMPUTE WS-BASE-PCT =
                   WS-CT-RECEBIDAS(WS-IND-MOTIVO WS-IND-CANAL) -
                   WS-CT-CANCELADAS(WS-IND-MOTIVO WS-IND-CANAL)
           MOVE WS-CT-NO-PRAZO(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-PCT-PRAZO
           PERFORM P635-CALCULA-PERCENTUAL
           MOVE WS-LINHA-RELATORIO  TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO

           ADD WS-CT-RECEBIDAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-ST-RECEBIDAS
                                       WS-TG-RECEBIDAS
           ADD WS-CT-CANCELADAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-ST-CANCELADAS
                                       WS-TG-CANCELADAS
           ADD WS-CT-RESPONDIDAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-ST-RESPONDIDAS
                                       WS-TG-RESPONDIDAS
           ADD WS-CT-NO-PRAZO(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-ST-NO-PRAZO
                                       WS-TG-NO-PRAZO
           ADD WS-CT-ABERTAS(WS-IND-MOTIVO WS-IND-CANAL)
                                    TO WS-ST-ABERTAS
                                       WS-TG-ABERTAS
           .
       P632-FIM.

      *    ENTRA COM A QUANTIDADE NO PRAZO EM WS-PCT-PRAZO E A BASE EM
      *    WS-BASE-PCT; SEM BASE O PERCENTUAL FICA ZERO
       P635-CALCULA-PERCENTUAL.
           IF WS-BASE-PCT EQUAL ZEROS
               MOVE ZEROS           TO WS-PCT-PRAZO
           ELSE
               COMPUTE WS-PCT-PRAZO ROUNDED =
                       WS-PCT-PRAZO * 100 / WS-BASE-PCT
           END-IF
           MOVE WS-PCT-PRAZO        TO WS-LR-PCT-PRAZO
           .
       P635-FIM.

       P640-RODAPE.
           MOVE '========================================'
                                    TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           MOVE 'TOTAL GERAL'       TO WS-LR-MOTIVO
           MOVE SPACES              TO WS-LR-CANAL
           MOVE WS-TG-RECEBIDAS     TO WS-LR-RECEBIDAS
           MOVE WS-TG-CANCELADAS    TO WS-LR-CANCELADAS
           MOVE WS-TG-RESPONDIDAS   TO WS-LR-RESPONDIDAS
           MOVE WS-TG-NO-PRAZO      TO WS-LR-NO-PRAZO
           MOVE WS-TG-ABERTAS       TO WS-LR-ABERTAS
           COMPUTE WS-BASE-PCT = WS-TG-RECEBIDAS - WS-TG-CANCELADAS
           MOVE WS-TG-NO-PRAZO      TO WS-PCT-PRAZO
           PERFORM P635-CALCULA-PERCENTUAL
           MOVE WS-LINHA-RELATORIO  TO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P640-FIM.

      ******************************************************************
      * PLANO NOTURNO (PASSO MENSAL): RELATORIO DO MES ANTERIOR
      ******************************************************************
       P650-MENSAL-NOTURNO.
           MOVE 'OUVCNTT '          TO WS-LOG-PROGRAMA
           MOVE 'I'                 TO WS-LOG-EVENTO
           MOVE ZEROS               TO WS-LOG-QTD-LIDOS
           MOVE ZEROS               TO WS-LOG-QTD-GRAVADOS
           MOVE ZEROS               TO WS-LOG-QTD-REJEITADOS
           MOVE '0'                 TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG

           IF WS-HOJE-MM EQUAL 1
               COMPUTE WS-REL-AAAA = WS-HOJE-AAAA - 1
               MOVE 12              TO WS-REL-MM
           ELSE
               MOVE WS-HOJE-AAAA    TO WS-REL-AAAA
               COMPUTE WS-REL-MM = WS-HOJE-MM - 1
           END-IF
           PERFORM P600-RELATORIO-MENSAL

           MOVE 'F'                 TO WS-LOG-EVENTO
           MOVE WS-QTD-LIDAS        TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-NO-MES       TO WS-LOG-QTD-GRAVADOS
           MOVE LK-STATUS           TO WS-LOG-STATUS
           CALL 'LOGEXEC' USING WS-AREA-LOG
           .
       P650-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM OUVCNTT.
