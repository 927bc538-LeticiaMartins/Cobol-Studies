      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 25/11/2024
      * Purpose: REGISTRO DOS PEDIDOS DO TITULAR DE DADOS (LGPD) EM
      *          LGPD_PEDIDOS.dat (FD_PLGPD), COM O PRAZO LEGAL DE 15
      *          DIAS CORRIDOS CONTADO DO RECEBIMENTO:
      *          <A> ABRE O PEDIDO (ACESSO, CORRECAO, ELIMINACAO,
      *              REVOGACAO DO CONSENTIMENTO OU PORTABILIDADE) PARA
      *              UM ID-CONTATO E DEVOLVE O NUMERO DE PROTOCOLO;
      *          <E> ENCERRA O PEDIDO: ATENDIDO EXIGE A EVIDENCIA DO
      *              ATENDIMENTO, CONFERIDA NA HORA - ACESSO E
      *              PORTABILIDADE PELO DOSSIE DE LGPDCNTT NO SPOOL
      *              (SPOOL_CTL.dat), CORRECAO E REVOGACAO PELA
      *              ALTERACAO GRAVADA NA AUDITORIA DE CONTATOS
      *              (ALTCONTT/OPTCNTT), ELIMINACAO PELO EXPURGO DE
      *              PURGCNTT NA AUDITORIA; A AUDITORIA E PROCURADA NO
      *              ARQUIVO VIVO E NOS MESES FECHADOS POR ARQAUDIT
      *              DESDE O RECEBIMENTO; INDEFERIDO EXIGE A
      *              JUSTIFICATIVA;
      *          <C> CONSULTA UM PROTOCOLO;
      *          <L> LISTA OS PEDIDOS EM ABERTO DA EMPRESA, COM OS
      *              VENCIDOS MARCADOS (MENUGERA MOSTRA OS VENCIDOS E
      *              OS QUE VENCEM NO DIA LOGO APOS O SIGN-ON)
      * Tectonics: cobc -I copybooks
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT PEDIDOS ASSIGN TO
               'LGPD_PEDIDOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS LPD-PROTOCOLO
               FILE STATUS IS WS-FS-PED.

               SELECT CATALOGO ASSIGN TO
               'SPOOL_CTL.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT AUDITORIA ASSIGN TO
               'CONTATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

               SELECT ARQ-MORTO ASSIGN TO WS-ARQ-MORTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.


       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD PEDIDOS.
          COPY FD_PLGPD.

       FD CATALOGO.
       01 REG-CATALOGO.
          03 CAT-DATA                     PIC 9(08).
          03 CAT-PROGRAMA                 PIC X(08).
          03 CAT-SEQUENCIA                PIC 9(02).
          03 CAT-NOME                     PIC X(40).

       FD AUDITORIA.
          COPY FD_AUDIT.

       FD ARQ-MORTO.
       01 REG-ARQ-MORTO                   PIC X(477).

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-PED                       PIC 99.
          88 FS-PED-OK                    VALUE 0.
       77 WS-FS-CAT                       PIC 99.
          88 FS-CAT-OK                    VALUE 0.
       77 WS-FS-AUD                       PIC 99.
          88 FS-AUD-OK                    VALUE 0.
       77 WS-FS-MORTO                     PIC 99.
          88 FS-MORTO-OK                  VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUD                      PIC X.
          88 EOF-AUD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-ID-CONSULTA                  PIC 9(06) VALUE ZEROS.
       77 WS-PROTOCOLO-BUSCA              PIC 9(06) VALUE ZEROS.
       77 WS-PROX-PROTOCOLO               PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-PEDIDO                  PIC X(01) VALUE SPACES.
       77 WS-DESFECHO                     PIC X(01) VALUE SPACES.
       77 WS-DT-RECEBIMENTO               PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PRAZO                   PIC 9(03) VALUE 15.
       77 WS-DIAS-INTEIROS                PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LISTADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VENCIDOS                 PIC 9(04) VALUE ZEROS.
       77 WS-NOME-EVIDENCIA               PIC X(40) VALUE SPACES.
       77 WS-OBSERVACAO                   PIC X(40) VALUE SPACES.
       77 WS-CONTATO-ACHADO               PIC X VALUE 'N'.
          88 CONTATO-ACHADO               VALUE 'S' FALSE 'N'.
       77 WS-EVIDENCIA                    PIC X VALUE 'N'.
          88 EVIDENCIA-ACHADA             VALUE 'S' FALSE 'N'.
       77 WS-OPER-EVIDENCIA               PIC X(01) VALUE SPACES.
       77 WS-EVID-DATA                    PIC 9(08) VALUE ZEROS.
       77 WS-EVID-HORA                    PIC 9(08) VALUE ZEROS.
       77 WS-MES-CORRENTE                 PIC 9(06) VALUE ZEROS.
       77 WS-MES-FINAL                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-TOTAIS                 PIC 9(06) VALUE ZEROS.
       77 WS-MES-AAAA                     PIC 9(04) VALUE ZEROS.
       77 WS-MES-MM                       PIC 9(02) VALUE ZEROS.
       77 WS-ARQ-MORTO                    PIC X(30) VALUE SPACES.
       77 WS-DESC-TIPO                    PIC X(14) VALUE SPACES.
       77 WS-DESC-SITUACAO                PIC X(10) VALUE SPACES.
      ******************************************************************
      * ESPELHO DO REGISTRO DE FD_AUDIT SOBRE A IMAGEM DOS MESES
      * FECHADOS (ARQAUDIT GRAVA O REGISTRO INTEIRO, 477 POSICOES)
      ******************************************************************
       01 WS-IMAGEM-AUD                   PIC X(477).
       01 FILLER REDEFINES WS-IMAGEM-AUD.
          03 WS-MAU-DATA                  PIC 9(08).
          03 WS-MAU-HORA                  PIC 9(08).
          03 WS-MAU-ID-CONTATO            PIC 9(06).
          03 WS-MAU-OPERACAO              PIC X(01).
          03 FILLER                       PIC X(454).
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
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** PEDIDOS DO TITULAR DE DADOS (LGPD) ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           PERFORM P300-PEDIDOS    THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
           .
       P300-PEDIDOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'DIGITE: <A> ABRIR PEDIDO, <E> ENCERRAR PEDIDO, '
                   '<C> CONSULTAR PROTOCOLO OU <L> LISTAR EM ABERTO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM P310-ABRE-PEDIDO
               WHEN 'E'
               WHEN 'e'
                   PERFORM P330-ENCERRA-PEDIDO
               WHEN 'C'
               WHEN 'c'
                   PERFORM P370-CONSULTA-PEDIDO
               WHEN 'L'
               WHEN 'l'
                   PERFORM P380-LISTA-ABERTOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE

           DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.

      ******************************************************************
      * ABERTURA: O TITULAR PRECISA EXISTIR NA BASE DA EMPRESA (ATIVO
      * OU NAO - O EXCLUIDO TAMBEM PODE PEDIR ACESSO OU ELIMINACAO);
      * O PRAZO E O RECEBIMENTO MAIS 15 DIAS CORRIDOS
      ******************************************************************
       P310-ABRE-PEDIDO.
           PERFORM P315-LOCALIZA-TITULAR

           IF NOT CONTATO-ACHADO
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'TIPO DO PEDIDO: <A> ACESSO, <C> CORRECAO, '
                   '<E> ELIMINACAO, <R> REVOGACAO DO CONSENTIMENTO, '
                   '<P> PORTABILIDADE: '
           ACCEPT WS-TIPO-PEDIDO
           INSPECT WS-TIPO-PEDIDO CONVERTING 'acerp' TO 'ACERP'
           MOVE WS-TIPO-PEDIDO      TO LPD-TIPO

           IF NOT LPD-TIPO-VALIDO
               DISPLAY 'TIPO DE PEDIDO INVALIDO - NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Data de recebimento (AAAAMMDD, 0 = hoje): '
           ACCEPT WS-DT-RECEBIMENTO
           IF WS-DT-RECEBIMENTO EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DT-RECEBIMENTO
           END-IF

           IF WS-DT-RECEBIMENTO GREATER THAN WS-DATA-HOJE OR
              WS-DT-RECEBIMENTO(5:2) LESS THAN '01' OR
              WS-DT-RECEBIMENTO(5:2) GREATER THAN '12' OR
              WS-DT-RECEBIMENTO(7:2) LESS THAN '01' OR
              WS-DT-RECEBIMENTO(7:2) GREATER THAN '31'
               DISPLAY 'DATA DE RECEBIMENTO INVALIDA - NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           SET FS-PED-OK            TO TRUE
           OPEN I-O PEDIDOS
           IF WS-FS-PED EQUAL 35
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF

           IF NOT FS-PED-OK
               DISPLAY 'ERRO AO ABRIR LGPD_PEDIDOS.dat.'
               MOVE WS-FS-PED       TO WS-FS
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS-PED ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-PROXIMO-PROTOCOLO

           INITIALIZE REG-PEDIDO-LGPD
           MOVE WS-PROX-PROTOCOLO   TO LPD-PROTOCOLO
           MOVE WS-TIPO-PEDIDO      TO LPD-TIPO
           MOVE WS-ID-CONSULTA      TO LPD-ID-CONTATO
           MOVE WS-EMP-CONTATO      TO LPD-EMPRESA
           MOVE WS-DT-RECEBIMENTO   TO LPD-DT-RECEBIMENTO
           COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DT-RECEBIMENTO)
                   + WS-DIAS-PRAZO
           COMPUTE LPD-DT-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
           MOVE LK-OPERADOR         TO LPD-OPERADOR
           SET LPD-ABERTO           TO TRUE

           WRITE REG-PEDIDO-LGPD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO - FILE STATUS '
                           WS-FS-PED
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO REGISTRADO. PROTOCOLO: '
                           LPD-PROTOCOLO
                   DISPLAY 'PRAZO PARA RESPOSTA: ' LPD-DT-PRAZO
           END-WRITE

           CLOSE PEDIDOS
           .
       P310-FIM.

       P315-LOCALIZA-TITULAR.
           SET CONTATO-ACHADO       TO FALSE
           SET FS-OK                TO TRUE

           OPEN INPUT CONTATOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               PERFORM P800-TRADUZ-FS
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               SET LK-ERRO          TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o ID do contato (titular): '
           ACCEPT WS-ID-CONSULTA
           MOVE WS-ID-CONSULTA      TO ID-CONTATO

           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO NAO EXISTE!'
               NOT INVALID KEY
                   IF NOT (LK-EMPRESA EQUAL ZEROS OR
                           WS-EMP-CONTATO EQUAL LK-EMPRESA OR
                           (WS-EMP-CONTATO EQUAL ZEROS AND
                            LK-EMPRESA EQUAL 1))
                       DISPLAY 'CONTATO NAO EXISTE!'
                   ELSE
                       SET CONTATO-ACHADO TO TRUE
                       DISPLAY 'TITULAR: ' WS-NM-CONTATO
                       IF WS-ST-INATIVO
                           DISPLAY '(CONTATO EXCLUIDO - INATIVO)'
                       END-IF
                   END-IF
           END-READ

           CLOSE CONTATOS
           .
       P315-FIM.

       P320-PROXIMO-PROTOCOLO.
           MOVE ZEROS               TO WS-PROX-PROTOCOLO
           MOVE ZEROS               TO LPD-PROTOCOLO
           SET EOF-OK               TO FALSE

           START PEDIDOS KEY IS NOT LESS THAN LPD-PROTOCOLO
               INVALID KEY
                   SET EOF-OK       TO TRUE
           END-START

           PERFORM P325-LE-PROTOCOLO UNTIL EOF-OK

           ADD 1                    TO WS-PROX-PROTOCOLO
           .
       P320-FIM.

       P325-LE-PROTOCOLO.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   MOVE LPD-PROTOCOLO TO WS-PROX-PROTOCOLO
           END-READ
           .
       P325-FIM.

      ******************************************************************
      * ENCERRAMENTO: O ATENDIDO SO FECHA COM A EVIDENCIA CONFERIDA -
      * O DOSSIE DE LGPDCNTT CATALOGADO NO SPOOL PARA ACESSO E
      * PORTABILIDADE, A ALTERACAO NA AUDITORIA PARA CORRECAO E
      * REVOGACAO, O EXPURGO DE PURGCNTT PARA ELIMINACAO, SEMPRE COM
      * DATA A PARTIR DO RECEBIMENTO DO PEDIDO
      ******************************************************************
       P330-ENCERRA-PEDIDO.
           SET FS-PED-OK            TO TRUE
           OPEN I-O PEDIDOS

           IF NOT FS-PED-OK
               DISPLAY 'NENHUM PEDIDO REGISTRADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o protocolo: '
           ACCEPT WS-PROTOCOLO-BUSCA
           MOVE WS-PROTOCOLO-BUSCA  TO LPD-PROTOCOLO

           READ PEDIDOS
               KEY IS LPD-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO EXISTE!'
                   CLOSE PEDIDOS
                   EXIT PARAGRAPH
           END-READ

           IF NOT (LK-EMPRESA EQUAL ZEROS OR
                   LPD-EMPRESA EQUAL LK-EMPRESA OR
                   (LPD-EMPRESA EQUAL ZEROS AND LK-EMPRESA EQUAL 1))
               DISPLAY 'PROTOCOLO NAO EXISTE!'
               CLOSE PEDIDOS
               EXIT PARAGRAPH
           END-IF

           IF NOT LPD-ABERTO
               DISPLAY 'PEDIDO JA ENCERRADO EM ' LPD-DT-ENCERRAMENTO
               CLOSE PEDIDOS
               EXIT PARAGRAPH
           END-IF

           PERFORM P390-MOSTRA-PEDIDO

           DISPLAY 'DESFECHO: <T> ATENDIDO OU <I> INDEFERIDO: '
           ACCEPT WS-DESFECHO

           EVALUATE WS-DESFECHO
               WHEN 'T'
               WHEN 't'
                   PERFORM P340-CONFERE-EVIDENCIA
                   IF EVIDENCIA-ACHADA
                       SET LPD-ATENDIDO TO TRUE
                       PERFORM P335-REGRAVA-ENCERRADO
                   END-IF
               WHEN 'I'
               WHEN 'i'
                   DISPLAY 'Justificativa do indeferimento: '
                   ACCEPT WS-OBSERVACAO
                   IF WS-OBSERVACAO EQUAL SPACES
                       DISPLAY 'INDEFERIMENTO EXIGE JUSTIFICATIVA - '
                               'PEDIDO CONTINUA EM ABERTO.'
                   ELSE
                       MOVE WS-OBSERVACAO TO LPD-OBSERVACAO
                       SET LPD-INDEFERIDO TO TRUE
                       PERFORM P335-REGRAVA-ENCERRADO
                   END-IF
               WHEN OTHER
                   DISPLAY 'DESFECHO INVALIDO - PEDIDO CONTINUA EM '
                           'ABERTO.'
           END-EVALUATE

           CLOSE PEDIDOS
           .
       P330-FIM.

       P335-REGRAVA-ENCERRADO.
           MOVE WS-DATA-HOJE        TO LPD-DT-ENCERRAMENTO
           MOVE LK-OPERADOR         TO LPD-OPER-ENCERRAMENTO

           REWRITE REG-PEDIDO-LGPD
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PEDIDO - FILE STATUS '
                           WS-FS-PED
                   SET LK-ERRO      TO TRUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' LPD-PROTOCOLO ' ENCERRADO.'
                   IF LPD-DT-ENCERRAMENTO GREATER THAN LPD-DT-PRAZO
                       DISPLAY 'ATENCAO: ENCERRADO FORA DO PRAZO '
                               '(VENCEU EM ' LPD-DT-PRAZO ').'
                   END-IF
           END-REWRITE
           .
       P335-FIM.

       P340-CONFERE-EVIDENCIA.
           SET EVIDENCIA-ACHADA     TO FALSE

           EVALUATE TRUE
               WHEN LPD-ACESSO
               WHEN LPD-PORTABILIDADE
                   PERFORM P345-CONFERE-SPOOL
               WHEN LPD-CORRECAO
               WHEN LPD-REVOGACAO
                   MOVE 'A'         TO WS-OPER-EVIDENCIA
                   PERFORM P350-CONFERE-AUDITORIA
               WHEN LPD-ELIMINACAO
                   MOVE 'X'         TO WS-OPER-EVIDENCIA
                   PERFORM P350-CONFERE-AUDITORIA
           END-EVALUATE
           .
       P340-FIM.

       P345-CONFERE-SPOOL.
           DISPLAY 'Nome do dossie de LGPDCNTT no spool '
                   '(SPOOL/LGPDCNTT_AAAAMMDD_NN.PRN): '
           ACCEPT WS-NOME-EVIDENCIA

           SET FS-CAT-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT CATALOGO

           IF NOT FS-CAT-OK
               DISPLAY 'CATALOGO DO SPOOL (SPOOL_CTL.dat) '
                       'INDISPONIVEL.'
           ELSE
               PERFORM P347-LE-CATALOGO
                   UNTIL EOF-OK OR EVIDENCIA-ACHADA
               CLOSE CATALOGO
           END-IF

           IF EVIDENCIA-ACHADA
               SET LPD-EVID-SPOOL   TO TRUE
               MOVE WS-NOME-EVIDENCIA TO LPD-REF-EVIDENCIA
           ELSE
               DISPLAY 'DOSSIE NAO ENCONTRADO NO SPOOL DE LGPDCNTT A '
                       'PARTIR DO RECEBIMENTO - PEDIDO CONTINUA EM '
                       'ABERTO.'
           END-IF
           .
       P345-FIM.

       P347-LE-CATALOGO.
           READ CATALOGO
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA EQUAL 'LGPDCNTT' AND
                      CAT-NOME EQUAL WS-NOME-EVIDENCIA AND
                      CAT-DATA NOT LESS THAN LPD-DT-RECEBIMENTO
                       SET EVIDENCIA-ACHADA TO TRUE
                   END-IF
           END-READ
           .
       P347-FIM.

      ******************************************************************
      * PROCURA NA AUDITORIA A OPERACAO DO TITULAR (A ALTERACAO OU
      * X EXPURGO) GRAVADA A PARTIR DO RECEBIMENTO: PRIMEIRO NO ARQUIVO
      * VIVO, DEPOIS NOS MESES JA FECHADOS POR ARQAUDIT (AUD_AAAAMM)
      * DO MES DO RECEBIMENTO ATE O MES CORRENTE; FICA A MAIS RECENTE
      ******************************************************************
       P350-CONFERE-AUDITORIA.
           MOVE ZEROS               TO WS-EVID-DATA
           MOVE ZEROS               TO WS-EVID-HORA

           SET FS-AUD-OK            TO TRUE
           SET EOF-AUD-OK           TO FALSE
           OPEN INPUT AUDITORIA

           IF FS-AUD-OK
               PERFORM P355-LE-AUD-VIVA UNTIL EOF-AUD-OK
               CLOSE AUDITORIA
           END-IF

           MOVE LPD-DT-RECEBIMENTO(1:6) TO WS-MES-CORRENTE
           MOVE WS-DATA-HOJE(1:6)   TO WS-MES-FINAL
           PERFORM P360-LE-MES-FECHADO
               UNTIL WS-MES-CORRENTE GREATER THAN WS-MES-FINAL

           IF EVIDENCIA-ACHADA
               IF WS-OPER-EVIDENCIA EQUAL 'X'
                   SET LPD-EVID-EXPURGO   TO TRUE
               ELSE
                   SET LPD-EVID-AUDITORIA TO TRUE
               END-IF
               MOVE SPACES          TO LPD-REF-EVIDENCIA
               STRING 'CONTATOS_AUD ' WS-EVID-DATA ' ' WS-EVID-HORA
                      DELIMITED BY SIZE INTO LPD-REF-EVIDENCIA
               DISPLAY 'EVIDENCIA: ' LPD-REF-EVIDENCIA
           ELSE
               IF WS-OPER-EVIDENCIA EQUAL 'X'
                   DISPLAY 'NENHUM EXPURGO (PURGCNTT) DO TITULAR NA '
                           'AUDITORIA A PARTIR DO RECEBIMENTO - '
                           'PEDIDO CONTINUA EM ABERTO.'
               ELSE
                   DISPLAY 'NENHUMA ALTERACAO DO TITULAR NA '
                           'AUDITORIA A PARTIR DO RECEBIMENTO - '
                           'PEDIDO CONTINUA EM ABERTO.'
               END-IF
           END-IF
           .
       P350-FIM.

       P355-LE-AUD-VIVA.
           READ AUDITORIA
               AT END
                   SET EOF-AUD-OK  TO TRUE
               NOT AT END
                   IF AUD-ID-CONTATO EQUAL LPD-ID-CONTATO AND
                      AUD-OPERACAO EQUAL WS-OPER-EVIDENCIA AND
                      AUD-DATA NOT LESS THAN LPD-DT-RECEBIMENTO
                       MOVE AUD-DATA TO WS-MAU-DATA
                       MOVE AUD-HORA TO WS-MAU-HORA
                       PERFORM P365-GUARDA-EVIDENCIA
                   END-IF
           END-READ
           .
       P355-FIM.

       P360-LE-MES-FECHADO.
           MOVE SPACES              TO WS-ARQ-MORTO
           STRING 'AUD_'            DELIMITED BY SIZE
                  WS-MES-CORRENTE   DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
                  INTO WS-ARQ-MORTO
           END-STRING

           SET FS-MORTO-OK          TO TRUE
           SET EOF-AUD-OK           TO FALSE

           OPEN INPUT ARQ-MORTO

           IF WS-FS-MORTO EQUAL 35
               CONTINUE
           ELSE
               IF FS-MORTO-OK
                   PERFORM P362-LE-AUD-MORTA UNTIL EOF-AUD-OK
               END-IF
               CLOSE ARQ-MORTO
           END-IF

      *    AVANCA PARA O MES SEGUINTE (AAAAMM)
           COMPUTE WS-MESES-TOTAIS =
                   (WS-MES-CORRENTE / 100) * 12 +
                   FUNCTION MOD(WS-MES-CORRENTE 100) + 1
           COMPUTE WS-MES-AAAA = (WS-MESES-TOTAIS - 1) / 12
           COMPUTE WS-MES-MM =
                   FUNCTION MOD((WS-MESES-TOTAIS - 1) 12) + 1
           COMPUTE WS-MES-CORRENTE =
                   (WS-MES-AAAA * 100) + WS-MES-MM
           .
       P360-FIM.

       P362-LE-AUD-MORTA.
           READ ARQ-MORTO
               AT END
                   SET EOF-AUD-OK  TO TRUE
               NOT AT END
                   MOVE REG-ARQ-MORTO TO WS-IMAGEM-AUD
                   IF WS-MAU-ID-CONTATO EQUAL LPD-ID-CONTATO AND
                      WS-MAU-OPERACAO EQUAL WS-OPER-EVIDENCIA AND
                      WS-MAU-DATA NOT LESS THAN LPD-DT-RECEBIMENTO
                       PERFORM P365-GUARDA-EVIDENCIA
                   END-IF
           END-READ
           .
       P362-FIM.

       P365-GUARDA-EVIDENCIA.
           IF WS-MAU-DATA GREATER THAN WS-EVID-DATA OR
              (WS-MAU-DATA EQUAL WS-EVID-DATA AND
               WS-MAU-HORA GREATER THAN WS-EVID-HORA)
               MOVE WS-MAU-DATA     TO WS-EVID-DATA
               MOVE WS-MAU-HORA     TO WS-EVID-HORA
           END-IF
           SET EVIDENCIA-ACHADA     TO TRUE
           .
       P365-FIM.

       P370-CONSULTA-PEDIDO.
           SET FS-PED-OK            TO TRUE
           OPEN INPUT PEDIDOS

           IF NOT FS-PED-OK
               DISPLAY 'NENHUM PEDIDO REGISTRADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Informe o protocolo: '
           ACCEPT WS-PROTOCOLO-BUSCA
           MOVE WS-PROTOCOLO-BUSCA  TO LPD-PROTOCOLO

           READ PEDIDOS
               KEY IS LPD-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO EXISTE!'
               NOT INVALID KEY
                   IF LK-EMPRESA EQUAL ZEROS OR
                      LPD-EMPRESA EQUAL LK-EMPRESA OR
                      (LPD-EMPRESA EQUAL ZEROS AND LK-EMPRESA EQUAL 1)
                       PERFORM P390-MOSTRA-PEDIDO
                   ELSE
                       DISPLAY 'PROTOCOLO NAO EXISTE!'
                   END-IF
           END-READ

           CLOSE PEDIDOS
           .
       P370-FIM.

       P380-LISTA-ABERTOS.
           MOVE ZEROS               TO WS-QTD-LISTADOS
           MOVE ZEROS               TO WS-QTD-VENCIDOS
           SET FS-PED-OK            TO TRUE
           SET EOF-OK               TO FALSE
           OPEN INPUT PEDIDOS

           IF NOT FS-PED-OK
               DISPLAY 'NENHUM PEDIDO REGISTRADO AINDA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PEDIDOS EM ABERTO (PROTOCOLO / TIPO / CONTATO / '
                   'RECEBIDO / PRAZO):'
           PERFORM P385-LE-ABERTO UNTIL EOF-OK

           IF WS-QTD-LISTADOS EQUAL ZEROS
               DISPLAY '  NENHUM PEDIDO EM ABERTO.'
           ELSE
               DISPLAY WS-QTD-LISTADOS ' PEDIDO(S) EM ABERTO, '
                       WS-QTD-VENCIDOS ' VENCIDO(S).'
           END-IF

           CLOSE PEDIDOS
           .
       P380-FIM.

       P385-LE-ABERTO.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET EOF-OK      TO TRUE
               NOT AT END
                   IF LPD-ABERTO AND
                      (LK-EMPRESA EQUAL ZEROS OR
                       LPD-EMPRESA EQUAL LK-EMPRESA OR
                       (LPD-EMPRESA EQUAL ZEROS AND
                        LK-EMPRESA EQUAL 1))
                       ADD 1        TO WS-QTD-LISTADOS
                       PERFORM P395-DESCREVE-TIPO
                       IF LPD-DT-PRAZO LESS THAN WS-DATA-HOJE
                           ADD 1    TO WS-QTD-VENCIDOS
                           DISPLAY '  ' LPD-PROTOCOLO ' / '
                                   WS-DESC-TIPO ' / ' LPD-ID-CONTATO
                                   ' / ' LPD-DT-RECEBIMENTO ' / '
                                   LPD-DT-PRAZO ' *** VENCIDO ***'
                       ELSE
                           DISPLAY '  ' LPD-PROTOCOLO ' / '
                                   WS-DESC-TIPO ' / ' LPD-ID-CONTATO
                                   ' / ' LPD-DT-RECEBIMENTO ' / '
                                   LPD-DT-PRAZO
                       END-IF
                   END-IF
           END-READ
           .
       P385-FIM.

       P390-MOSTRA-PEDIDO.
           PERFORM P395-DESCREVE-TIPO

           EVALUATE TRUE
               WHEN LPD-ABERTO
                   MOVE 'ABERTO'     TO WS-DESC-SITUACAO
               WHEN LPD-ATENDIDO
                   MOVE 'ATENDIDO'   TO WS-DESC-SITUACAO
               WHEN LPD-INDEFERIDO
                   MOVE 'INDEFERIDO' TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE LPD-SITUACAO TO WS-DESC-SITUACAO
           END-EVALUATE

           DISPLAY 'PROTOCOLO.....: ' LPD-PROTOCOLO
           DISPLAY 'TIPO..........: ' WS-DESC-TIPO
           DISPLAY 'CONTATO.......: ' LPD-ID-CONTATO
           DISPLAY 'RECEBIDO EM...: ' LPD-DT-RECEBIMENTO
                   '  POR ' LPD-OPERADOR
           DISPLAY 'PRAZO.........: ' LPD-DT-PRAZO
           DISPLAY 'SITUACAO......: ' WS-DESC-SITUACAO

           IF NOT LPD-ABERTO
               DISPLAY 'ENCERRADO EM..: ' LPD-DT-ENCERRAMENTO
                       '  POR ' LPD-OPER-ENCERRAMENTO
               IF LPD-ATENDIDO
                   DISPLAY 'EVIDENCIA.....: ' LPD-TIPO-EVIDENCIA
                           ' ' LPD-REF-EVIDENCIA
               ELSE
                   DISPLAY 'JUSTIFICATIVA.: ' LPD-OBSERVACAO
               END-IF
           END-IF
           .
       P390-FIM.

       P395-DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN LPD-ACESSO
                   MOVE 'ACESSO'         TO WS-DESC-TIPO
               WHEN LPD-CORRECAO
                   MOVE 'CORRECAO'       TO WS-DESC-TIPO
               WHEN LPD-ELIMINACAO
                   MOVE 'ELIMINACAO'     TO WS-DESC-TIPO
               WHEN LPD-REVOGACAO
                   MOVE 'REVOGACAO'      TO WS-DESC-TIPO
               WHEN LPD-PORTABILIDADE
                   MOVE 'PORTABILIDADE'  TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE LPD-TIPO         TO WS-DESC-TIPO
           END-EVALUATE
           .
       P395-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
            GOBACK.
       END PROGRAM PEDCNTT.
