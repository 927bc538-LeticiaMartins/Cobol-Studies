      *          DE AUDITORIA; CADA SECAO E EXIBIDA E O OPERADOR
      *          AVANCA COM <ENTER>
      * Tectonics: cobc -I copybooks
      * Update: 09/11/2024 - A SECAO DE FINANCIAMENTOS MOSTRA AS
      *         PROMESSAS DE PAGAMENTO EM ABERTO (PROMESSAS.dat) DE
      *         CADA CONTRATO
      * Update: 19/11/2024 - CONTRATO REFINANCIADO (STATUS R, RFNFIN)
      *         FICA DE FORA, COMO O QUITADO - O SALDO ESTA NO NOVO
      *         CONTRATO
      * Update: 20/11/2024 - OS VENCIMENTOS CALCULADOS PELO VENCUTIL
      *         PASSAM A CONSIDERAR A CARENCIA DO CONTRATO
      *         (REG-CARENCIA): COM CARENCIA DE N MESES A PRIMEIRA
      *         PARCELA VENCE N + 1 MESES APOS A EMISSAO
      * Update: 23/11/2024 - CADA CONTRATO DA SECAO DE FINANCIAMENTOS
      *         MOSTRA O BEM ALIENADO EM GARANTIA E A SITUACAO DO
      *         GRAVAME (MODULO GARUTIL)
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 26/11/2024 - NOVA SECAO 1A COM O HISTORICO DE ENDERECOS
      *         DO CONTATO (CONTATOS_ENDERECOS.dat) E A CONSULTA DO
      *         ENDERECO EM VIGOR NUMA DATA (MODULO ENDUTIL)
      * Update: 01/12/2024 - NOVA SECAO 3A COM O ESCORE DE COMPORTAMENTO
      *         DO CONTATO, A FAIXA, OS FATORES QUE O FORMARAM (MODULO
      *         SCOUTIL) E AS ULTIMAS APURACOES
      *         (CONTATOS_SCORE_HIST.dat)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      * Update: 19/12/2024 - NOVA SECAO 4A COM AS RECLAMACOES DO
      *         SAC/OUVIDORIA DO CONTATO (RECLAMACOES.dat, OUVCNTT), A
      *         SITUACAO, O PRAZO E O MOTIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISCNTT.
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

               SELECT FONES ASSIGN TO
               RECORD  KEY  IS FONE-CHAVE
               FILE STATUS IS WS-FS-FONE.

               SELECT ENDERECOS ASSIGN TO
               'CONTATOS_ENDERECOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ENH-CHAVE
               FILE STATUS IS WS-FS-ENH.

               SELECT NOTAS ASSIGN TO
               'CONTATOS_NOTAS.dat'
               ORGANIZATION IS INDEXED
               RECORD  KEY  IS PAG-CHAVE
               FILE STATUS IS WS-FS-PAG.

               SELECT PROMESSAS ASSIGN TO
               'PROMESSAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS PRM-CHAVE
               FILE STATUS IS WS-FS-PRM.

               SELECT SCORE-HIST ASSIGN TO
               'CONTATOS_SCORE_HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS SCH-CHAVE
               FILE STATUS IS WS-FS-SCH.

               SELECT AUDITORIA ASSIGN TO
               'CONTATOS_AUD.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS  MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

               SELECT RECLAMACOES ASSIGN TO
               'RECLAMACOES.dat'
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS RCL-PROTOCOLO
               ALTERNATE RECORD KEY IS RCL-ID-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RCL.


       DATA DIVISION.
       FILE SECTION.
       FD FONES.
          COPY FD_FONE.

       FD ENDERECOS.
          COPY FD_ENDH.

       FD NOTAS.
          COPY FD_NOTA.

       FD PAGAMENTOS.
          COPY FD_PAGT.

       FD PROMESSAS.
          COPY FD_PROMS.

       FD SCORE-HIST.
          COPY FD_SCOH.

       FD AUDITORIA.
          COPY FD_AUDIT.

       FD RECLAMACOES.
          COPY FD_RECL.

       WORKING-STORAGE SECTION.
          COPY WS_CONTT.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FS-FONE                      PIC 99.
          88 FS-FONE-OK                   VALUE 0.
       77 WS-FS-ENH                       PIC 99.
          88 FS-ENH-OK                    VALUE 0.
       77 WS-EOF-ENH                      PIC X.
          88 EOF-ENH-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QTD-ENDERECOS                PIC 9(03) VALUE ZEROS.
       77 WS-DATA-REFERENCIA              PIC 9(08) VALUE ZEROS.
       77 WS-FS-NOTA                      PIC 99.
          88 FS-NOTA-OK                   VALUE 0.
       77 WS-FS-FIN                       PIC 99.
          88 FS-FIN-OK                    VALUE 0.
       77 WS-FS-PAG                       PIC 99.
          88 FS-PAG-OK                    VALUE 0.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-FS-AUD                       PIC 99.
          88 FS-AUD-OK                    VALUE 0.
       77 WS-EOF                          PIC X.
          88 EOF-PAG-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TEM-PAGAMENTOS               PIC X VALUE 'N'.
          88 TEM-PAGAMENTOS               VALUE 'S' FALSE 'N'.
       77 WS-TEM-PROMESSAS                PIC X VALUE 'N'.
          88 TEM-PROMESSAS                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-PAUSA                        PIC X VALUE SPACES.
       77 WS-CTR-SALDO-ABERTO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-CTR-QTD-VENCIDAS             PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-MSK                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-PROMESSA-MSK                 PIC ZZZ.ZZ9,99.
       01 WS-DATA-SISTEMA                 PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO              PIC 9(08) VALUE ZEROS.
       01 WS-AREA-VENC.
          03 WS-VENC-DIA                  PIC 9(02).
          03 WS-VENC-PARCELA              PIC 9(03).
          03 WS-VENC-DATA                 PIC 9(08).
          03 WS-VENC-CARENCIA             PIC 9(02).
      ******************************************************************
      * AS ANOTACOES E OS EVENTOS DE AUDITORIA FICAM EM ANEIS DAS 10
      * OCORRENCIAS MAIS RECENTES (MESMO DESENHO DO ANEL DE CONSCTT)
       77 WS-IND-AUD                      PIC 9(02) VALUE ZEROS.
       77 WS-EOF-AUD                      PIC X.
          88 EOF-AUD-OK                   VALUE 'S' FALSE 'N'.
       01 WS-TABELA-SCH.
          03 WS-SCH-ITEM                  OCCURS 6 TIMES.
             05 WS-SCH-DATA               PIC 9(08).
             05 WS-SCH-SCORE              PIC 9(04).
             05 WS-SCH-FAIXA              PIC X(01).
       77 WS-QTD-SCH                      PIC 9(02) VALUE ZEROS.
       77 WS-POS-SCH                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-SCH                      PIC 9(02) VALUE ZEROS.
       77 WS-FS-SCH                       PIC 99.
          88 FS-SCH-OK                    VALUE 0.
       77 WS-EOF-SCH                      PIC X.
          88 EOF-SCH-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-FONE                     PIC X.
          88 EOF-FONE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-FIN                      PIC X.
          88 EOF-FIN-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRM                      PIC X.
          88 EOF-PRM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-FS-RCL                       PIC 99.
          88 FS-RCL-OK                    VALUE 0.
       77 WS-EOF-RCL                      PIC X.
          88 EOF-RCL-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QTD-RECLAMACOES              PIC 9(03) VALUE ZEROS.
       77 WS-IND-RCL                      PIC 9(02) VALUE ZEROS.
       77 WS-RCL-SITUACAO                 PIC X(10) VALUE SPACES.
       77 WS-RCL-PRAZO                    PIC X(13) VALUE SPACES.
       77 WS-RCL-MOTIVO                   PIC X(25) VALUE SPACES.
       01 WS-AREA-GAR.
          03 WS-GAR-FUNCAO                PIC X(01).
          03 WS-GAR-NUM-CONTRATO          PIC 9(06).
          03 WS-GAR-TIPO-BEM              PIC X(01).
             88 GAR-VEICULO               VALUE 'V'.
          03 WS-GAR-DESCRICAO             PIC X(30).
          03 WS-GAR-CHASSI                PIC X(17).
          03 WS-GAR-PLACA                 PIC X(07).
          03 WS-GAR-RENAVAM               PIC X(11).
          03 WS-GAR-NUM-SERIE             PIC X(20).
          03 WS-GAR-ST-GRAVAME            PIC X(01).
          03 WS-GAR-DT-REGISTRO           PIC 9(08).
          03 WS-GAR-DT-QUITACAO           PIC 9(08).
          03 WS-GAR-DT-LIBERACAO          PIC 9(08).
          03 WS-GAR-OPERADOR              PIC X(06).
          03 WS-GAR-ORIGEM                PIC X(08).
          03 WS-GAR-RESULTADO             PIC X(01).
             88 GAR-OK                    VALUE 'S'.
          03 WS-GAR-MOTIVO                PIC X(40).
       01 WS-AREA-END.
          03 WS-END-FUNCAO                PIC X(01).
          03 WS-END-ID-CONTATO            PIC 9(06).
          03 WS-END-REG-ANTES             PIC X(200).
          03 WS-END-REG-DEPOIS            PIC X(200).
          03 WS-END-OPERADOR              PIC X(06).
          03 WS-END-ORIGEM                PIC X(08).
          03 WS-END-DATA                  PIC 9(08).
          03 WS-END-RUA-HIST              PIC X(30).
          03 WS-END-CIDADE-HIST           PIC X(20).
          03 WS-END-ESTADO-HIST           PIC X(02).
          03 WS-END-CEP-HIST              PIC X(08).
          03 WS-END-DT-INICIO             PIC 9(08).
          03 WS-END-DT-FIM                PIC 9(08).
          03 WS-END-RESULTADO             PIC X(01).
             88 END-HIST-OK               VALUE 'S'.
             88 END-HIST-NAO-ACHADO       VALUE 'N'.
             88 END-SEM-HISTORICO         VALUE 'H'.
          03 WS-END-MOTIVO                PIC X(40).
       01 WS-AREA-SCO.
          03 WS-SCO-ID-CONTATO            PIC 9(06).
          03 WS-SCO-RESULTADO             PIC X(01).
             88 SCO-ACHADO                VALUE 'S'.
          03 WS-SCO-SCORE                 PIC 9(04).
          03 WS-SCO-FAIXA                 PIC X(01).
          03 WS-SCO-DT-APURACAO           PIC 9(08).
          03 WS-SCO-QTD-CONTRATOS         PIC 9(04).
          03 WS-SCO-QTD-EM-DIA            PIC 9(05).
          03 WS-SCO-QTD-ATRASO            PIC 9(05).
          03 WS-SCO-MEDIA-ATRASO          PIC 9(04).
          03 WS-SCO-MAIOR-ATRASO          PIC 9(04).
          03 WS-SCO-QTD-VENCIDAS          PIC 9(04).
          03 WS-SCO-QTD-ESTORNOS          PIC 9(04).
          03 WS-SCO-QTD-RENEG             PIC 9(04).
          03 WS-SCO-QTD-QUITADOS          PIC 9(04).
          03 WS-SCO-QTD-BAIXADOS          PIC 9(04).
          COPY RCLTAB.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_FONES.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS_NOTAS.dat' TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTRATOS.dat'      TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** VISAO 360 DO CONTATO ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE

           IF CONTATO-ACHADO
               PERFORM P310-SECAO-CADASTRO
               PERFORM P315-SECAO-ENDERECOS
               PERFORM P320-SECAO-FONES
               PERFORM P330-SECAO-CONTRATOS
               PERFORM P356-SECAO-ESCORE
               PERFORM P350-SECAO-NOTAS
               PERFORM P370-SECAO-RECLAMACOES
               PERFORM P360-SECAO-AUDITORIA
           END-IF

           .
       P310-FIM.

      ******************************************************************
      * HISTORICO DE ENDERECOS (CONTATOS_ENDERECOS.dat) E CONSULTA DO
      * ENDERECO EM VIGOR NUMA DATA (MODULO ENDUTIL), PARA CARTA DE
      * COBRANCA OU CORRESPONDENCIA DEVOLVIDA QUESTIONADA
      ******************************************************************
       P315-SECAO-ENDERECOS.
           DISPLAY '======= 1A. HISTORICO DE ENDERECOS ========='
           MOVE ZEROS               TO WS-QTD-ENDERECOS
           SET FS-ENH-OK            TO TRUE
           SET EOF-ENH-OK           TO FALSE

           OPEN INPUT ENDERECOS

           IF WS-FS-ENH EQUAL 35
               SET EOF-ENH-OK      TO TRUE
           ELSE
               IF FS-ENH-OK
                   MOVE WS-ID-CONSULTA TO ENH-ID-CONTATO
                   MOVE ZEROS          TO ENH-SEQUENCIA
                   START ENDERECOS KEY IS NOT LESS THAN ENH-CHAVE
                       INVALID KEY
                           SET EOF-ENH-OK TO TRUE
                   END-START
                   PERFORM P317-LE-ENDERECO UNTIL EOF-ENH-OK
               ELSE
                   SET EOF-ENH-OK TO TRUE
               END-IF
               CLOSE ENDERECOS
           END-IF

           IF WS-QTD-ENDERECOS EQUAL ZEROS
               DISPLAY '  NENHUMA TROCA DE ENDERECO REGISTRADA - O '
                       'ENDERECO DO CADASTRO VALE DESDE A INCLUSAO.'
           END-IF

           DISPLAY 'ENDERECO EM VIGOR EM QUE DATA? (AAAAMMDD, '
                   '0 = NAO CONSULTAR): '
           ACCEPT WS-DATA-REFERENCIA

           IF WS-DATA-REFERENCIA GREATER THAN ZEROS
               MOVE 'C'             TO WS-END-FUNCAO
               MOVE WS-ID-CONSULTA  TO WS-END-ID-CONTATO
               MOVE WS-DATA-REFERENCIA TO WS-END-DATA
               CALL 'ENDUTIL' USING WS-AREA-END
               EVALUATE TRUE
                   WHEN END-HIST-OK
                       DISPLAY '  EM ' WS-DATA-REFERENCIA ': '
                               WS-END-RUA-HIST
                       DISPLAY '  ' WS-END-CIDADE-HIST ' - '
                               WS-END-ESTADO-HIST
                               ' CEP ' WS-END-CEP-HIST
                   WHEN END-SEM-HISTORICO
                       DISPLAY '  EM ' WS-DATA-REFERENCIA ': '
                               WS-END-RUA
                       DISPLAY '  ' WS-END-CIDADE ' - '
                               WS-END-ESTADO
                               ' CEP ' WS-CEP-CONTATO
                               ' (ENDERECO DO CADASTRO)'
                   WHEN OTHER
                       DISPLAY '  NENHUM ENDERECO REGISTRADO EM '
                               WS-DATA-REFERENCIA '.'
               END-EVALUATE
           END-IF
           PERFORM P305-PAUSA
           .
       P315-FIM.

       P317-LE-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   SET EOF-ENH-OK  TO TRUE
               NOT AT END
                   IF ENH-ID-CONTATO EQUAL WS-ID-CONSULTA
                       ADD 1        TO WS-QTD-ENDERECOS
                       IF ENH-VIGENTE
                           DISPLAY '  DE ' ENH-DT-INICIO
                                   ' ATE HOJE    : ' ENH-RUA
                       ELSE
                           DISPLAY '  DE ' ENH-DT-INICIO
                                   ' A ' ENH-DT-FIM ': ' ENH-RUA
                       END-IF
                       DISPLAY '                          '
                               ENH-CIDADE ' - ' ENH-ESTADO
                               ' CEP ' ENH-CEP ' (' ENH-ORIGEM ')'
                   ELSE
                       SET EOF-ENH-OK TO TRUE
                   END-IF
           END-READ
           .
       P317-FIM.

       P320-SECAO-FONES.
           DISPLAY '========= 2. TELEFONES / E-MAILS ============'
           MOVE ZEROS               TO WS-QTD-FONES
               SET TEM-PAGAMENTOS  TO TRUE
           END-IF

           SET FS-PRM-OK            TO TRUE
           OPEN INPUT PROMESSAS
           IF FS-PRM-OK
               SET TEM-PROMESSAS   TO TRUE
           ELSE
               SET TEM-PROMESSAS   TO FALSE
           END-IF

           IF WS-FS-FIN EQUAL 35
               SET EOF-FIN-OK      TO TRUE
           ELSE
           IF TEM-PAGAMENTOS
               CLOSE PAGAMENTOS
           END-IF
           IF TEM-PROMESSAS
               CLOSE PROMESSAS
           END-IF

           IF WS-QTD-CONTRATOS EQUAL ZEROS
               DISPLAY '  NENHUM CONTRATO DE FINANCIAMENTO.'
                                   ' SALDO ' WS-SALDO-MSK
                                   ' EM DIA'
                       END-IF
                       PERFORM P337-MOSTRA-GARANTIA
                       IF TEM-PROMESSAS
                           PERFORM P348-PROMESSAS-ABERTAS
                       END-IF
                   END-IF
           END-READ
           .
       P335-FIM.

      ******************************************************************
      * BEM ALIENADO EM GARANTIA DO CONTRATO (GARANTIAS.dat, GARUTIL)
      ******************************************************************
       P337-MOSTRA-GARANTIA.
           MOVE 'C'                 TO WS-GAR-FUNCAO
           MOVE REG-NUM-CONTRATO    TO WS-GAR-NUM-CONTRATO
           CALL 'GARUTIL' USING WS-AREA-GAR

           IF GAR-OK
               IF GAR-VEICULO
                   DISPLAY '    GARANTIA: ' WS-GAR-DESCRICAO
                           ' PLACA ' WS-GAR-PLACA
                           ' GRAVAME ' WS-GAR-ST-GRAVAME
               ELSE
                   DISPLAY '    GARANTIA: ' WS-GAR-DESCRICAO
                           ' SERIE ' WS-GAR-NUM-SERIE
                           ' GRAVAME ' WS-GAR-ST-GRAVAME
               END-IF
           END-IF
           .
       P337-FIM.

       P340-APURA-SALDO.
           MOVE ZEROS               TO WS-CTR-SALDO-ABERTO
           MOVE ZEROS               TO WS-CTR-QTD-VENCIDAS

           IF REG-CONTRATO-CANCELADO OR REG-CONTRATO-QUITADO OR
              REG-CONTRATO-REFINANCIADO
               CONTINUE
           ELSE
               PERFORM P342-AVALIA-PARCELA

               MOVE REG-DT-CONTRATO TO WS-VENC-DT-CONTRATO
               MOVE REG-DIA-VENCIMENTO TO WS-VENC-DIA
               MOVE REG-CARENCIA       TO WS-VENC-CARENCIA
               MOVE WS-IND-PARCELA  TO WS-VENC-PARCELA
               CALL 'VENCUTIL' USING WS-AREA-VENC
               MOVE WS-VENC-DATA    TO WS-DATA-VENCIMENTO
           .
       P346-FIM.

       P348-PROMESSAS-ABERTAS.
           SET EOF-PRM-OK           TO FALSE
           MOVE REG-NUM-CONTRATO    TO PRM-NUM-CONTRATO
           MOVE ZEROS               TO PRM-NUM-PARCELA
           MOVE ZEROS               TO PRM-SEQUENCIA
           START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   SET EOF-PRM-OK  TO TRUE
           END-START

           PERFORM P349-LE-PROMESSA UNTIL EOF-PRM-OK
           .
       P348-FIM.

       P349-LE-PROMESSA.
           READ PROMESSAS NEXT RECORD
               AT END
                   SET EOF-PRM-OK  TO TRUE
               NOT AT END
                   IF PRM-NUM-CONTRATO EQUAL REG-NUM-CONTRATO
                       IF PRM-ABERTA
                           MOVE PRM-VALOR TO WS-PROMESSA-MSK
                           DISPLAY '    PROMESSA EM ABERTO: PARCELA '
                                   PRM-NUM-PARCELA ' ATE '
                                   PRM-DT-PROMESSA ' VALOR '
                                   WS-PROMESSA-MSK ' (' PRM-OPERADOR
                                   ')'
                       END-IF
                   ELSE
                       SET EOF-PRM-OK TO TRUE
                   END-IF
           END-READ
           .
       P349-FIM.

       P350-SECAO-NOTAS.
           DISPLAY '========== 4. ULTIMAS ANOTACOES ============='
           MOVE ZEROS               TO WS-QTD-NOTAS
           .
       P354-FIM.

      ******************************************************************
      * ESCORE DE COMPORTAMENTO DO CONTATO (SCOUTIL), OS FATORES QUE O
      * FORMARAM E AS ULTIMAS APURACOES (CONTATOS_SCORE_HIST.dat)
      ******************************************************************
       P356-SECAO-ESCORE.
           DISPLAY '======= 3A. ESCORE DE COMPORTAMENTO ========'
           MOVE WS-ID-CONSULTA      TO WS-SCO-ID-CONTATO
           CALL 'SCOUTIL' USING WS-AREA-SCO

           IF NOT SCO-ACHADO
               DISPLAY '  ESCORE AINDA NAO APURADO PARA O CONTATO.'
               PERFORM P305-PAUSA
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ESCORE....: ' WS-SCO-SCORE
                   '  FAIXA: ' WS-SCO-FAIXA
                   '  APURADO EM ' WS-SCO-DT-APURACAO
           DISPLAY 'CONTRATOS.: ' WS-SCO-QTD-CONTRATOS
                   '  QUITADOS: ' WS-SCO-QTD-QUITADOS
                   '  BAIXADOS: ' WS-SCO-QTD-BAIXADOS
           DISPLAY 'PARCELAS..: EM DIA ' WS-SCO-QTD-EM-DIA
                   '  EM ATRASO ' WS-SCO-QTD-ATRASO
                   '  VENCIDAS ' WS-SCO-QTD-VENCIDAS
           DISPLAY 'ATRASO....: MEDIO ' WS-SCO-MEDIA-ATRASO
                   ' DIAS  MAIOR ' WS-SCO-MAIOR-ATRASO ' DIAS'
           DISPLAY 'ESTORNOS..: ' WS-SCO-QTD-ESTORNOS
                   '  RENEGOCIACOES: ' WS-SCO-QTD-RENEG

           MOVE ZEROS               TO WS-QTD-SCH
           MOVE ZEROS               TO WS-POS-SCH
           SET FS-SCH-OK            TO TRUE
           SET EOF-SCH-OK           TO FALSE

           OPEN INPUT SCORE-HIST

           IF FS-SCH-OK
               MOVE WS-ID-CONSULTA  TO SCH-ID-CONTATO
               MOVE ZEROS           TO SCH-DT-APURACAO
               START SCORE-HIST KEY IS NOT LESS THAN SCH-CHAVE
                   INVALID KEY
                       SET EOF-SCH-OK TO TRUE
               END-START
               PERFORM P357-LE-HIST-ESCORE UNTIL EOF-SCH-OK
               CLOSE SCORE-HIST
           END-IF

           IF WS-QTD-SCH GREATER THAN ZEROS
               DISPLAY 'ULTIMAS APURACOES (DATA / ESCORE / FAIXA):'
               MOVE WS-POS-SCH      TO WS-IND-SCH
               MOVE ZEROS           TO WS-QTD-MOSTRADAS
               PERFORM P358-MOSTRA-HIST-ESCORE
                   UNTIL WS-QTD-MOSTRADAS NOT LESS THAN WS-QTD-SCH
           END-IF
           PERFORM P305-PAUSA
           .
       P356-FIM.

       P357-LE-HIST-ESCORE.
           READ SCORE-HIST NEXT RECORD
               AT END
                   SET EOF-SCH-OK  TO TRUE
               NOT AT END
                   IF SCH-ID-CONTATO EQUAL WS-ID-CONSULTA
                       ADD 1        TO WS-POS-SCH
                       IF WS-POS-SCH GREATER THAN 6
                           MOVE 1   TO WS-POS-SCH
                       END-IF
                       IF WS-QTD-SCH LESS THAN 6
                           ADD 1    TO WS-QTD-SCH
                       END-IF
                       MOVE SCH-DT-APURACAO
                         TO WS-SCH-DATA(WS-POS-SCH)
                       MOVE SCH-SCORE
                         TO WS-SCH-SCORE(WS-POS-SCH)
                       MOVE SCH-FAIXA
                         TO WS-SCH-FAIXA(WS-POS-SCH)
                   ELSE
                       SET EOF-SCH-OK TO TRUE
                   END-IF
           END-READ
           .
       P357-FIM.

       P358-MOSTRA-HIST-ESCORE.
           DISPLAY '  ' WS-SCH-DATA(WS-IND-SCH) ' / '
                   WS-SCH-SCORE(WS-IND-SCH) ' / '
                   WS-SCH-FAIXA(WS-IND-SCH)
           ADD 1                    TO WS-QTD-MOSTRADAS
           SUBTRACT 1               FROM WS-IND-SCH
           IF WS-IND-SCH LESS THAN 1
               MOVE 6               TO WS-IND-SCH
           END-IF
           .
       P358-FIM.

       P360-SECAO-AUDITORIA.
           DISPLAY '======= 5. ULTIMOS EVENTOS DE AUDITORIA ====='
           MOVE ZEROS               TO WS-QTD-AUD
           .
       P364-FIM.

      ******************************************************************
      * RECLAMACOES DO SAC/OUVIDORIA DO CONTATO (RECLAMACOES.dat, PELA
      * CHAVE ALTERNATIVA DO CONTATO), COM A SITUACAO DO PRAZO
      ******************************************************************
       P370-SECAO-RECLAMACOES.
           DISPLAY '====== 4A. RECLAMACOES (SAC/OUVIDORIA) ======='
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZEROS               TO WS-QTD-RECLAMACOES
           SET FS-RCL-OK            TO TRUE
           SET EOF-RCL-OK           TO FALSE

           OPEN INPUT RECLAMACOES

           IF WS-FS-RCL EQUAL 35
               SET EOF-RCL-OK      TO TRUE
           ELSE
               IF FS-RCL-OK
                   MOVE WS-ID-CONSULTA TO RCL-ID-CONTATO
                   START RECLAMACOES KEY IS EQUAL RCL-ID-CONTATO
                       INVALID KEY
                           SET EOF-RCL-OK TO TRUE
                   END-START
                   PERFORM P372-LE-RECLAMACAO UNTIL EOF-RCL-OK
               ELSE
                   SET EOF-RCL-OK TO TRUE
               END-IF
               CLOSE RECLAMACOES
           END-IF

           IF WS-QTD-RECLAMACOES EQUAL ZEROS
               DISPLAY '  NENHUMA RECLAMACAO.'
           END-IF
           PERFORM P305-PAUSA
           .
       P370-FIM.

       P372-LE-RECLAMACAO.
           READ RECLAMACOES NEXT RECORD
               AT END
                   SET EOF-RCL-OK TO TRUE
               NOT AT END
                   IF RCL-ID-CONTATO EQUAL WS-ID-CONSULTA
                       ADD 1        TO WS-QTD-RECLAMACOES
                       PERFORM P374-MOSTRA-RECLAMACAO
                   ELSE
                       SET EOF-RCL-OK TO TRUE
                   END-IF
           END-READ
           .
       P372-FIM.

       P374-MOSTRA-RECLAMACAO.
           EVALUATE TRUE
               WHEN RCL-ABERTA
                   MOVE 'ABERTA'       TO WS-RCL-SITUACAO
               WHEN RCL-EM-ANALISE
                   MOVE 'EM ANALISE'   TO WS-RCL-SITUACAO
               WHEN RCL-RESPONDIDA
                   MOVE 'RESPONDIDA'   TO WS-RCL-SITUACAO
               WHEN RCL-CANCELADA
                   MOVE 'CANCELADA'    TO WS-RCL-SITUACAO
               WHEN OTHER
                   MOVE RCL-ST-RECLAMACAO TO WS-RCL-SITUACAO
           END-EVALUATE

           EVALUATE TRUE
               WHEN RCL-EM-ABERTO AND
                    RCL-DT-PRAZO LESS THAN WS-DATA-SISTEMA
                   MOVE 'PRAZO VENCIDO' TO WS-RCL-PRAZO
               WHEN RCL-RESPONDIDA AND
                    RCL-DT-RESPOSTA GREATER THAN RCL-DT-PRAZO
                   MOVE 'FORA DO PRAZO' TO WS-RCL-PRAZO
               WHEN RCL-CANCELADA
                   MOVE SPACES          TO WS-RCL-PRAZO
               WHEN OTHER
                   MOVE 'NO PRAZO'      TO WS-RCL-PRAZO
           END-EVALUATE

           MOVE 'NAO CADASTRADO'    TO WS-RCL-MOTIVO
           PERFORM P376-ACHA-MOTIVO
               VARYING WS-IND-RCL FROM 1 BY 1
               UNTIL WS-IND-RCL GREATER THAN WS-QTD-MOTIVOS-RECL

           DISPLAY '  PROTOCOLO ' RCL-PROTOCOLO ' ABERTA EM '
                   RCL-DT-ABERTURA ' PRAZO ' RCL-DT-PRAZO
           DISPLAY '    ' WS-RCL-SITUACAO ' ' WS-RCL-PRAZO ' - '
                   WS-RCL-MOTIVO
           IF RCL-NUM-CONTRATO GREATER THAN ZEROS
               DISPLAY '    CONTRATO: ' RCL-NUM-CONTRATO
           END-IF
           .
       P374-FIM.

       P376-ACHA-MOTIVO.
           IF WS-MRC-CODIGO(WS-IND-RCL) EQUAL RCL-MOTIVO
               MOVE WS-MRC-DESCRICAO(WS-IND-RCL) TO WS-RCL-MOTIVO
           END-IF
           .
       P376-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
