      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 15/12/2024
      * Purpose: MODULO UTILITARIO DOS PARAMETROS DO NEGOCIO
      *          (PARAMETROS.dat, FD_PARM), NO LUGAR DAS REGRAS FIXAS
      *          NOS PROGRAMAS:
      *          <V> VALOR: DEVOLVE O VALOR DO PARAMETRO EM VIGOR NA
      *              DATA INFORMADA (ZEROS = HOJE), ISTO E, O DE MAIOR
      *              VIGENCIA NAO POSTERIOR A DATA; SEM REGISTRO (OU
      *              SEM O ARQUIVO) VALE O PADRAO DO MODULO;
      *          <P> PADRAO: DEVOLVE O VALOR PADRAO E A DESCRICAO DO
      *              CODIGO (OU, COM O INDICE INFORMADO, DO N-ESIMO
      *              PARAMETRO CONHECIDO, PARA A LISTA DE PARMCNTT).
      *          RESULTADO: S = VALOR DO ARQUIVO, P = VALOR PADRAO,
      *          N = CODIGO DESCONHECIDO. O ARQUIVO E LIDO A CADA
      *          CHAMADA, PARA A MUDANCA FEITA EM PARMCNTT VALER NA
      *          MESMA SESSAO DO MENU
      * Tectonics: cobc -I ../copybooks
      * Update: 19/12/2024 - NOVO PARAMETRO PRAZO-RECL (PADRAO 10): DIAS
      *         UTEIS PARA RESPONDER A RECLAMACAO DO SAC/OUVIDORIA
      *         (OUVCNTT)
      * Update: 20/12/2024 - NOVOS PARAMETROS DE RETENCAO DA LIMPEZA
      *         NOTURNA (LIMARQ): DIAS (RETD-) E ULTIMOS N MANTIDOS
      *         (RETN-) DO SPOOL, DO LOG DE EXECUCAO, DO LOG DE SIGN-ON,
      *         DO DIAGNOSTICO DE ABEND E DIAS DOS ARQUIVOS _TMP
      * Update: 22/12/2024 - NOVO PARAMETRO PRAZO-DEV (PADRAO 7): DIAS
      *         CORRIDOS DA EMISSAO EM QUE O CANCELAMENTO DO CONTRATO
      *         (MANFIN) DEVOLVE O OBJETO AO ESTOQUE DO CATALOGO
      *         (ESTUTIL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO
           'PARAMETROS.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS PAR-CHAVE
           FILE STATUS IS WS-FS-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          COPY FD_PARM.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRM                       PIC 99.
          88 FS-PRM-OK                    VALUE 0.
       77 WS-EOF-PRM                      PIC X.
          88 EOF-PRM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CODIGO-ACHADO                PIC X VALUE 'N'.
          88 CODIGO-ACHADO                VALUE 'S' FALSE 'N'.
       77 WS-DATA-REFERENCIA              PIC 9(08) VALUE ZEROS.
       77 WS-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PADRAO                   PIC 9(02) VALUE 19.
      *
      * PARAMETROS CONHECIDOS: CODIGO X(10) + VALOR PADRAO 9(07)V9(04)
      * E A DESCRICAO; OS PADRAO SAO AS REGRAS QUE ERAM FIXAS NOS
      * PROGRAMAS (PAGFIN, MENUGERA, ATRFIN/COBFIN, PURGCNTT, ARQFIN)
      *
       01 WS-PARAMETROS-PADRAO-DADOS.
          03 FILLER PIC X(21) VALUE 'MULTA-PCT 00000020000'.
          03 FILLER PIC X(40) VALUE
             'MULTA % SOBRE O SALDO DA PARCELA VENCIDA'.
          03 FILLER PIC X(21) VALUE 'MORA-DIA  00000000330'.
          03 FILLER PIC X(40) VALUE
             'MORA % AO DIA SOBRE O SALDO DA PARCELA'.
          03 FILLER PIC X(21) VALUE 'PIN-DIAS  00000900000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE VALIDADE DO PIN DO OPERADOR'.
          03 FILLER PIC X(21) VALUE 'AGING-F1  00000300000'.
          03 FILLER PIC X(40) VALUE
             'AGING: ULTIMO DIA DA 1A FAIXA DE ATRASO'.
          03 FILLER PIC X(21) VALUE 'AGING-F2  00000600000'.
          03 FILLER PIC X(40) VALUE
             'AGING: ULTIMO DIA DA 2A FAIXA DE ATRASO'.
          03 FILLER PIC X(21) VALUE 'AGING-F3  00000900000'.
          03 FILLER PIC X(40) VALUE
             'AGING: ULTIMO DIA DA 3A FAIXA DE ATRASO'.
          03 FILLER PIC X(21) VALUE 'RET-CONTT 00007300000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DO CONTATO INATIVO'.
          03 FILLER PIC X(21) VALUE 'RET-FIN   00000020000'.
          03 FILLER PIC X(40) VALUE
             'ANOS DE RETENCAO DO CONTRATO ENCERRADO'.
          03 FILLER PIC X(21) VALUE 'PRAZO-RECL00000100000'.
          03 FILLER PIC X(40) VALUE
             'DIAS UTEIS PARA RESPONDER A RECLAMACAO'.
          03 FILLER PIC X(21) VALUE 'RETD-SPOOL00000600000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DAS SAIDAS DO SPOOL'.
          03 FILLER PIC X(21) VALUE 'RETN-SPOOL00000030000'.
          03 FILLER PIC X(40) VALUE
             'ULTIMAS SAIDAS DO SPOOL MANTIDAS/PROGR.'.
          03 FILLER PIC X(21) VALUE 'RETD-LOG  00001800000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DO LOG DE EXECUCAO'.
          03 FILLER PIC X(21) VALUE 'RETN-LOG  00020000000'.
          03 FILLER PIC X(40) VALUE
             'ULTIMOS REGISTROS MANTIDOS NO LOG EXEC.'.
          03 FILLER PIC X(21) VALUE 'RETD-SGN  00003650000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DO LOG DE SIGN-ON'.
          03 FILLER PIC X(21) VALUE 'RETN-SGN  00010000000'.
          03 FILLER PIC X(40) VALUE
             'ULTIMOS REGISTROS MANTIDOS NO SIGN-ON'.
          03 FILLER PIC X(21) VALUE 'RETD-ABEND00000900000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DO DIAGNOSTICO DE ABEND'.
          03 FILLER PIC X(21) VALUE 'RETN-ABEND00000100000'.
          03 FILLER PIC X(40) VALUE
             'ULTIMOS ABENDS MANTIDOS NO DIAGNOSTICO'.
          03 FILLER PIC X(21) VALUE 'RETD-TMP  00000020000'.
          03 FILLER PIC X(40) VALUE
             'DIAS DE RETENCAO DOS ARQUIVOS _TMP'.
          03 FILLER PIC X(21) VALUE 'PRAZO-DEV 00000070000'.
          03 FILLER PIC X(40) VALUE
             'DIAS PARA DEVOLVER O OBJETO AO ESTOQUE'.
       01 WS-PARAMETROS-PADRAO REDEFINES WS-PARAMETROS-PADRAO-DADOS.
          03 WS-PP-PARAMETRO              OCCURS 19 TIMES.
             05 WS-PP-CODIGO              PIC X(10).
             05 WS-PP-VALOR               PIC 9(07)V9(04).
             05 WS-PP-DESCRICAO           PIC X(40).

       LINKAGE SECTION.
       01 LK-AREA-PRM.
          03 LK-PRM-FUNCAO                PIC X(01).
             88 LK-PRM-VALOR-VIGENTE      VALUE 'V'.
             88 LK-PRM-PADRAO             VALUE 'P'.
          03 LK-PRM-CODIGO                PIC X(10).
          03 LK-PRM-DATA                  PIC 9(08).
          03 LK-PRM-INDICE                PIC 9(02).
          03 LK-PRM-VALOR                 PIC 9(07)V9(04).
          03 LK-PRM-DT-VIGENCIA           PIC 9(08).
          03 LK-PRM-DESCRICAO             PIC X(40).
          03 LK-PRM-RESULTADO             PIC X(01).
             88 LK-PRM-DO-ARQUIVO         VALUE 'S'.
             88 LK-PRM-DO-PADRAO          VALUE 'P'.
             88 LK-PRM-DESCONHECIDO       VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-PRM.
       MAIN-PROCEDURE.

           SET LK-PRM-DESCONHECIDO  TO TRUE
           MOVE ZEROS               TO LK-PRM-VALOR
           MOVE ZEROS               TO LK-PRM-DT-VIGENCIA
           MOVE SPACES              TO LK-PRM-DESCRICAO

           IF LK-PRM-PADRAO AND LK-PRM-INDICE GREATER THAN ZEROS
               IF LK-PRM-INDICE NOT GREATER THAN WS-QTD-PADRAO
                   MOVE LK-PRM-INDICE TO WS-IND
                   MOVE WS-PP-CODIGO(WS-IND) TO LK-PRM-CODIGO
                   MOVE WS-PP-VALOR(WS-IND)  TO LK-PRM-VALOR
                   MOVE WS-PP-DESCRICAO(WS-IND)
                                    TO LK-PRM-DESCRICAO
                   SET LK-PRM-DO-PADRAO TO TRUE
               END-IF
               GOBACK
           END-IF

           PERFORM P100-PROCURA-PADRAO

           IF LK-PRM-DESCONHECIDO
               GOBACK
           END-IF

           IF LK-PRM-VALOR-VIGENTE
               PERFORM P200-VALOR-VIGENTE
           END-IF

           GOBACK
           .
      ******************************************************************
      * CODIGO NA TABELA DE PARAMETROS CONHECIDOS (DESCONHECIDO = N)
      ******************************************************************
       P100-PROCURA-PADRAO.
           SET CODIGO-ACHADO        TO FALSE
           PERFORM P110-COMPARA-CODIGO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-PADRAO OR
                     CODIGO-ACHADO
           .
       P100-FIM.

       P110-COMPARA-CODIGO.
           IF WS-PP-CODIGO(WS-IND) EQUAL LK-PRM-CODIGO
               SET CODIGO-ACHADO    TO TRUE
               SET LK-PRM-DO-PADRAO TO TRUE
               MOVE WS-PP-VALOR(WS-IND)     TO LK-PRM-VALOR
               MOVE WS-PP-DESCRICAO(WS-IND) TO LK-PRM-DESCRICAO
           END-IF
           .
       P110-FIM.

      ******************************************************************
      * VIGENCIAS DO CODIGO EM ORDEM CRESCENTE: FICA A ULTIMA QUE NAO
      * PASSA DA DATA DE REFERENCIA; SEM ARQUIVO FICA O PADRAO
      ******************************************************************
       P200-VALOR-VIGENTE.
           MOVE LK-PRM-DATA         TO WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF

           SET FS-PRM-OK            TO TRUE
           SET EOF-PRM-OK           TO FALSE

           OPEN INPUT PARAMETROS
           IF NOT FS-PRM-OK
               EXIT PARAGRAPH
           END-IF

           MOVE LK-PRM-CODIGO       TO PAR-CODIGO
           MOVE ZEROS               TO PAR-DT-VIGENCIA
           START PARAMETROS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   SET EOF-PRM-OK   TO TRUE
           END-START

           PERFORM P210-LE-VIGENCIA UNTIL EOF-PRM-OK

           CLOSE PARAMETROS
           .
       P200-FIM.

       P210-LE-VIGENCIA.
           READ PARAMETROS NEXT RECORD
               AT END
                   SET EOF-PRM-OK   TO TRUE
               NOT AT END
                   IF PAR-CODIGO NOT EQUAL LK-PRM-CODIGO OR
                      PAR-DT-VIGENCIA GREATER THAN WS-DATA-REFERENCIA
                       SET EOF-PRM-OK TO TRUE
                   ELSE
                       MOVE PAR-VALOR       TO LK-PRM-VALOR
                       MOVE PAR-DT-VIGENCIA TO LK-PRM-DT-VIGENCIA
                       SET LK-PRM-DO-ARQUIVO TO TRUE
                   END-IF
           END-READ
           .
       P210-FIM.

       END PROGRAM PARMUTIL.
