      *         (TABELA MANTIDA POR DDDCNTT): A CARGA PASSA A ACEITAR
      *         SO OS DDDS ATIVOS, ENTAO DESATIVAR UM CODIGO EM
      *         DDDCNTT O TIRA DA VALIDACAO NA HORA
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 03/12/2024 - O TELEFONE DA RELACAO DE PENDENTES PASSA A
      *         SAIR MASCARADO (MODULO MASKUTIL); O NUMERO COMPLETO SO
      *         COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO, GRAVADO EM
      *         MASCARA_LOG.dat
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELCNTT.
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

               SELECT TABELA-DDD ASSIGN TO
       77 WS-QTD-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-MSK               PIC ZZZZZ9.
       77 WS-MOTIVO                       PIC X(30) VALUE SPACES.
       77 WS-DADOS-COMPLETOS              PIC X VALUE 'N'.
          88 DADOS-COMPLETOS              VALUE 'S' FALSE 'N'.
       77 WS-TEL-SAIDA                    PIC X(15) VALUE SPACES.
       01 WS-AREA-MASK.
          03 WS-MASK-FUNCAO               PIC X(01).
          03 WS-MASK-VALOR                PIC X(30).
          03 WS-MASK-MASCARADO            PIC X(30).
          03 WS-MASK-OPERADOR             PIC X(06).
          03 WS-MASK-PROGRAMA             PIC X(08).
          03 WS-MASK-RESULTADO            PIC X(01).
             88 WS-MASK-LIBERADO          VALUE 'S'.
          COPY FSMSG.
          COPY ABENDWS.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY LK-MENSAGEM
           SET LK-SUCESSO          TO TRUE
           MOVE 'TELCNTT ' TO WS-ABEND-PROGRAMA
           PERFORM P100-CARREGA-DDDS

           IF WS-QTD-DDDS GREATER THAN ZEROS
               PERFORM P200-PEDE-DADOS-COMPLETOS
               PERFORM P300-PADRONIZA
           ELSE
               DISPLAY 'TABELA DDD.TXT VAZIA OU AUSENTE! CADASTRE OS '
           .
       P100-FIM.

      ******************************************************************
      * O TELEFONE SAI MASCARADO NA RELACAO DE PENDENTES; O NUMERO
      * COMPLETO SO COM OPERADOR DE NIVEL 3 OU MAIOR E MOTIVO,
      * REGISTRADO NO LOG DE MASCARAMENTO PELO MODULO MASKUTIL
      ******************************************************************
       P200-PEDE-DADOS-COMPLETOS.
           DISPLAY 'IMPRIMIR O TELEFONE COMPLETO NA RELACAO? <S/N>: '
           ACCEPT WS-DADOS-COMPLETOS

           IF DADOS-COMPLETOS
               SET DADOS-COMPLETOS  TO FALSE
               MOVE 'L'             TO WS-MASK-FUNCAO
               MOVE LK-OPERADOR     TO WS-MASK-OPERADOR
               MOVE 'TELCNTT'       TO WS-MASK-PROGRAMA
               CALL 'MASKUTIL' USING WS-AREA-MASK
               IF WS-MASK-LIBERADO
                   SET DADOS-COMPLETOS TO TRUE
               END-IF
           ELSE
               SET DADOS-COMPLETOS  TO FALSE
           END-IF
           .
       P200-FIM.

       P300-PADRONIZA.
           SET EOF-OK              TO FALSE
           SET FS-OK               TO TRUE
       P350-RELACIONA-PENDENTE.
           ADD 1                    TO WS-QTD-PENDENTES
           MOVE WS-ID-CONTATO       TO WS-ID-CONTATO-MSK
           IF DADOS-COMPLETOS
               MOVE WS-TEL-CONTATO  TO WS-TEL-SAIDA
           ELSE
               MOVE 'T'             TO WS-MASK-FUNCAO
               MOVE WS-TEL-CONTATO  TO WS-MASK-VALOR
               CALL 'MASKUTIL' USING WS-AREA-MASK
               MOVE WS-MASK-MASCARADO TO WS-TEL-SAIDA
           END-IF
           MOVE SPACES              TO REG-IMPRESSAO
           STRING WS-ID-CONTATO-MSK ' ' WS-NM-CONTATO
                  ' TEL:' WS-TEL-SAIDA
                  ' - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-IMPRESSAO
           WRITE REG-IMPRESSAO
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY ABENDP.
