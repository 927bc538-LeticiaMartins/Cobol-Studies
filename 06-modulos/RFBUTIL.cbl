      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 30/11/2024
      * Purpose: MODULO UTILITARIO DA SITUACAO CADASTRAL NA RECEITA
      *          FEDERAL - DEVOLVE A SITUACAO DO CPF/CNPJ DO CONTATO
      *          GRAVADA EM CONTATOS_RECEITA.dat (FD_RFB, IMPORTADA
      *          POR RFBCNTT), COM A DATA E A DESCRICAO; RESULTADO
      *          I = DOCUMENTO IRREGULAR (SUSPENSO, CANCELADO, TITULAR
      *          FALECIDO, NULO, BAIXADO OU INAPTO), R = REGULAR OU
      *          PENDENTE, N = SEM CONSULTA; CONSULTA FEITA PARA OUTRO
      *          DOCUMENTO (O CONTATO TROCOU DE CPF/CNPJ DEPOIS) VALE
      *          COMO SEM CONSULTA. USADO NA EMISSAO (PROG-OCCURS) E NA
      *          CONVERSAO DE PROPOSTA (PROPFIN)
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFBUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-RECEITA ASSIGN TO
           'CONTATOS_RECEITA.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS RFB-ID-CONTATO
           FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS-RECEITA.
          COPY FD_RFB.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.

       LINKAGE SECTION.
       01 LK-AREA-RFB.
          03 LK-RFB-ID-CONTATO            PIC 9(06).
          03 LK-RFB-DOCUMENTO             PIC X(14).
          03 LK-RFB-SITUACAO              PIC X(01).
          03 LK-RFB-DT-SITUACAO           PIC 9(08).
          03 LK-RFB-DESCRICAO             PIC X(20).
          03 LK-RFB-RESULTADO             PIC X(01).
             88 LK-RFB-REGULAR            VALUE 'R'.
             88 LK-RFB-IRREGULAR          VALUE 'I'.
             88 LK-RFB-SEM-CONSULTA       VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA-RFB.
       MAIN-PROCEDURE.

           SET LK-RFB-SEM-CONSULTA  TO TRUE
           MOVE SPACES              TO LK-RFB-SITUACAO
           MOVE ZEROS               TO LK-RFB-DT-SITUACAO
           MOVE 'SEM CONSULTA'      TO LK-RFB-DESCRICAO

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS-RECEITA

           IF FS-OK
               MOVE LK-RFB-ID-CONTATO TO RFB-ID-CONTATO
               READ CONTATOS-RECEITA
                   KEY IS RFB-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RFB-DOCUMENTO EQUAL LK-RFB-DOCUMENTO
                           PERFORM P100-DEVOLVE-SITUACAO
                       END-IF
               END-READ
               CLOSE CONTATOS-RECEITA
           END-IF

           GOBACK
           .
       P100-DEVOLVE-SITUACAO.
           MOVE RFB-SITUACAO        TO LK-RFB-SITUACAO
           MOVE RFB-DT-SITUACAO     TO LK-RFB-DT-SITUACAO

           IF RFB-SIT-IRREGULAR
               SET LK-RFB-IRREGULAR TO TRUE
           ELSE
               SET LK-RFB-REGULAR   TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN RFB-SIT-REGULAR
                   MOVE 'REGULAR'        TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-PENDENTE
                   MOVE 'PENDENTE'       TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-SUSPENSA
                   MOVE 'SUSPENSO'       TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-CANCELADA
                   MOVE 'CANCELADO'      TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-FALECIDO
                   MOVE 'TITULAR FALECIDO' TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-NULA
                   MOVE 'NULO'           TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-BAIXADA
                   MOVE 'BAIXADO'        TO LK-RFB-DESCRICAO
               WHEN RFB-SIT-INAPTA
                   MOVE 'INAPTO'         TO LK-RFB-DESCRICAO
               WHEN OTHER
                   MOVE 'DESCONHECIDA'   TO LK-RFB-DESCRICAO
           END-EVALUATE
           .
       P100-FIM.

       END PROGRAM RFBUTIL.
