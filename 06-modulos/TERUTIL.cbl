      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: MODULO UTILITARIO DE TERRITORIOS DE VENDA - DEVOLVE O
      *          TERRITORIO E O REPRESENTANTE ATRIBUIDOS AO CONTATO EM
      *          CONTATOS_TERRIT.dat (FD_CTER, GERADO PELO LOTE
      *          DSTCNTT), PARA O FILTRO DE TERRITORIO DE ETQCNTT,
      *          CARCNTT E EXPCNTT; CONTATO SEM ATRIBUICAO VOLTA COM O
      *          STATUS I E O TERRITORIO EM BRANCO; REUTILIZAVEL COMO
      *          SEGUTIL
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-TERRIT ASSIGN TO
           'CONTATOS_TERRIT.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CTE-ID-CONTATO
           FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS-TERRIT.
          COPY FD_CTER.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.

       LINKAGE SECTION.
       01 LK-AREA-TER.
          03 LK-TER-ID-CONTATO            PIC 9(06).
          03 LK-TER-STATUS                PIC X(01).
             88 LK-TER-ACHADO             VALUE 'V'.
             88 LK-TER-NAO-ACHADO         VALUE 'I'.
          03 LK-TER-TERRITORIO            PIC X(04).
          03 LK-TER-REPRESENTANTE         PIC X(06).

       PROCEDURE DIVISION USING LK-AREA-TER.
       MAIN-PROCEDURE.

           SET LK-TER-NAO-ACHADO    TO TRUE
           MOVE SPACES              TO LK-TER-TERRITORIO
           MOVE SPACES              TO LK-TER-REPRESENTANTE

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS-TERRIT

           IF FS-OK
               MOVE LK-TER-ID-CONTATO TO CTE-ID-CONTATO
               READ CONTATOS-TERRIT
                   KEY IS CTE-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LK-TER-ACHADO TO TRUE
                       MOVE CTE-TERRITORIO TO LK-TER-TERRITORIO
                       MOVE CTE-REPRESENTANTE
                         TO LK-TER-REPRESENTANTE
               END-READ
               CLOSE CONTATOS-TERRIT
           END-IF

           GOBACK.
       END PROGRAM TERUTIL.
