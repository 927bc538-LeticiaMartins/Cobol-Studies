      ******************************************************************
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 01/12/2024
      * Purpose: MODULO UTILITARIO DO ESCORE DE COMPORTAMENTO - DEVOLVE
      *          O ESCORE, A FAIXA, A DATA DA APURACAO E OS FATORES DO
      *          CONTATO GRAVADOS EM CONTATOS_SCORE.dat (FD_SCOR,
      *          APURADO PELO LOTE SCOFIN); CONTATO AINDA NAO APURADO
      *          VOLTA COM O RESULTADO N E A FAIXA N. USADO NA ANALISE
      *          DE CREDITO DA EMISSAO (PROG-OCCURS), NA CONSULTA DE
      *          CONTRATO (CONSFIN) E NA VISAO DO CONTATO (VISCNTT)
      * Tectonics: cobc -I ../copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-SCORE ASSIGN TO
           'CONTATOS_SCORE.dat'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS SCO-ID-CONTATO
           FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS-SCORE.
          COPY FD_SCOR.

       WORKING-STORAGE SECTION.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.

       LINKAGE SECTION.
       01 LK-AREA-SCO.
          03 LK-SCO-ID-CONTATO            PIC 9(06).
          03 LK-SCO-RESULTADO             PIC X(01).
             88 LK-SCO-ACHADO             VALUE 'S'.
             88 LK-SCO-NAO-APURADO        VALUE 'N'.
          03 LK-SCO-SCORE                 PIC 9(04).
          03 LK-SCO-FAIXA                 PIC X(01).
          03 LK-SCO-DT-APURACAO           PIC 9(08).
          03 LK-SCO-QTD-CONTRATOS         PIC 9(04).
          03 LK-SCO-QTD-PAGAS-EM-DIA      PIC 9(05).
          03 LK-SCO-QTD-PAGAS-ATRASO      PIC 9(05).
          03 LK-SCO-MEDIA-DIAS-ATRASO     PIC 9(04).
          03 LK-SCO-MAIOR-ATRASO          PIC 9(04).
          03 LK-SCO-QTD-VENCIDAS-ABERTAS  PIC 9(04).
          03 LK-SCO-QTD-ESTORNOS          PIC 9(04).
          03 LK-SCO-QTD-RENEGOCIACOES     PIC 9(04).
          03 LK-SCO-QTD-QUITADOS          PIC 9(04).
          03 LK-SCO-QTD-BAIXADOS          PIC 9(04).

       PROCEDURE DIVISION USING LK-AREA-SCO.
       MAIN-PROCEDURE.

           SET LK-SCO-NAO-APURADO   TO TRUE
           MOVE ZEROS               TO LK-SCO-SCORE
           MOVE 'N'                 TO LK-SCO-FAIXA
           MOVE ZEROS               TO LK-SCO-DT-APURACAO
           MOVE ZEROS               TO LK-SCO-QTD-CONTRATOS
           MOVE ZEROS               TO LK-SCO-QTD-PAGAS-EM-DIA
           MOVE ZEROS               TO LK-SCO-QTD-PAGAS-ATRASO
           MOVE ZEROS               TO LK-SCO-MEDIA-DIAS-ATRASO
           MOVE ZEROS               TO LK-SCO-MAIOR-ATRASO
           MOVE ZEROS               TO LK-SCO-QTD-VENCIDAS-ABERTAS
           MOVE ZEROS               TO LK-SCO-QTD-ESTORNOS
           MOVE ZEROS               TO LK-SCO-QTD-RENEGOCIACOES
           MOVE ZEROS               TO LK-SCO-QTD-QUITADOS
           MOVE ZEROS               TO LK-SCO-QTD-BAIXADOS

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS-SCORE

           IF FS-OK
               MOVE LK-SCO-ID-CONTATO TO SCO-ID-CONTATO
               READ CONTATOS-SCORE
                   KEY IS SCO-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P100-DEVOLVE-SCORE
               END-READ
               CLOSE CONTATOS-SCORE
           END-IF

           GOBACK
           .
       P100-DEVOLVE-SCORE.
           SET LK-SCO-ACHADO        TO TRUE
           MOVE SCO-SCORE           TO LK-SCO-SCORE
           MOVE SCO-FAIXA           TO LK-SCO-FAIXA
           MOVE SCO-DT-APURACAO     TO LK-SCO-DT-APURACAO
           MOVE SCO-QTD-CONTRATOS   TO LK-SCO-QTD-CONTRATOS
           MOVE SCO-QTD-PAGAS-EM-DIA
                                    TO LK-SCO-QTD-PAGAS-EM-DIA
           MOVE SCO-QTD-PAGAS-ATRASO
                                    TO LK-SCO-QTD-PAGAS-ATRASO
           MOVE SCO-MEDIA-DIAS-ATRASO
                                    TO LK-SCO-MEDIA-DIAS-ATRASO
           MOVE SCO-MAIOR-ATRASO    TO LK-SCO-MAIOR-ATRASO
           MOVE SCO-QTD-VENCIDAS-ABERTAS
                                    TO LK-SCO-QTD-VENCIDAS-ABERTAS
           MOVE SCO-QTD-ESTORNOS    TO LK-SCO-QTD-ESTORNOS
           MOVE SCO-QTD-RENEGOCIACOES
                                    TO LK-SCO-QTD-RENEGOCIACOES
           MOVE SCO-QTD-QUITADOS    TO LK-SCO-QTD-QUITADOS
           MOVE SCO-QTD-BAIXADOS    TO LK-SCO-QTD-BAIXADOS
           .
       P100-FIM.

       END PROGRAM SCOUTIL.
