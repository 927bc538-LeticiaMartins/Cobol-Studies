      *          MESMO FILTRO PELO MESMO NOME; REUTILIZAVEL COMO
      *          CATVALID
      * Tectonics: cobc -I ../copybooks
      * Update: 27/11/2024 - DEVOLVE TAMBEM O TERRITORIO DE VENDA DO
      *         SEGMENTO (LK-SEG-TERRITORIO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUTIL.
          03 LK-SEG-INCLUI-OPTOUT         PIC X(01).
          03 LK-SEG-EXIGE-ENDERECO        PIC X(01).
          03 LK-SEG-EXIGE-EMAIL           PIC X(01).
          03 LK-SEG-TERRITORIO            PIC X(04).

       PROCEDURE DIVISION USING LK-AREA-SEG.
       MAIN-PROCEDURE.
           MOVE 'N'                 TO LK-SEG-INCLUI-OPTOUT
           MOVE 'N'                 TO LK-SEG-EXIGE-ENDERECO
           MOVE 'N'                 TO LK-SEG-EXIGE-EMAIL
           MOVE SPACES              TO LK-SEG-TERRITORIO

           SET FS-OK                TO TRUE
           OPEN INPUT SEGMENTOS
                         TO LK-SEG-EXIGE-ENDERECO
                       MOVE SEG-EXIGE-EMAIL
                         TO LK-SEG-EXIGE-EMAIL
                       MOVE SEG-TERRITORIO
                         TO LK-SEG-TERRITORIO
               END-READ
               CLOSE SEGMENTOS
           END-IF
