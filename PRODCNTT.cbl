      *          OFERECE O DETALHE DIA A DIA DE UM OPERADOR; ACABA COM
      *          A CONTAGEM MENSAL PAGINANDO HISCNTT E RELFIN
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCNTT.
       77 WS-DATA-CHAVE                   PIC 9(08) VALUE ZEROS.
          COPY FSMSG.
       77 WS-FS                           PIC 99.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'PAGAMENTOS.dat'     TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** PRODUTIVIDADE POR OPERADOR ***'
           SET LK-SUCESSO          TO TRUE

           .
       P420-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
