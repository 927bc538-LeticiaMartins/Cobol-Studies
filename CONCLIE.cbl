      * Update: 19/10/2024 - COM A NOVA CHAVE REG-ID-CLIENTE, A BUSCA
      *         DIRETA PASSA A SER PELO NUMERO DO CLIENTE, COM A
      *         BUSCA POR TELEFONE MANTIDA POR VARREDURA
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCLIE.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-QTD-ACHADOS                  PIC 9(03) VALUE ZEROS.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CLIENTES.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           DISPLAY '*** CONSULTA DE CLIENTES ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           .
       P310-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
