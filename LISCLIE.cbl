      * Update: 19/10/2024 - A LISTAGEM PASSA A SAIR EM ORDEM DO
      *         NUMERO DO CLIENTE (REG-ID-CLIENTE, NOVA CHAVE),
      *         EXIBINDO O NUMERO E O TELEFONE COMO CAMPO COMUM
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCLIE.
       77 WS-QTD-LIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INATIVOS                 PIC 9(05) VALUE ZEROS.
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

           DISPLAY '*** LISTAGEM DE CLIENTES ***'
           SET LK-SUCESSO          TO TRUE
           PERFORM P300-LISTA
           .
       P300-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
