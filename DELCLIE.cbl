      * Tectonics: cobc -I copybooks
      * Update: 19/10/2024 - A LOCALIZACAO PASSA A SER PELO NUMERO DO
      *         CLIENTE (REG-ID-CLIENTE, NOVA CHAVE DE FD_CLIE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELCLIE.
       77 WS-OPERACAO-AUD                 PIC X(01) VALUE SPACES.
       77 WS-REG-ANTES                    PIC X(170) VALUE SPACES.
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

           DISPLAY '*** EXCLUSAO/RESTAURACAO DE CLIENTES ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           .
       P400-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
