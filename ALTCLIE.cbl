      *         TELEFONE VIRA CAMPO ALTERAVEL, CONFERIDO CONTRA
      *         DUPLICIDADE ENTRE OS CLIENTES ATIVOS; TROCAR DE
      *         TELEFONE DEIXA DE EXIGIR EXCLUIR-E-RECRIAR O CLIENTE
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTCLIE.
       77 WS-REG-ANTES                    PIC X(170) VALUE SPACES.
          COPY FSMSG.
          COPY VALCNT.
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

           DISPLAY '*** ALTERACAO DE CLIENTES ***'
           SET LK-SUCESSO          TO TRUE
           SET EXIT-OK             TO FALSE
           .
       P335-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       COPY VALCNTP.
