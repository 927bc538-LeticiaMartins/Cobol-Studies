      * Update: 07/09/2024 - O LAYOUT DE CLIENTES.dat PASSOU PARA O
      *         COPYBOOK FD_CLIE, COMPARTILHADO COM O NOVO SUBSISTEMA
      *         DE CLIENTES (MENUCLIE/CADCLIE/CONCLIE/ALTCLIE/LISCLIE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAB-STRINGS.
          88 FS-OK                     VALUE 0.
       77 WS-CEP-STATUS                PIC X VALUE 'N'.
          88 WS-CEP-OK                 VALUE 'S' FALSE 'N'.
          COPY LAYVERS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'CLIENTES.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               STOP RUN
           END-IF

           MOVE 'MARIA'               TO WS-PRIMEIRO-NOME
           MOVE 'CAMPOS'              TO WS-SEGUNDO-NOME
           MOVE '551196115542'        TO WS-TELEFONE
           CLOSE CLIENTES
           .
       P900-FIM.
       COPY LAYCHKP.

       END PROGRAM TRAB-STRINGS.
