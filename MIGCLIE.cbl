      *          (CBL_DELETE/RENAME); RODA UMA UNICA VEZ NA VIRADA,
      *          COMO MIGCONTT FEZ PARA OS CONTATOS
      * Tectonics: cobc -I copybooks
      * Update: 16/12/2024 - DEPOIS DA TROCA DOS ARQUIVOS, GRAVA EM
      *         CONTROLE_LAYOUT.dat (MODULO LAYUTIL) A VERSAO DE LAYOUT
      *         ATUAL DE CLIENTES.dat (LAYVERS), LIBERANDO OS PROGRAMAS
      *         QUE CONFEREM A VERSAO NA ABERTURA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCLIE.
       77 WS-RETCODE                      PIC 9(09) COMP-5 VALUE ZEROS.
          88 RETCODE-OK                   VALUE ZEROS.
          COPY FSMSG.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               ELSE
                   DISPLAY 'CLIENTES MIGRADOS: ' WS-QTD-MIGRADOS
                   DISPLAY 'BASE DE CLIENTES MIGRADA COM SUCESSO!'
                   PERFORM P360-GRAVA-LAYOUT
               END-IF
           END-IF
           .
       P350-FIM.

       P360-GRAVA-LAYOUT.
           MOVE 'CLIENTES.dat'      TO WS-LAY-ARQUIVO
           PERFORM P865-VERSAO-ESPERADA
           SET WS-LAY-GRAVAR        TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF LAY-CONFERE
               DISPLAY 'CLIENTES.dat MARCADO NO LAYOUT ' WS-LAY-VERSAO
           ELSE
               DISPLAY WS-LAY-MOTIVO
               SET LK-ERRO          TO TRUE
           END-IF
           .
       P360-FIM.

       COPY LAYCHKP.

       COPY FSMSGP.

       P900-FIM.
