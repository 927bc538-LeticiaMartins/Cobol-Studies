      ******************************************************************
      * Copybook: LAYCHKP
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/12/2024
      * Purpose: PARAGRAFO COMUM DA CONFERENCIA DE VERSAO DE LAYOUT -
      *          O PROGRAMA DESLIGA LAYOUT-RECUSADO, MOVE O NOME DE CADA
      *          ARQUIVO MESTRE QUE USA PARA WS-LAY-ARQUIVO E PERFORMA
      *          P860-CONFERE-LAYOUT ANTES DE ABRIR QUALQUER UM; O
      *          MODULO LAYUTIL COMPARA A VERSAO DO CONTROLE COM A DA
      *          TABELA DE LAYVERS.cpy E, SE DIFEREM, O MOTIVO E
      *          EXIBIDO E LAYOUT-RECUSADO FICA LIGADO PARA O PROGRAMA
      *          ENCERRAR SEM TOCAR NOS ARQUIVOS.
      *          P865-VERSAO-ESPERADA SO DEVOLVE EM WS-LAY-VERSAO A
      *          VERSAO DA TABELA (ZEROS = ARQUIVO SEM CONTROLE)
      ******************************************************************
       P860-CONFERE-LAYOUT.
           PERFORM P865-VERSAO-ESPERADA
           SET WS-LAY-CONFERIR      TO TRUE
           MOVE SPACES              TO WS-LAY-CONTROLE
           CALL 'LAYUTIL' USING WS-AREA-LAYOUT
           IF NOT LAY-CONFERE
               DISPLAY 'LAYOUT RECUSADO: ' WS-LAY-MOTIVO
               SET LAYOUT-RECUSADO  TO TRUE
           END-IF
           .
       P860-FIM.

       P865-VERSAO-ESPERADA.
           MOVE ZEROS               TO WS-LAY-VERSAO
           PERFORM P866-COMPARA-ARQUIVO
               VARYING WS-IND-LAYOUT FROM 1 BY 1
               UNTIL WS-IND-LAYOUT GREATER THAN WS-QTD-LAYOUTS OR
                     WS-LAY-VERSAO GREATER THAN ZEROS
           .
       P865-FIM.

       P866-COMPARA-ARQUIVO.
           IF WS-VL-ARQUIVO(WS-IND-LAYOUT) EQUAL WS-LAY-ARQUIVO
               MOVE WS-VL-VERSAO(WS-IND-LAYOUT) TO WS-LAY-VERSAO
           END-IF
           .
       P866-FIM.
