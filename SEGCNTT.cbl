      *          SEGUTIL, PARA UMA CAMPANHA USAR A MESMA DEFINICAO EM
      *          TODAS AS SAIDAS
      * Tectonics: cobc -I copybooks
      * Update: 27/11/2024 - O SEGMENTO PODE SER RESTRITO A UM
      *         TERRITORIO DE VENDA (SEG-TERRITORIO, TABELA DE TERCNTT),
      *         APLICADO POR ETQCNTT, CARCNTT E EXPCNTT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCNTT.
                           SEG-UF ' / ' SEG-CIDADE ' / '
                           SEG-INCLUI-OPTOUT ' / '
                           SEG-EXIGE-ENDERECO ' / '
                           SEG-EXIGE-EMAIL ' / '
                           SEG-TERRITORIO
           END-READ
           .
       P315-FIM.
           IF SEG-EXIGE-EMAIL NOT EQUAL 'S'
               MOVE 'N'             TO SEG-EXIGE-EMAIL
           END-IF
           DISPLAY 'TERRITORIO DE VENDA (EM BRANCO = TODOS): '
           ACCEPT SEG-TERRITORIO
           INSPECT SEG-TERRITORIO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       P325-FIM.

