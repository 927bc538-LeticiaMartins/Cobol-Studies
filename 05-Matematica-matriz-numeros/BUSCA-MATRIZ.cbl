      *         PARCELAS E FAIXA DE PRECO PLAUSIVEL (MIN/MAX); A
      *         EMISSAO EM PROG-OCCURS SUGERE A TAXA E RECUSA CONTRATO
      *         FORA DOS LIMITES DO OBJETO (ZEROS = SEM LIMITE)
      * Update: 23/11/2024 - CADA ITEM DO CATALOGO INDICA SE O BEM FICA
      *         ALIENADO EM GARANTIA DO CONTRATO (REG-ALIENACAO S/N); A
      *         EMISSAO DE OBJETO ALIENADO EXIGE OS DADOS DO VEICULO OU
      *         DA MAQUINA (MODULO GARUTIL); TABELA.TXT GRAVADA ANTES
      *         (53 POSICOES) E CONVERTIDA PELO LOTE DE VIRADA MIGVIRA,
      *         COM 'N' NOS ITENS EXISTENTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATOBJ.
           03 REG-PRAZO-MAX                     PIC 999.
           03 REG-PRECO-MIN                     PIC 9(06)V99.
           03 REG-PRECO-MAX                     PIC 9(06)V99.
           03 REG-ALIENACAO                     PIC X(01).

       WORKING-STORAGE SECTION.

               05 WS-PRAZO-MAX                      PIC 999.
               05 WS-PRECO-MIN                      PIC 9(06)V99.
               05 WS-PRECO-MAX                      PIC 9(06)V99.
               05 WS-ALIENACAO                      PIC X(01).
       77 WS-COD                                    PIC 99.
       77 WS-NOME-NOVO                              PIC X(20).
       77 WS-PRECO-NOVO                              PIC 9(06)V99.
       77 WS-PRAZO-NOVO                              PIC 999.
       77 WS-PRECO-MIN-NOVO                          PIC 9(06)V99.
       77 WS-PRECO-MAX-NOVO                          PIC 9(06)V99.
       77 WS-ALIENACAO-NOVA                          PIC X(01).
       77 WS-FS                                     PIC 99.
          88 FS-OK                                  VALUE 0.
       77 WS-EOF                                    PIC X VALUE 'N'.
          03 WS-PRAZO-TEMP                          PIC 999.
          03 WS-PRECO-MIN-TEMP                      PIC 9(06)V99.
          03 WS-PRECO-MAX-TEMP                      PIC 9(06)V99.
          03 WS-ALIENACAO-TEMP                      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                 TO WS-PRECO-MIN(WS-QTD-LIDOS)
                               MOVE REG-PRECO-MAX
                                 TO WS-PRECO-MAX(WS-QTD-LIDOS)
                               MOVE REG-ALIENACAO
                                 TO WS-ALIENACAO(WS-QTD-LIDOS)
                           ELSE
                               ADD 1                TO WS-QTD-IGNORADOS
                           END-IF
                              WS-PRECO-MIN(I)
                              ' A '
                              WS-PRECO-MAX(I)
                              ' ALIENACAO: '
                              WS-ALIENACAO(I)
               END-SEARCH
           END-IF
           .
                     TO WS-PRECO-MIN(WS-QTD-LIDOS)
                   MOVE WS-PRECO-MAX-NOVO
                     TO WS-PRECO-MAX(WS-QTD-LIDOS)
                   MOVE WS-ALIENACAO-NOVA
                     TO WS-ALIENACAO(WS-QTD-LIDOS)
                   PERFORM P800-ORDENA-TABELA
                   PERFORM P900-GRAVA-TABELA
                   DISPLAY 'ITEM INCLUIDO COM SUCESSO!'
                     TO WS-PRECO-MIN(WS-POS-ACHADA)
                   MOVE WS-PRECO-MAX-NOVO
                     TO WS-PRECO-MAX(WS-POS-ACHADA)
                   MOVE WS-ALIENACAO-NOVA
                     TO WS-ALIENACAO(WS-POS-ACHADA)
                   PERFORM P900-GRAVA-TABELA
                   DISPLAY 'ITEM ALTERADO COM SUCESSO!'
               ELSE
      ******************************************************************
      * POLITICA DE CREDITO DO ITEM: TAXA SUGERIDA NA EMISSAO, PRAZO
      * MAXIMO EM PARCELAS E FAIXA DE PRECO ACEITA (ZEROS = SEM
      * LIMITE NAQUELE CAMPO); VEICULO OU MAQUINA FICA ALIENADO EM
      * GARANTIA DO CONTRATO (S) E A EMISSAO EXIGE OS DADOS DO BEM
      ******************************************************************
       P450-CAPTURA-POLITICA.
           DISPLAY 'TAXA DE JUROS PADRAO (EM % A.M., 0 = SEM '
           ACCEPT WS-PRECO-MIN-NOVO
           DISPLAY 'PRECO MAXIMO ACEITO (0 = SEM LIMITE): '
           ACCEPT WS-PRECO-MAX-NOVO
           DISPLAY 'BEM ALIENADO EM GARANTIA (VEICULO/MAQUINA)? '
                   '<S/N>: '
           ACCEPT WS-ALIENACAO-NOVA
           IF WS-ALIENACAO-NOVA EQUAL 's'
               MOVE 'S'              TO WS-ALIENACAO-NOVA
           END-IF
           IF WS-ALIENACAO-NOVA NOT EQUAL 'S'
               MOVE 'N'              TO WS-ALIENACAO-NOVA
           END-IF
           .
       P450-FIM.

                   MOVE WS-PRAZO-MAX(I)  TO REG-PRAZO-MAX
                   MOVE WS-PRECO-MIN(I)  TO REG-PRECO-MIN
                   MOVE WS-PRECO-MAX(I)  TO REG-PRECO-MAX
                   MOVE WS-ALIENACAO(I)  TO REG-ALIENACAO
                   WRITE REG-TABELA
               END-PERFORM
               CLOSE TABELA
