      *          PARA ATENDER O CLIENTE QUE LIGA PERGUNTANDO DE UM
      *          FINANCIAMENTO ANTIGO SEM RESTAURAR NADA
      * Tectonics: cobc -I copybooks
      * Update: 20/11/2024 - O ESPELHO DA PARTE FIXA DE FD_CONTR
      *         ACOMPANHA O LAYOUT ATUAL (APONTADOR DO NOVO CONTRATO DO
      *         REFINANCIAMENTO E CARENCIA COM OS JUROS CAPITALIZADOS;
      *         PARCELAS A PARTIR DA POSICAO 110), MOSTRADOS NA CONSULTA
      * Update: 21/11/2024 - O ESPELHO DE FD_CONTR INCLUI O SISTEMA DE
      *         AMORTIZACAO (PARCELAS A PARTIR DA POSICAO 111), MOSTRADO
      *         NA CONSULTA
      * Update: 22/11/2024 - O ARQUIVO MORTO PASSA A 4000 POSICOES POR
      *         CONTRATO E O ESPELHO DE FD_CONTR INCLUI IOF, TARIFA DE
      *         CADASTRO E CET (PARCELAS A PARTIR DA POSICAO 139),
      *         MOSTRADOS NA CONSULTA
      * Update: 23/12/2024 - O ESPELHO DE FD_CONTR INCLUI O PREMIO DO
      *         SEGURO PRESTAMISTA (PARCELAS A PARTIR DA POSICAO 147),
      *         MOSTRADO NA CONSULTA; O ARQUIVO MORTO GRAVADO NO LAYOUT
      *         ANTERIOR E CONVERTIDO PELO LOTE DE VIRADA MIGVIRA
      * Update: 23/12/2024 - O CET SAI EDITADO (ZZ9,99 AO MES /
      *         ZZ.ZZ9,99 AO ANO) EM VEZ DOS CAMPOS NUMERICOS SEM
      *         VIRGULA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSARQ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTRATOS.
       01 REG-ARQ-CONTRATO                PIC X(4000).

       FD ARQ-PAGAMENTOS.
       01 REG-ARQ-PAGAMENTO               PIC X(050).
          88 CONTRATO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-QTD-PAG-LISTADOS             PIC 9(03) VALUE ZEROS.
       77 WS-CET-MENSAL-MSK               PIC ZZ9,99.
       77 WS-CET-ANUAL-MSK                PIC ZZ.ZZ9,99.
      ******************************************************************
      * ESPELHO DA PARTE FIXA DE FD_CONTR SOBRE A IMAGEM ARQUIVADA
      * (A TABELA DE PARCELAS COMECA NA POSICAO 147, 9 POSICOES POR
      * PARCELA NO FORMATO EDITADO $$.$$9,99)
      ******************************************************************
       01 WS-IMAGEM-CONTRATO              PIC X(4000).
       01 FILLER REDEFINES WS-IMAGEM-CONTRATO.
          03 WS-ARQ-NUM-CONTRATO          PIC 9(06).
          03 WS-ARQ-ID-CONTATO            PIC 9(06).
          03 WS-ARQ-TAXA-JUROS            PIC 9(02)V99.
          03 WS-ARQ-DT-CONTRATO           PIC 9(08).
          03 WS-ARQ-ST-CONTRATO           PIC X(01).
          03 WS-ARQ-NUM-CONTRATO-NOVO     PIC 9(06).
          03 WS-ARQ-DIA-VENCIMENTO        PIC 9(02).
          03 WS-ARQ-REAJUSTA              PIC X(01).
          03 WS-ARQ-CARENCIA              PIC 9(02).
          03 WS-ARQ-VR-JUROS-CARENCIA     PIC 9(06)V99.
          03 WS-ARQ-SISTEMA-AMORT         PIC X(01).
          03 WS-ARQ-VR-IOF                PIC 9(06)V99.
          03 WS-ARQ-VR-TAC                PIC 9(06)V99.
          03 WS-ARQ-CET-MENSAL            PIC 9(03)V99.
          03 WS-ARQ-CET-ANUAL             PIC 9(05)V99.
          03 WS-ARQ-VR-PREMIO             PIC 9(06)V99.
          03 WS-ARQ-NUM-PARCELAS          PIC 999.
          03 WS-ARQ-PARCELA-1             PIC X(09).
          03 FILLER                       PIC X(3845).
      ******************************************************************
      * ESPELHO DO REGISTRO DE FD_PAGT SOBRE A IMAGEM ARQUIVADA
      ******************************************************************
       P320-MOSTRA-CONTRATO.
           DISPLAY 'CONTRATO (ARQUIVADO): ' WS-ARQ-NUM-CONTRATO
           DISPLAY 'STATUS..............: ' WS-ARQ-ST-CONTRATO
           IF WS-ARQ-NUM-CONTRATO-NOVO GREATER THAN ZEROS
               DISPLAY 'NOVO CONTRATO.......: '
                       WS-ARQ-NUM-CONTRATO-NOVO
           END-IF
           DISPLAY 'EMITIDO EM..........: ' WS-ARQ-DT-CONTRATO
           DISPLAY 'CONTATO (ID)........: ' WS-ARQ-ID-CONTATO
           IF WS-ARQ-ID-AVALISTA GREATER THAN ZEROS
           DISPLAY 'VALOR...............: ' WS-ARQ-VALOR
           DISPLAY 'ENTRADA.............: ' WS-ARQ-VR-ENTRADA
           DISPLAY 'TAXA (% A.M.).......: ' WS-ARQ-TAXA-JUROS
           IF WS-ARQ-CARENCIA GREATER THAN ZEROS
               DISPLAY 'CARENCIA (MESES)....: ' WS-ARQ-CARENCIA
               DISPLAY 'JUROS DA CARENCIA...: '
                       WS-ARQ-VR-JUROS-CARENCIA
           END-IF
           IF WS-ARQ-VR-IOF NUMERIC AND WS-ARQ-CET-MENSAL NUMERIC
               DISPLAY 'IOF.................: ' WS-ARQ-VR-IOF
               DISPLAY 'TARIFA DE CADASTRO..: ' WS-ARQ-VR-TAC
               MOVE WS-ARQ-CET-MENSAL TO WS-CET-MENSAL-MSK
               MOVE WS-ARQ-CET-ANUAL  TO WS-CET-ANUAL-MSK
               DISPLAY 'CET (% A.M. / A.A.).: ' WS-CET-MENSAL-MSK
                       ' / ' WS-CET-ANUAL-MSK
           END-IF
           IF WS-ARQ-VR-PREMIO NUMERIC AND
              WS-ARQ-VR-PREMIO GREATER THAN ZEROS
               DISPLAY 'SEGURO PRESTAMISTA..: ' WS-ARQ-VR-PREMIO
           END-IF
           DISPLAY 'PARCELAS............: ' WS-ARQ-NUM-PARCELAS
           IF WS-ARQ-SISTEMA-AMORT EQUAL 'S'
               DISPLAY 'AMORTIZACAO.........: SAC'
               DISPLAY '1A PARCELA..........: ' WS-ARQ-PARCELA-1
           ELSE
               DISPLAY 'AMORTIZACAO.........: PRICE'
               DISPLAY 'VALOR PARCELA.......: ' WS-ARQ-PARCELA-1
           END-IF

           DISPLAY 'LISTAR OS PAGAMENTOS ARQUIVADOS? <S/N>: '
           ACCEPT WS-OPCAO
