      ******************************************************************
      * Copybook: FD_POSIC
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 11/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO POSICAO_CARTEIRA.dat
      *          (POSICAO DA CARTEIRA DE FINANCIAMENTOS CONGELADA NO
      *          FECHAMENTO DO MES POR POSFIN): CHAVE PERIODO AAAAMM +
      *          CONTRATO, COM O STATUS DO CONTRATO NO FECHAMENTO, A
      *          FACE DO PLANO, O QUE JA FOI PAGO ATE A DATA-BASE (SO
      *          ATE A FACE DE CADA PARCELA), O SALDO EM ABERTO SEPARADO
      *          EM PRINCIPAL E JUROS A APROPRIAR, O SALDO VENCIDO E O
      *          MAIOR ATRASO; CONTRATO ENCERRADO (C/Q/P/R) FICA COM
      *          SALDO ZERO NO MES EM QUE SAIU DA CARTEIRA
      ******************************************************************
       01 REG-POSICAO.
          03 POS-CHAVE.
             05 POS-PERIODO               PIC 9(06).
             05 POS-NUM-CONTRATO          PIC 9(06).
          03 POS-ID-CONTATO               PIC 9(06).
          03 POS-ST-CONTRATO              PIC X(01).
             88 POS-CONTRATO-ATIVO        VALUE 'A'.
             88 POS-CONTRATO-CANCELADO    VALUE 'C'.
             88 POS-CONTRATO-QUITADO      VALUE 'Q'.
             88 POS-CONTRATO-BAIXADO      VALUE 'P'.
             88 POS-CONTRATO-REFINANCIADO VALUE 'R'.
          03 POS-DT-CONTRATO              PIC 9(08).
          03 POS-NUM-PARCELAS             PIC 9(03).
          03 POS-QTD-ABERTAS              PIC 9(03).
          03 POS-VR-FACE                  PIC 9(08)V99.
          03 POS-VR-PAGO                  PIC 9(08)V99.
          03 POS-VR-SALDO                 PIC 9(08)V99.
          03 POS-VR-PRINCIPAL             PIC 9(08)V99.
          03 POS-VR-JUROS-APROPRIAR       PIC 9(08)V99.
          03 POS-VR-VENCIDO               PIC 9(08)V99.
          03 POS-DIAS-ATRASO              PIC 9(05).
          03 POS-DT-BASE                  PIC 9(08).
          03 POS-DT-FECHAMENTO            PIC 9(08).
          03 POS-OPERADOR                 PIC X(06).
