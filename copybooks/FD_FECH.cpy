      ******************************************************************
      * Copybook: FD_FECH
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 04/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CAIXA_FECHAMENTO.dat
      *          (FECHAMENTO DE CAIXA DIARIO POR OPERADOR, GRAVADO POR
      *          FECFIN): CHAVE DATA + OPERADOR, RECEBIMENTOS DO DIA
      *          (PARCELAS DE PAGFIN E MENSALIDADES DE MENSESC, FAIXA
      *          900000), ESTORNOS DE ESTFIN NO DIA, LIQUIDO APURADO,
      *          VALOR CONTADO NA GAVETA E A DIFERENCA, MAIS O
      *          RESULTADO DA CONFERENCIA DA NUMERACAO DE RECIBOS.dat;
      *          A EXISTENCIA DO REGISTRO MARCA O DIA COMO FECHADO
      *          PARA O OPERADOR
      ******************************************************************
       01 REG-FECHAMENTO.
          03 FEC-CHAVE.
             05 FEC-DATA                  PIC 9(08).
             05 FEC-OPERADOR              PIC X(06).
          03 FEC-QTD-PAGAMENTOS           PIC 9(05).
          03 FEC-VR-FINANCIAMENTO         PIC 9(08)V99.
          03 FEC-VR-MENSALIDADES          PIC 9(08)V99.
          03 FEC-QTD-ESTORNOS             PIC 9(05).
          03 FEC-VR-ESTORNADO             PIC 9(08)V99.
          03 FEC-VR-LIQUIDO               PIC S9(08)V99.
          03 FEC-VR-CONTADO               PIC 9(08)V99.
          03 FEC-VR-DIFERENCA             PIC S9(08)V99.
          03 FEC-QTD-RECIBOS              PIC 9(05).
          03 FEC-QTD-FALHAS-RECIBO        PIC 9(05).
          03 FEC-QTD-DUPLIC-RECIBO        PIC 9(05).
          03 FEC-DT-FECHAMENTO            PIC 9(08).
          03 FEC-HORA-FECHAMENTO          PIC 9(08).
          03 FEC-OPER-FECHAMENTO          PIC X(06).
