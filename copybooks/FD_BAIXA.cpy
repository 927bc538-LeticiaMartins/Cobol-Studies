      ******************************************************************
      * Copybook: FD_BAIXA
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 07/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO BAIXAS.dat (CONTRATOS
      *          BAIXADOS PARA PREJUIZO POR BXAFIN, UM REGISTRO POR
      *          CONTRATO): DATA DA BAIXA, MAIOR ATRASO, SALDO BAIXADO,
      *          OPERADOR E SUPERVISOR QUE AUTORIZOU, E O ACUMULADO DAS
      *          RECUPERACOES (PAGAMENTOS POSTERIORES DE PAGFIN E
      *          RETFIN, ATUALIZADO PELO MODULO RCPUTIL)
      ******************************************************************
       01 REG-BAIXA.
          03 BXA-NUM-CONTRATO             PIC 9(06).
          03 BXA-DT-BAIXA                 PIC 9(08).
          03 BXA-HORA-BAIXA               PIC 9(08).
          03 BXA-DIAS-ATRASO              PIC 9(05).
          03 BXA-QTD-PARCELAS             PIC 9(03).
          03 BXA-VR-BAIXADO               PIC 9(08)V99.
          03 BXA-OPERADOR                 PIC X(06).
          03 BXA-SUPERVISOR               PIC X(06).
          03 BXA-QTD-RECUPERACOES         PIC 9(05).
          03 BXA-VR-RECUPERADO            PIC 9(08)V99.
          03 BXA-DT-ULT-RECUPERACAO       PIC 9(08).
