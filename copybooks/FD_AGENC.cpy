      ******************************************************************
      * Copybook: FD_AGENC
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 08/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO COBRANCA_AGENCIA.dat
      *          (CONTRATOS ENTREGUES A AGENCIA DE COBRANCA TERCEIRIZADA
      *          POR AGEFIN, CHAVE CONTRATO): ENQUANTO O STATUS FOR 'A'
      *          O CONTRATO ESTA COM A AGENCIA E COBFIN NAO EMITE AS
      *          CARTAS PROPRIAS; 'D' = DEVOLVIDO PELA AGENCIA OU
      *          RETIRADO PELA EMPRESA. GUARDA O ATRASO E O VALOR NA
      *          ENTREGA, O PERCENTUAL DE COMISSAO DA TABELA
      *          COMISSAO_AGENCIA.TXT PELA FAIXA DE ATRASO NA ENTREGA, O
      *          ULTIMO ACORDO INFORMADO PELA AGENCIA E OS ACUMULADOS
      *          RECEBIDOS E DE COMISSAO
      ******************************************************************
       01 REG-AGENCIA.
          03 AGE-NUM-CONTRATO             PIC 9(06).
          03 AGE-ST-AGENCIA               PIC X(01).
             88 AGE-COM-AGENCIA           VALUE 'A'.
             88 AGE-DEVOLVIDO             VALUE 'D'.
          03 AGE-DT-ENVIO                 PIC 9(08).
          03 AGE-DIAS-ATRASO              PIC 9(05).
          03 AGE-QTD-PARCELAS             PIC 9(03).
          03 AGE-VR-ENVIADO               PIC 9(08)V99.
          03 AGE-PERC-COMISSAO            PIC 9(03)V99.
          03 AGE-DT-ACORDO                PIC 9(08).
          03 AGE-VR-ACORDO                PIC 9(08)V99.
          03 AGE-QTD-PARC-ACORDO          PIC 9(03).
          03 AGE-QTD-RECEBIMENTOS         PIC 9(05).
          03 AGE-VR-RECEBIDO              PIC 9(08)V99.
          03 AGE-VR-COMISSAO              PIC 9(08)V99.
          03 AGE-DT-ULT-RECEBIMENTO       PIC 9(08).
          03 AGE-DT-DEVOLUCAO             PIC 9(08).
          03 AGE-OPERADOR                 PIC X(06).
