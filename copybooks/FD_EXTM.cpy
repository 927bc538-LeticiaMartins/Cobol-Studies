      ******************************************************************
      * Copybook: FD_EXTM
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 12/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO EXTRATO_MENSAL.dat
      *          (EXTRATO MENSAL CONSOLIDADO DO CLIENTE), GRAVADO POR
      *          EXCFIN: UM ITEM POR PERIODO AAAAMM, CONTATO E
      *          CONTRATO DO QUAL E TITULAR ('C'), CONTRATO DO QUAL E
      *          AVALISTA ('A') OU ALUNO DO QUAL E RESPONSAVEL ('M',
      *          MENSALIDADES DA ESCOLA), COM O PAGO NO MES, AS PARCELAS
      *          EM ABERTO E VENCIDAS NO FIM DO MES, O QUE VENCE NO MES
      *          SEGUINTE E O SALDO EM ABERTO; A LEITURA NA ORDEM DA
      *          CHAVE JUNTA OS ITENS DE CADA CONTATO NA CARTA E A 2A
      *          VIA SAI DESTE ARQUIVO, SEM RECALCULAR
      ******************************************************************
       01 REG-EXTRATO-MENSAL.
          03 EXM-CHAVE.
             05 EXM-PERIODO               PIC 9(06).
             05 EXM-ID-CONTATO            PIC 9(06).
             05 EXM-TIPO                  PIC X(01).
                88 EXM-CONTRATO           VALUE 'C'.
                88 EXM-AVAL               VALUE 'A'.
                88 EXM-MENSALIDADE        VALUE 'M'.
             05 EXM-NUMERO                PIC 9(06).
          03 EXM-DESCRICAO                PIC X(20).
          03 EXM-VR-PAGO-MES              PIC 9(08)V99.
          03 EXM-QTD-ABERTAS              PIC 9(03).
          03 EXM-QTD-VENCIDAS             PIC 9(03).
          03 EXM-VR-VENCIDO               PIC 9(08)V99.
          03 EXM-VR-A-VENCER              PIC 9(08)V99.
          03 EXM-VR-SALDO                 PIC 9(08)V99.
          03 EXM-DT-GERACAO               PIC 9(08).
