      ******************************************************************
      * Copybook: FD_INFIR
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO INFORME_IR.dat (INFORME
      *          ANUAL DE PAGAMENTOS PARA O IMPOSTO DE RENDA), GRAVADO
      *          POR IRFFIN: UM ITEM POR ANO-BASE, CONTATO PAGADOR E
      *          CONTRATO ('C') OU ALUNO ('M', MENSALIDADES DA ESCOLA),
      *          COM O TOTAL PAGO NO ANO SEPARADO EM JUROS/ENCARGOS E
      *          PRINCIPAL E O SALDO DEVEDOR EM 31/12; A LEITURA NA
      *          ORDEM DA CHAVE JUNTA OS ITENS DE CADA CONTATO NA CARTA
      *          E A 2A VIA SAI DESTE ARQUIVO, SEM RECALCULAR
      ******************************************************************
       01 REG-INFORME-IR.
          03 IRF-CHAVE.
             05 IRF-ANO                   PIC 9(04).
             05 IRF-ID-CONTATO            PIC 9(06).
             05 IRF-TIPO                  PIC X(01).
                88 IRF-CONTRATO           VALUE 'C'.
                88 IRF-MENSALIDADE        VALUE 'M'.
             05 IRF-NUMERO                PIC 9(06).
          03 IRF-DESCRICAO                PIC X(20).
          03 IRF-VR-PAGO                  PIC 9(08)V99.
          03 IRF-VR-JUROS                 PIC 9(08)V99.
          03 IRF-VR-PRINCIPAL             PIC 9(08)V99.
          03 IRF-SALDO                    PIC 9(08)V99.
          03 IRF-DT-GERACAO               PIC 9(08).
