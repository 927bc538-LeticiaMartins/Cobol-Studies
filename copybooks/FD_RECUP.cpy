      ******************************************************************
      * Copybook: FD_RECUP
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 07/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO RECUPERACOES.dat
      *          (PAGAMENTOS RECEBIDOS EM CONTRATO JA BAIXADO PARA
      *          PREJUIZO, GRAVADOS PELO MODULO RCPUTIL A PARTIR DE
      *          PAGFIN E RETFIN): A CHAVE DO PAGAMENTO EM
      *          PAGAMENTOS.dat, DATA, VALOR, OPERADOR E O PROGRAMA DE
      *          ORIGEM; BASE DO RELATORIO MENSAL DE RECUPERACAO
      *          (RCPFIN)
      ******************************************************************
       01 REG-RECUPERACAO.
          03 RCP-NUM-CONTRATO             PIC 9(06).
          03 RCP-NUM-PARCELA              PIC 9(03).
          03 RCP-SEQUENCIA                PIC 9(02).
          03 RCP-DT-PAGAMENTO             PIC 9(08).
          03 RCP-VALOR                    PIC 9(06)V99.
          03 RCP-OPERADOR                 PIC X(06).
          03 RCP-ORIGEM                   PIC X(08).
          03 RCP-DT-REGISTRO              PIC 9(08).
