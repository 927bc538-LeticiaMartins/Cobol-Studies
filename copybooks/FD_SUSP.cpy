      ******************************************************************
      * Copybook: FD_SUSP
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 18/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CREDITOS_SUSPENSO.dat
      *          (CREDITOS DO EXTRATO BANCARIO - PIX E DEPOSITOS SEM
      *          NUMERO DE CONTRATO - IMPORTADOS POR EXBFIN, CHAVE
      *          NUMERO SEQUENCIAL DO CREDITO): S = EM SUSPENSO
      *          (CONTA TRANSITORIA, AGUARDA ATRIBUICAO), C = CONCILIADO
      *          E BAIXADO EM PAGAMENTOS.dat (CONTRATO, PARCELA E
      *          SEQUENCIA DO PAGAMENTO GERADO), D = DEVOLVIDO AO
      *          PAGADOR. A SUGESTAO DE PARCELA DA IMPORTACAO FICA
      *          GUARDADA PARA A TELA DE ATRIBUICAO
      ******************************************************************
       01 REG-CREDITO-SUSP.
          03 SUS-NUM-CREDITO              PIC 9(08).
          03 SUS-ID-BANCO                 PIC X(20).
          03 SUS-DT-CREDITO               PIC 9(08).
          03 SUS-VALOR                    PIC 9(06)V99.
          03 SUS-DOC-PAGADOR              PIC X(14).
          03 SUS-NOME-PAGADOR             PIC X(30).
          03 SUS-HISTORICO                PIC X(20).
          03 SUS-DT-IMPORTACAO            PIC 9(08).
          03 SUS-ST-CREDITO               PIC X(01).
             88 SUS-EM-SUSPENSO           VALUE 'S'.
             88 SUS-CONCILIADO            VALUE 'C'.
             88 SUS-DEVOLVIDO             VALUE 'D'.
          03 SUS-SUG-CONTRATO             PIC 9(06).
          03 SUS-SUG-PARCELA              PIC 9(03).
          03 SUS-NUM-CONTRATO             PIC 9(06).
          03 SUS-NUM-PARCELA              PIC 9(03).
          03 SUS-SEQUENCIA                PIC 9(02).
          03 SUS-DT-BAIXA                 PIC 9(08).
          03 SUS-OPERADOR                 PIC X(06).
