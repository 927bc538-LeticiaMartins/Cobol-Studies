      ******************************************************************
      * Copybook: FD_TERR
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: LAYOUT DO REGISTRO DA TABELA TERRITORIOS.TXT
      *          (TERRITORIOS DE VENDA POR FAIXA DE CEP): CADA FAIXA
      *          (CEP INICIAL A CEP FINAL, CONFERIDA CONTRA
      *          CEP_FAIXAS.TXT PELO MODULO CEPVALID E SEM SOBREPOR
      *          OUTRA FAIXA) PERTENCE A UM TERRITORIO, E O TERRITORIO
      *          A UM REPRESENTANTE; UM TERRITORIO PODE TER VARIAS
      *          FAIXAS. MANTIDA POR TERCNTT; DSTCNTT ATRIBUI OS
      *          CONTATOS AOS TERRITORIOS PELO CEP-CONTATO
      ******************************************************************
       01 REG-TERRITORIO.
          03 TER-CEP-INICIAL              PIC 9(08).
          03 TER-CEP-FINAL                PIC 9(08).
          03 TER-CODIGO                   PIC X(04).
          03 TER-DESCRICAO                PIC X(20).
          03 TER-REPRESENTANTE            PIC X(06).
          03 TER-NOME-REP                 PIC X(20).
