      ******************************************************************
      * Copybook: FD_MVES
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 22/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO ESTOQUE_MOV.dat
      *          (MOVIMENTOS DO ESTOQUE DO CATALOGO, GRAVADOS EM ORDEM
      *          DE CHEGADA PELO MODULO ESTUTIL). E = ENTRADA DE
      *          MERCADORIA (FORNECEDOR, NOTA FISCAL E CUSTO UNITARIO),
      *          S = SAIDA NA EMISSAO DO CONTRATO, D = DEVOLUCAO NO
      *          CANCELAMENTO DO CONTRATO, A = AJUSTE DE INVENTARIO
      *          (QUANTIDADE = CONTADO MENOS SALDO ANTERIOR).
      *          MVE-SALDO E O SALDO DO OBJETO DEPOIS DO MOVIMENTO;
      *          MVE-ENCOMENDA = S NA SAIDA SEM O OBJETO EM ESTOQUE
      ******************************************************************
       01 REG-MOV-ESTOQUE.
          03 MVE-DATA                     PIC 9(08).
          03 MVE-HORA                     PIC 9(08).
          03 MVE-CHAVE                    PIC 9(02).
          03 MVE-TIPO                     PIC X(01).
             88 MVE-ENTRADA               VALUE 'E'.
             88 MVE-SAIDA                 VALUE 'S'.
             88 MVE-DEVOLUCAO             VALUE 'D'.
             88 MVE-AJUSTE                VALUE 'A'.
          03 MVE-QUANTIDADE               PIC S9(05).
          03 MVE-SALDO                    PIC S9(05).
          03 MVE-CUSTO-UNITARIO           PIC 9(06)V99.
          03 MVE-FORNECEDOR               PIC X(20).
          03 MVE-DOCUMENTO                PIC X(10).
          03 MVE-NUM-CONTRATO             PIC 9(06).
          03 MVE-ENCOMENDA                PIC X(01).
             88 MVE-E-ENCOMENDA           VALUE 'S'.
          03 MVE-ORIGEM                   PIC X(08).
          03 MVE-OPERADOR                 PIC X(06).
