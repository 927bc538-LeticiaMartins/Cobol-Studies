      ******************************************************************
      * Copybook: FD_ESTQ
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 22/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO ESTOQUE_OBJ.dat (SALDO EM
      *          ESTOQUE DE CADA OBJETO DO CATALOGO TABELA.TXT, CHAVE
      *          CODIGO DO OBJETO). ATUALIZADO SOMENTE PELO MODULO
      *          ESTUTIL: ENTRADA DE MERCADORIA E AJUSTE DE INVENTARIO
      *          (ESTOBJ), SAIDA NA EMISSAO DO CONTRATO (PROG-OCCURS,
      *          PROPFIN) E DEVOLUCAO NO CANCELAMENTO (MANFIN). SALDO
      *          NEGATIVO = ENCOMENDAS ACEITAS SEM O OBJETO EM ESTOQUE,
      *          ATENDIDAS PELAS PROXIMAS ENTRADAS. O CUSTO MEDIO E
      *          PONDERADO PELO SALDO NA ENTRADA
      ******************************************************************
       01 REG-ESTOQUE.
          03 EST-CHAVE                    PIC 9(02).
          03 EST-NOME                     PIC X(20).
          03 EST-SALDO                    PIC S9(05).
          03 EST-QTD-ENTRADAS             PIC 9(07).
          03 EST-QTD-SAIDAS               PIC 9(07).
          03 EST-ULTIMO-CUSTO             PIC 9(06)V99.
          03 EST-CUSTO-MEDIO              PIC 9(06)V99.
          03 EST-ULTIMO-FORNECEDOR        PIC X(20).
          03 EST-DT-ULTIMA-ENTRADA        PIC 9(08).
          03 EST-DT-ULTIMO-MOVIMENTO      PIC 9(08).
          03 EST-DT-INVENTARIO            PIC 9(08).
