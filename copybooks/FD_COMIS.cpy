      ******************************************************************
      * Copybook: FD_COMIS
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO COMISSOES.dat
      *          (COMISSAO DO VENDEDOR POR CONTRATO EMITIDO, CHAVE
      *          NUMERO DO CONTRATO): GRAVADO NA EMISSAO (PROG-OCCURS,
      *          PROPFIN) PELO MODULO COMUTIL COM O PERCENTUAL DA
      *          TABELA COMISSAO_TABELA.TXT (OBJETO DO CATALOGO E
      *          PRAZO); O EXTRATO MENSAL DE COMFIN PAGA E DESCONTA.
      *          A = A PAGAR NO PROXIMO EXTRATO, P = PAGA, C = CONTRATO
      *          DESFEITO ANTES DO PAGAMENTO (SAI NO EXTRATO SEM
      *          VALOR), E = ESTORNO A DESCONTAR NO PROXIMO EXTRATO,
      *          D = ESTORNO DESCONTADO/BAIXADO
      ******************************************************************
       01 REG-COMISSAO.
          03 COM-NUM-CONTRATO             PIC 9(06).
          03 COM-VENDEDOR                 PIC X(06).
          03 COM-DT-EMISSAO               PIC 9(08).
          03 COM-OBJETO                   PIC X(20).
          03 COM-PRAZO                    PIC 9(03).
          03 COM-VR-BASE                  PIC 9(07)V99.
          03 COM-PERCENTUAL               PIC 9(02)V99.
          03 COM-VR-COMISSAO              PIC 9(06)V99.
          03 COM-ST-COMISSAO              PIC X(01).
             88 COM-A-PAGAR               VALUE 'A'.
             88 COM-PAGA                  VALUE 'P'.
             88 COM-CANCELADA             VALUE 'C'.
             88 COM-ESTORNO-PENDENTE      VALUE 'E'.
             88 COM-ESTORNO-DESCONTADO    VALUE 'D'.
             88 COM-PENDENTE              VALUE 'A' 'C' 'E'.
          03 COM-COMPET-PAGTO             PIC 9(06).
          03 COM-DT-ESTORNO               PIC 9(08).
          03 COM-ORIGEM-ESTORNO           PIC X(08).
          03 COM-COMPET-ESTORNO           PIC 9(06).
