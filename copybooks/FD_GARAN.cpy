      ******************************************************************
      * Copybook: FD_GARAN
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 23/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO GARANTIAS.dat (BEM
      *          ALIENADO FIDUCIARIAMENTE EM GARANTIA DO CONTRATO, CHAVE
      *          NUMERO DO CONTRATO): VEICULO (CHASSI, PLACA E RENAVAM)
      *          OU MAQUINA/EQUIPAMENTO (NUMERO DE SERIE). GRAVADO NA
      *          EMISSAO (PROG-OCCURS, PROPFIN, RFNFIN) PELO MODULO
      *          GARUTIL QUANDO O OBJETO DO CATALOGO EXIGE ALIENACAO, OU
      *          INCLUIDO DEPOIS EM GARFIN PARA CONTRATO ANTIGO.
      *          A = GRAVAME ATIVO, L = LIBERACAO PENDENTE (CONTRATO
      *          QUITADO EM QUIFIN OU ULTIMA PARCELA PAGA EM PAGFIN),
      *          B = GRAVAME BAIXADO (SAIU NA LISTA DE LIBERACAO DE
      *          GARFIN)
      ******************************************************************
       01 REG-GARANTIA.
          03 GAR-NUM-CONTRATO             PIC 9(06).
          03 GAR-TIPO-BEM                 PIC X(01).
             88 GAR-VEICULO               VALUE 'V'.
             88 GAR-MAQUINA               VALUE 'M'.
             88 GAR-TIPO-VALIDO           VALUE 'V' 'M'.
          03 GAR-DESCRICAO                PIC X(30).
          03 GAR-CHASSI                   PIC X(17).
          03 GAR-PLACA                    PIC X(07).
          03 GAR-RENAVAM                  PIC X(11).
          03 GAR-NUM-SERIE                PIC X(20).
          03 GAR-ST-GRAVAME               PIC X(01).
             88 GAR-ATIVO                 VALUE 'A'.
             88 GAR-LIBERACAO-PENDENTE    VALUE 'L'.
             88 GAR-BAIXADO               VALUE 'B'.
          03 GAR-DT-REGISTRO              PIC 9(08).
          03 GAR-DT-QUITACAO              PIC 9(08).
          03 GAR-ORIGEM-QUITACAO          PIC X(08).
          03 GAR-DT-LIBERACAO             PIC 9(08).
          03 GAR-OPERADOR                 PIC X(06).
