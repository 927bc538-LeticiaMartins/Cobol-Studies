      ******************************************************************
      * Copybook: FD_RELD
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 17/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO RELATORIOS_DEF.dat
      *          (DEFINICOES NOMEADAS DO GERADOR DE RELATORIOS SOBRE A
      *          BASE DE CONTATOS, MANTIDAS E EXECUTADAS POR GRLCNTT,
      *          CHAVE NOME): ATE 8 COLUNAS (CODIGO DO CAMPO NO
      *          CATALOGO DE GRLCNTT E O TITULO DA COLUNA), ATE 5
      *          FILTROS (CAMPO, OPERADOR E VALOR), O CAMPO E O SENTIDO
      *          DA ORDENACAO, A SAIDA (R = RELATORIO PAGINADO NO
      *          SPOOL, C = CSV) E SE RODA NO PLANO NOTURNO.
      *          O VALOR DO FILTRO DE CAMPO NUMERICO E GUARDADO NA FORMA
      *          DE COMPARACAO DE GRLCNTT (11 DIGITOS, 2 DECIMAIS)
      ******************************************************************
       01 REG-RELATORIO.
          03 RLD-NOME                     PIC X(15).
          03 RLD-TITULO                   PIC X(40).
          03 RLD-SAIDA                    PIC X(01).
             88 RLD-SAIDA-SPOOL           VALUE 'R'.
             88 RLD-SAIDA-CSV             VALUE 'C'.
          03 RLD-NOTURNO                  PIC X(01).
             88 RLD-NOTURNO-SIM           VALUE 'S'.
          03 RLD-INCLUI-INATIVOS          PIC X(01).
             88 RLD-INCLUI-INATIVOS-SIM   VALUE 'S'.
          03 RLD-QTD-COLUNAS              PIC 9(02).
          03 RLD-COLUNA                   OCCURS 8 TIMES.
             05 RLD-COL-CAMPO             PIC X(02).
             05 RLD-COL-TITULO            PIC X(15).
          03 RLD-QTD-FILTROS              PIC 9(02).
          03 RLD-FILTRO                   OCCURS 5 TIMES.
             05 RLD-FIL-CAMPO             PIC X(02).
             05 RLD-FIL-OPERADOR          PIC X(02).
             05 RLD-FIL-VALOR             PIC X(20).
          03 RLD-ORD-CAMPO                PIC X(02).
          03 RLD-ORD-SENTIDO              PIC X(01).
             88 RLD-ORD-DECRESCENTE       VALUE 'D'.
          03 RLD-OPERADOR                 PIC X(06).
          03 RLD-DT-ALTERACAO             PIC 9(08).
