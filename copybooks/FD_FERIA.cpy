      ******************************************************************
      * Copybook: FD_FERIA
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 11/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO FERIADOS.dat
      *          (CALENDARIO DE FERIADOS MANTIDO EM CALFIN, CHAVE DATA).
      *          N = NACIONAL, E = ESTADUAL, M = MUNICIPAL (DA CIDADE
      *          DO CAIXA), B = SEM EXPEDIENTE BANCARIO (CARNAVAL,
      *          CORPUS CHRISTI). QUALQUER DIA DO ARQUIVO E DIA NAO
      *          UTIL PARA O VENCIMENTO (VENCUTIL)
      ******************************************************************
       01 REG-FERIADO.
          03 FER-DATA                     PIC 9(08).
          03 FER-TIPO                     PIC X(01).
             88 FER-NACIONAL              VALUE 'N'.
             88 FER-ESTADUAL              VALUE 'E'.
             88 FER-MUNICIPAL             VALUE 'M'.
             88 FER-BANCARIO              VALUE 'B'.
             88 FER-TIPO-VALIDO           VALUE 'N' 'E' 'M' 'B'.
          03 FER-DESCRICAO                PIC X(30).
          03 FER-OPERADOR                 PIC X(06).
          03 FER-DT-CADASTRO              PIC 9(08).
