      ******************************************************************
      * Copybook: FD_CTER
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 27/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTATOS_TERRIT.dat
      *          (TERRITORIO DE VENDA DE CADA CONTATO, CHAVE
      *          ID-CONTATO): REGERADO POR INTEIRO A CADA RODADA DO
      *          LOTE DSTCNTT A PARTIR DO CEP-CONTATO E DA TABELA
      *          TERRITORIOS.TXT; CONTATO SEM CEP OU COM CEP FORA DAS
      *          FAIXAS NAO TEM REGISTRO. LIDO PELO MODULO TERUTIL
      *          (FILTRO DE TERRITORIO DE ETQCNTT, CARCNTT E EXPCNTT)
      *          E PELA CARTEIRA POR REPRESENTANTE (CRTCNTT)
      ******************************************************************
       01 REG-CONTATO-TERRIT.
          03 CTE-ID-CONTATO               PIC 9(06).
          03 CTE-TERRITORIO               PIC X(04).
          03 CTE-REPRESENTANTE            PIC X(06).
          03 CTE-CEP                      PIC X(08).
          03 CTE-DT-ATRIBUICAO            PIC 9(08).
