      *         VISIVEL NO ARQUIVO MAS FICA FORA DE TODAS AS SOMAS;
      *         ESPACO SIGNIFICA PAGAMENTO NORMAL (BASE ANTERIOR A
      *         ESTE CAMPO)
      * Update: 16/12/2024 - A VERSAO DESTE LAYOUT FICA NA TABELA DE
      *         LAYVERS.cpy E E CONFERIDA NA ABERTURA CONTRA
      *         CONTROLE_LAYOUT.dat; QUALQUER ALTERACAO DE LAYOUT AQUI
      *         SOMA 1 A VERSAO LA E PEDE O LOTE DE CONVERSAO QUE GRAVA
      *         A VERSAO NOVA
      ******************************************************************
       01 REG-PAGAMENTO.
          03 PAG-CHAVE.
