      *          (ANOTACOES E HISTORICO DE INTERACOES DO CONTATO, UMA
      *          LINHA LIVRE POR ANOTACAO, FILHO DE CONTATOS.dat PELA
      *          CHAVE ID-CONTATO + SEQUENCIA)
      * Update: 16/12/2024 - A VERSAO DESTE LAYOUT FICA NA TABELA DE
      *         LAYVERS.cpy E E CONFERIDA NA ABERTURA CONTRA
      *         CONTROLE_LAYOUT.dat; QUALQUER ALTERACAO DE LAYOUT AQUI
      *         SOMA 1 A VERSAO LA E PEDE O LOTE DE CONVERSAO QUE GRAVA
      *         A VERSAO NOVA
      ******************************************************************
       01 REG-NOTA.
          03 NOTA-CHAVE.
