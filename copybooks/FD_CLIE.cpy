      *         TELEFONE DEIXA DE EXIGIR EXCLUIR-E-RECRIAR O REGISTRO;
      *         A BASE EXISTENTE E CONVERTIDA PELO LOTE MIGCLIE, QUE
      *         ATRIBUI OS NUMEROS NA ORDEM ANTIGA
      * Update: 16/12/2024 - A VERSAO DESTE LAYOUT FICA NA TABELA DE
      *         LAYVERS.cpy E E CONFERIDA NA ABERTURA CONTRA
      *         CONTROLE_LAYOUT.dat; QUALQUER ALTERACAO DE LAYOUT AQUI
      *         SOMA 1 A VERSAO LA E PEDE O LOTE DE CONVERSAO QUE GRAVA
      *         A VERSAO NOVA
      ******************************************************************
       01 REG-CLIENTE.
           03 REG-ID-CLIENTE                PIC 9(06).
