      *         NASC-CONTATO; ZEROS = DATA AINDA NAO COLETADA; A
      *         CAMPANHA DE ANIVERSARIO (ANVCNTT) LISTA OS
      *         ANIVERSARIANTES DO MES E GERA AS CARTAS
      * Update: 24/11/2024 - O ARQUIVO PASSA A TER AS CHAVES
      *         ALTERNATIVAS NM-CONTATO, DOC-CONTATO E TEL-CONTATO, COM
      *         DUPLICIDADE, NA SELECT DE TODOS OS PROGRAMAS QUE O ABREM
      * Update: 16/12/2024 - A VERSAO DESTE LAYOUT FICA NA TABELA DE
      *         LAYVERS.cpy E E CONFERIDA NA ABERTURA CONTRA
      *         CONTROLE_LAYOUT.dat; QUALQUER ALTERACAO DE LAYOUT AQUI
      *         SOMA 1 A VERSAO LA E PEDE O LOTE DE CONVERSAO QUE GRAVA
      *         A VERSAO NOVA
      * Update: 23/12/2024 - CONTATOS.dat GRAVADO SO COM A CHAVE
      *         ID-CONTATO NAO ABRE PELA SELECT COM AS CHAVES
      *         ALTERNATIVAS; E RECONSTRUIDO UMA VEZ PELO LOTE DE VIRADA
      *         MIGVIRA, QUE GRAVA A VERSAO NO CONTROLE
      ******************************************************************
       01 REG-CONTATOS.
          03 ID-CONTATO                   PIC 9(06).
