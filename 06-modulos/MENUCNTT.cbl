      *         TINHA FICADO ABAIXO DA LINKAGE SECTION (SEM AREA POR
      *         TRAS, JA QUE NAO CONSTA DO USING) E O DESPACHO DE
      *         QUALQUER OPCAO ESCREVIA POR UM PONTEIRO NAO BASEADO
      * Update: 25/11/2024 - INCLUIDA A OPCAO DE REGISTRO DOS PEDIDOS
      *         DO TITULAR (PEDCNTT)
      * Update: 27/11/2024 - INCLUIDAS AS OPCOES DOS TERRITORIOS DE
      *         VENDA (TERCNTT), DA ATRIBUICAO DE TERRITORIO AOS
      *         CONTATOS (DSTCNTT) E DA CARTEIRA POR REPRESENTANTE
      *         (CRTCNTT)
      * Update: 28/11/2024 - INCLUIDAS AS OPCOES DO CADASTRO DE
      *         CAMPANHAS (CMPCNTT) E DOS RESULTADOS DE CAMPANHA
      *         (CMRCNTT)
      * Update: 30/11/2024 - INCLUIDA A OPCAO 60 - IMPORTACAO DA
      *         SITUACAO DO CPF/CNPJ NA RECEITA FEDERAL (RFBCNTT)
      * Update: 17/12/2024 - INCLUIDA A OPCAO 61 - GERADOR DE
      *         RELATORIOS (GRLCNTT)
      * Update: 19/12/2024 - INCLUIDA A OPCAO 62 - SAC/OUVIDORIA -
      *         RECLAMACOES (OUVCNTT)
      * Update: 21/12/2024 - INCLUIDA A OPCAO 63 - COMPARACAO DE
      *         ARQUIVOS (CMPARQ)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCNTT.
       77 WS-EMPRESA-ATUAL                 PIC 9(02) VALUE ZEROS.
       77 WS-TENTATIVAS-SIGNON             PIC 9(01) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS                PIC 9(01) VALUE 3.
       77 WS-QTD-OPCOES                    PIC 9(02) VALUE 63.
       77 WS-IND                           PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO-STATUS                  PIC X VALUE 'N'.
          88 OPCAO-ACHADA                  VALUE 'S' FALSE 'N'.
              '52PRODUTIVIDADE POR OPERADOR    PRODCNTT3'.
           05 FILLER PIC X(41) VALUE
              '53TABELA DE DDDS                DDDCNTT 3'.
           05 FILLER PIC X(41) VALUE
              '54PEDIDOS DO TITULAR (LGPD)     PEDCNTT 3'.
           05 FILLER PIC X(41) VALUE
              '55TERRITORIOS DE VENDA          TERCNTT 3'.
           05 FILLER PIC X(41) VALUE
              '56ATRIBUICAO DE TERRITORIOS     DSTCNTT 4'.
           05 FILLER PIC X(41) VALUE
              '57CARTEIRA POR REPRESENTANTE    CRTCNTT 2'.
           05 FILLER PIC X(41) VALUE
              '58CADASTRO DE CAMPANHAS         CMPCNTT 3'.
           05 FILLER PIC X(41) VALUE
              '59RESULTADOS DE CAMPANHA        CMRCNTT 2'.
           05 FILLER PIC X(41) VALUE
              '60SITUACAO NA RECEITA FEDERAL   RFBCNTT 3'.
           05 FILLER PIC X(41) VALUE
              '61GERADOR DE RELATORIOS         GRLCNTT 2'.
           05 FILLER PIC X(41) VALUE
              '62SAC/OUVIDORIA - RECLAMACOES   OUVCNTT 1'.
           05 FILLER PIC X(41) VALUE
              '63COMPARACAO DE ARQUIVOS        CMPARQ  4'.
       01 WS-TABELA-OPCOES REDEFINES WS-TABELA-OPCOES-DADOS.
           05 TAB-ITEM-OPCAO OCCURS 63 TIMES.
              10 TAB-OPCAO                 PIC X(02).
              10 TAB-DESCRICAO             PIC X(30).
              10 TAB-PROGRAMA              PIC X(08).
            DISPLAY '|  51 - Recuperacao a Ponto no Tempo             |'
            DISPLAY '|  52 - Produtividade por Operador               |'
            DISPLAY '|  53 - Tabela de DDDs                           |'
            DISPLAY '|  54 - Pedidos do Titular (LGPD)                |'
            DISPLAY '|  55 - Territorios de Venda                     |'
            DISPLAY '|  56 - Atribuicao de Territorios                |'
            DISPLAY '|  57 - Carteira por Representante               |'
            DISPLAY '|  58 - Cadastro de Campanhas                    |'
            DISPLAY '|  59 - Resultados de Campanha                   |'
            DISPLAY '|  60 - Importa Situacao na Receita              |'
            DISPLAY '|  61 - Gerador de Relatorios                    |'
            DISPLAY '|  62 - SAC/Ouvidoria - Reclamacoes              |'
            DISPLAY '|  63 - Comparacao de Arquivos                   |'
            DISPLAY '|                                               |'
            DISPLAY '|             (ou tecle <S> para sair)          |'
            DISPLAY '*************************************************'
