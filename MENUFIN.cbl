      * Update: 01/10/2024 - INCLUIDA A OPCAO DE PROPOSTAS (PROPFIN)
      * Update: 03/10/2024 - INCLUIDAS AS OPCOES DE ARQUIVAMENTO DE
      *         RETENCAO (ARQFIN) E CONSULTA DE ARQUIVADOS (CONSARQ)
      * Update: 04/11/2024 - INCLUIDA A OPCAO DE FECHAMENTO DE CAIXA
      *         DIARIO (FECFIN)
      * Update: 05/11/2024 - INCLUIDA A OPCAO DE EXPORTACAO CONTABIL
      *         MENSAL (JRNFIN)
      * Update: 06/11/2024 - INCLUIDA A OPCAO DE PROVISAO PDD POR
      *         RATING (PDDFIN)
      * Update: 07/11/2024 - INCLUIDAS AS OPCOES DE BAIXA PARA
      *         PREJUIZO (BXAFIN) E DO RELATORIO DE RECUPERACAO DE
      *         PREJUIZO (RCPFIN)
      * Update: 08/11/2024 - INCLUIDA A OPCAO DE COBRANCA TERCEIRIZADA
      *         (AGEFIN)
      * Update: 09/11/2024 - INCLUIDA A OPCAO DE PROMESSAS DE
      *         PAGAMENTO (PRMFIN)
      * Update: 10/11/2024 - INCLUIDA A OPCAO DE NEGATIVACAO NO BIRO
      *         DE CREDITO (NEGFIN)
      * Update: 11/11/2024 - INCLUIDA A OPCAO DE CALENDARIO DE
      *         FERIADOS (CALFIN)
      * Update: 12/11/2024 - INCLUIDA A OPCAO DE REIMPRESSAO DA CCB
      *         (CCBFIN)
      * Update: 13/11/2024 - NOVA OPCAO 31 - SEGURO PRESTAMISTA
      *         (PRSFIN): REMESSA MENSAL A SEGURADORA, SINISTRO E
      *         INDENIZACAO
      * Update: 14/11/2024 - INCLUIDA A OPCAO DE COMISSAO DE
      *         VENDEDORES (COMFIN): EXTRATO MENSAL E CONSULTA
      * Update: 15/11/2024 - INCLUIDA A OPCAO DE ANALISE DE SAFRA DA
      *         INADIMPLENCIA (SAFFIN)
      * Update: 16/11/2024 - INCLUIDA A OPCAO DE INFORME ANUAL DE
      *         PAGAMENTOS PARA O IMPOSTO DE RENDA (IRFFIN)
      * Update: 17/11/2024 - INCLUIDA A OPCAO DE DECLARACAO ANUAL DE
      *         QUITACAO DE DEBITOS - LEI 12.007 (DQAFIN)
      * Update: 18/11/2024 - INCLUIDA A OPCAO DE CONCILIACAO DO
      *         EXTRATO BANCARIO COM CONTA TRANSITORIA DE CREDITOS NAO
      *         IDENTIFICADOS (EXBFIN)
      * Update: 19/11/2024 - INCLUIDA A OPCAO DE CONSOLIDACAO DE
      *         CONTRATOS DO CONTATO EM UM NOVO CONTRATO (RFNFIN)
      * Update: 23/11/2024 - INCLUIDA A OPCAO 38 - GARANTIAS (GARFIN):
      *         LISTA DE LIBERACAO DE GRAVAME, INCLUSAO E CONSULTA DO
      *         BEM ALIENADO DO CONTRATO
      * Update: 29/11/2024 - INCLUIDA A OPCAO 39 - LEMBRETE PREVENTIVO
      *         DE VENCIMENTO POR SMS/WHATSAPP (LEMFIN)
      * Update: 01/12/2024 - INCLUIDA A OPCAO DE ESCORE DE
      *         COMPORTAMENTO DE PAGAMENTO (SCOFIN)
      * Update: 02/12/2024 - INCLUIDA A OPCAO 41 - OFERTAS
      *         PRE-APROVADAS DE RENOVACAO (OFEFIN)
      * Update: 11/12/2024 - INCLUIDA A OPCAO 42 - FECHAMENTO, POSICAO
      *         E MOVIMENTACAO MENSAL DA CARTEIRA (POSFIN)
      * Update: 12/12/2024 - INCLUIDA A OPCAO 43 - EXTRATO MENSAL
      *         CONSOLIDADO DO CLIENTE (EXCFIN)
      * Update: 13/12/2024 - INCLUIDA A OPCAO 44 - CHECKLIST DE
      *         DOCUMENTOS DO CONTRATO E PENDENCIAS POR OPERADOR
      *         (DOCFIN)
      * Update: 14/12/2024 - INCLUIDA A OPCAO 45 - FILA DE APROVACAO
      *         EM DUAS PESSOAS DO SUPERVISOR (APRFIN)
      * Update: 18/12/2024 - OPCAO 46 - ATENDIMENTO ELETRONICO DA URA
      *         (URAFIN): CONSULTA DE SALDO, QUITACAO E SEGUNDA VIA DE
      *         CARNE PEDIDAS PELA CENTRAL TELEFONICA
      * Update: 22/12/2024 - OPCAO 47 - ESTOQUE DOS OBJETOS DO
      *         CATALOGO (ESTOBJ): ENTRADA DE MERCADORIA, AJUSTE DE
      *         INVENTARIO, POSICAO DO ESTOQUE E MOVIMENTOS POR OBJETO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUFIN.
           03 WS-EMPRESA-COM               PIC 9(02).
           03 FILLER                       PIC X(144) VALUE SPACES.
       77 WS-OPCAO                         PIC X(02).
       77 WS-QTD-OPCOES                    PIC 9(02) VALUE 47.
       77 WS-IND                           PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO-STATUS                  PIC X VALUE 'N'.
          88 OPCAO-ACHADA                  VALUE 'S' FALSE 'N'.
              '19ARQUIVAMENTO DE RETENCAO      ARQFIN      '.
           05 FILLER PIC X(44) VALUE
              '20CONSULTA DE ARQUIVADOS        CONSARQ     '.
           05 FILLER PIC X(44) VALUE
              '21FECHAMENTO DE CAIXA           FECFIN      '.
           05 FILLER PIC X(44) VALUE
              '22EXPORTACAO CONTABIL MENSAL    JRNFIN      '.
           05 FILLER PIC X(44) VALUE
              '23PROVISAO PDD POR RATING       PDDFIN      '.
           05 FILLER PIC X(44) VALUE
              '24BAIXA PARA PREJUIZO           BXAFIN      '.
           05 FILLER PIC X(44) VALUE
              '25RECUPERACAO DE PREJUIZO       RCPFIN      '.
           05 FILLER PIC X(44) VALUE
              '26COBRANCA TERCEIRIZADA         AGEFIN      '.
           05 FILLER PIC X(44) VALUE
              '27PROMESSAS DE PAGAMENTO        PRMFIN      '.
           05 FILLER PIC X(44) VALUE
              '28NEGATIVACAO BIRO DE CREDITO   NEGFIN      '.
           05 FILLER PIC X(44) VALUE
              '29CALENDARIO DE FERIADOS        CALFIN      '.
           05 FILLER PIC X(44) VALUE
              '30CCB - CONTRATO IMPRESSO       CCBFIN      '.
           05 FILLER PIC X(44) VALUE
              '31SEGURO PRESTAMISTA            PRSFIN      '.
           05 FILLER PIC X(44) VALUE
              '32COMISSAO DE VENDEDORES        COMFIN      '.
           05 FILLER PIC X(44) VALUE
              '33ANALISE DE SAFRA              SAFFIN      '.
           05 FILLER PIC X(44) VALUE
              '34INFORME ANUAL DE PAGAMENTOS   IRFFIN      '.
           05 FILLER PIC X(44) VALUE
              '35DECLARACAO ANUAL DE QUITACAO  DQAFIN      '.
           05 FILLER PIC X(44) VALUE
              '36CONCILIACAO EXTRATO BANCARIO  EXBFIN      '.
           05 FILLER PIC X(44) VALUE
              '37CONSOLIDACAO DE CONTRATOS     RFNFIN      '.
           05 FILLER PIC X(44) VALUE
              '38GARANTIAS/ALIENACAO FIDUC.    GARFIN      '.
           05 FILLER PIC X(44) VALUE
              '39LEMBRETE DE VENCIMENTO (SMS)  LEMFIN      '.
           05 FILLER PIC X(44) VALUE
              '40ESCORE DE COMPORTAMENTO       SCOFIN      '.
           05 FILLER PIC X(44) VALUE
              '41OFERTAS PRE-APROVADAS         OFEFIN      '.
           05 FILLER PIC X(44) VALUE
              '42POSICAO DA CARTEIRA MENSAL    POSFIN      '.
           05 FILLER PIC X(44) VALUE
              '43EXTRATO MENSAL CONSOLIDADO    EXCFIN      '.
           05 FILLER PIC X(44) VALUE
              '44CHECKLIST DE DOCUMENTOS       DOCFIN      '.
           05 FILLER PIC X(44) VALUE
              '45FILA DE APROVACAO             APRFIN      '.
           05 FILLER PIC X(44) VALUE
              '46ATENDIMENTO DA URA            URAFIN      '.
           05 FILLER PIC X(44) VALUE
              '47ESTOQUE DO CATALOGO           ESTOBJ      '.
       01 WS-TABELA-OPCOES REDEFINES WS-TABELA-OPCOES-DADOS.
           05 TAB-ITEM-OPCAO OCCURS 47 TIMES.
              10 TAB-OPCAO                 PIC X(02).
              10 TAB-DESCRICAO             PIC X(30).
              10 TAB-PROGRAMA              PIC X(12).
            DISPLAY '| 18 - Propostas (Consulta/Converte)            |'
            DISPLAY '| 19 - Arquivamento De Retencao                 |'
            DISPLAY '| 20 - Consulta De Arquivados                   |'
            DISPLAY '| 21 - Fechamento De Caixa                      |'
            DISPLAY '| 22 - Exportacao Contabil Mensal               |'
            DISPLAY '| 23 - Provisao PDD por Rating                  |'
            DISPLAY '| 24 - Baixa para Prejuizo                      |'
            DISPLAY '| 25 - Recuperacao de Prejuizo                  |'
            DISPLAY '| 26 - Cobranca Terceirizada                    |'
            DISPLAY '| 27 - Promessas de Pagamento                   |'
            DISPLAY '| 28 - Negativacao no Biro de Credito           |'
            DISPLAY '| 29 - Calendario de Feriados                   |'
            DISPLAY '| 30 - CCB - Contrato para Assinatura           |'
            DISPLAY '| 31 - Seguro Prestamista                       |'
            DISPLAY '| 32 - Comissao de Vendedores                   |'
            DISPLAY '| 33 - Analise de Safra                         |'
            DISPLAY '| 34 - Informe Anual p/ IR                      |'
            DISPLAY '| 35 - Declaracao Anual de Quitacao             |'
            DISPLAY '| 36 - Conciliacao Extrato/Suspenso             |'
            DISPLAY '| 37 - Consolidacao/Refinanciamento             |'
            DISPLAY '| 38 - Garantias / Alienacao Fiduciaria         |'
            DISPLAY '| 39 - Lembrete de Vencimento SMS/WhatsApp      |'
            DISPLAY '| 40 - Escore de Comportamento                  |'
            DISPLAY '| 41 - Ofertas Pre-Aprovadas                    |'
            DISPLAY '| 42 - Posicao da Carteira Mensal               |'
            DISPLAY '| 43 - Extrato Mensal Consolidado               |'
            DISPLAY '| 44 - Checklist de Documentos                  |'
            DISPLAY '| 45 - Fila de Aprovacao (Supervisor)           |'
            DISPLAY '| 46 - Atendimento da URA                       |'
            DISPLAY '| 47 - Estoque do Catalogo                      |'
            DISPLAY '|                                               |'
            DISPLAY '|             (ou tecle <S> para sair)          |'
            DISPLAY '*************************************************'
