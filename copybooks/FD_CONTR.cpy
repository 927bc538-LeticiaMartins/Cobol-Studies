      *         DA EMISSAO, REGRA ANTIGA), CAPTURADO NA EMISSAO E
      *         APLICADO POR TODOS OS DERIVADORES DE VENCIMENTO
      *         ATRAVES DO MODULO COMUM VENCUTIL
      * Update: 07/11/2024 - INCLUIDO O STATUS DE CONTRATO BAIXADO
      *         PARA PREJUIZO ('P', GRAVADO POR BXAFIN COM AUTORIZACAO
      *         DE SUPERVISOR): SAI DO ATRASO, DA PROJECAO, DA REMESSA,
      *         DO REAJUSTE E DA PDD; PAGAMENTO POSTERIOR CONTA COMO
      *         RECUPERACAO (BAIXAS.dat / RECUPERACOES.dat)
      * Update: 19/11/2024 - INCLUIDO O STATUS DE CONTRATO REFINANCIADO
      *         ('R', GRAVADO POR RFNFIN NA CONSOLIDACAO DE DIVIDAS):
      *         O SALDO PASSOU PARA O NOVO CONTRATO APONTADO EM
      *         REG-NUM-CONTRATO-NOVO (ZEROS NOS DEMAIS STATUS); SAI
      *         DOS MESMOS PROCESSOS QUE O CONTRATO QUITADO
      * Update: 20/11/2024 - INCLUIDA A CARENCIA ANTES DA PRIMEIRA
      *         PARCELA (REG-CARENCIA, EM MESES; ZEROS = PRIMEIRA
      *         PARCELA UM MES APOS A EMISSAO) E OS JUROS DO PERIODO DE
      *         CARENCIA CAPITALIZADOS NO VALOR FINANCIADO
      *         (REG-VR-JUROS-CARENCIA); O MODULO VENCUTIL DESLOCA TODOS
      *         OS VENCIMENTOS PELA CARENCIA
      * Update: 21/11/2024 - INCLUIDO O SISTEMA DE AMORTIZACAO
      *         ESCOLHIDO NA EMISSAO (REG-SISTEMA-AMORT: P TABELA PRICE,
      *         PARCELAS FIXAS / S SAC, PARCELAS DECRESCENTES; BRANCO
      *         NOS CONTRATOS ANTIGOS = PRICE); NO SAC CADA POSICAO DE
      *         REG-PARCELAS GUARDA O VALOR PROPRIO DAQUELA PARCELA
      * Update: 22/11/2024 - INCLUIDOS O IOF E A TARIFA DE CADASTRO
      *         (REG-VR-IOF, REG-VR-TAC), COBRADOS NA EMISSAO E SOMADOS
      *         AO VALOR FINANCIADO, E O CUSTO EFETIVO TOTAL MENSAL E
      *         ANUAL (REG-CET-MENSAL, REG-CET-ANUAL, EM %), CALCULADOS
      *         PELO MODULO CETUTIL; O VALOR FINANCIADO PASSA A SER
      *         VALOR - ENTRADA + IOF + TAC + JUROS DA CARENCIA
      * Update: 13/12/2024 - INCLUIDO O STATUS DE CONTRATO PENDENTE DE
      *         DOCUMENTOS ('D', GRAVADO NA EMISSAO QUANDO O OBJETO OU A
      *         FAIXA DE VALOR EXIGE DOCUMENTOS - CHECKLIST EM
      *         CONTRATO_DOCS.dat, MODULO DOCUTIL): CARNE (CRNFIN) E
      *         REMESSA (REMFIN) RECUSAM O CONTRATO ATE DOCFIN DAR O
      *         RECEBIMENTO DO ULTIMO DOCUMENTO, QUE O PASSA A ATIVO
      * Update: 16/12/2024 - A VERSAO DESTE LAYOUT FICA NA TABELA DE
      *         LAYVERS.cpy E E CONFERIDA NA ABERTURA CONTRA
      *         CONTROLE_LAYOUT.dat; QUALQUER ALTERACAO DE LAYOUT AQUI
      *         SOMA 1 A VERSAO LA E PEDE O LOTE DE CONVERSAO QUE GRAVA
      *         A VERSAO NOVA
      * Update: 23/12/2024 - CONTRATOS.dat GRAVADO NO LAYOUT ANTERIOR AO
      *         CONTRATO NOVO, A CARENCIA, O SISTEMA DE AMORTIZACAO, O
      *         IOF, A TARIFA E O CET E CONVERTIDO PARA ESTE PELO LOTE
      *         DE VIRADA MIGVIRA (CAMPOS NOVOS ZERADOS, AMORTIZACAO EM
      *         BRANCO = PRICE), QUE GRAVA A VERSAO NO CONTROLE
      * Update: 23/12/2024 - INCLUIDO O PREMIO DO SEGURO PRESTAMISTA
      *         (REG-VR-PREMIO, ZEROS = SEM SEGURO), SOMADO AO VALOR
      *         FINANCIADO NA EMISSAO E ATE AQUI NAO GUARDADO NO
      *         CONTRATO: O VALOR FINANCIADO PASSA A SER VALOR - ENTRADA
      *         + PREMIO + IOF + TAC + JUROS DA CARENCIA; A PARTE FIXA
      *         PASSA A 146 POSICOES (PARCELAS A PARTIR DA 147)
      ******************************************************************
       01 REG-FINANCIAMENTO.
          03 REG-NUM-CONTRATO        PIC 9(06).
             88 REG-CONTRATO-CANCELADO
                                     VALUE 'C'.
             88 REG-CONTRATO-QUITADO VALUE 'Q'.
             88 REG-CONTRATO-BAIXADO VALUE 'P'.
             88 REG-CONTRATO-REFINANCIADO
                                     VALUE 'R'.
             88 REG-CONTRATO-PEND-DOC
                                     VALUE 'D'.
          03 REG-NUM-CONTRATO-NOVO   PIC 9(06).
          03 REG-DIA-VENCIMENTO      PIC 9(02).
          03 REG-REAJUSTA            PIC X(01).
             88 REG-REAJUSTA-SIM     VALUE 'S'.
             88 REG-REAJUSTA-NAO     VALUE 'N'.
          03 REG-CARENCIA            PIC 9(02).
          03 REG-VR-JUROS-CARENCIA   PIC 9(06)V99.
          03 REG-SISTEMA-AMORT       PIC X(01).
             88 REG-AMORT-PRICE      VALUE 'P' SPACE.
             88 REG-AMORT-SAC        VALUE 'S'.
          03 REG-VR-IOF              PIC 9(06)V99.
          03 REG-VR-TAC              PIC 9(06)V99.
          03 REG-CET-MENSAL          PIC 9(03)V99.
          03 REG-CET-ANUAL           PIC 9(05)V99.
          03 REG-VR-PREMIO           PIC 9(06)V99.
          03 REG-NUM-PARCELAS        PIC 999.
          03 REG-PARCELAS            PIC $$.$$9,99  OCCURS 1 TO 420
                                    TIMES DEPENDING ON REG-NUM-PARCELAS.
