      *          PROPOSTA EM CONTRATO SEM REDIGITAR AS CONDICOES;
      *          PROPOSTA CONVERTIDA GUARDA O NUMERO DO CONTRATO
      *          GERADO
      * Update: 20/11/2024 - INCLUIDA A CARENCIA DO CENARIO
      *         (PRO-CARENCIA, EM MESES) E OS JUROS DO PERIODO
      *         CAPITALIZADOS NO VALOR FINANCIADO
      *         (PRO-VR-JUROS-CARENCIA), LEVADOS AO CONTRATO NA
      *         CONVERSAO POR PROPFIN
      * Update: 21/11/2024 - INCLUIDO O SISTEMA DE AMORTIZACAO DA
      *         PROPOSTA (PRO-SISTEMA-AMORT: P PRICE / S SAC); NO SAC
      *         PRO-VR-PARCELA GUARDA A PRIMEIRA PARCELA
      * Update: 22/11/2024 - INCLUIDOS O IOF, A TARIFA DE CADASTRO E O
      *         CET MENSAL E ANUAL DO CENARIO (MODULO CETUTIL),
      *         IMPRESSOS NA PROPOSTA E LEVADOS AO CONTRATO NA
      *         CONVERSAO
      * Update: 23/11/2024 - INCLUIDO O INDICADOR DE OBJETO ALIENADO EM
      *         GARANTIA (PRO-ALIENACAO, DO CATALOGO): NA CONVERSAO
      *         PROPFIN EXIGE OS DADOS DO BEM
      * Update: 02/12/2024 - INCLUIDA A ORIGEM DA PROPOSTA (PRO-ORIGEM:
      *         S SIMULACAO DE PROG-OCCURS / O OFERTA PRE-APROVADA
      *         GRAVADA PELO LOTE MENSAL OFEFIN)
      ******************************************************************
       01 REG-PROPOSTA.
          03 PRO-NUMERO                   PIC 9(06).
             88 PRO-CONVERTIDA            VALUE 'C'.
          03 PRO-NUM-CONTRATO             PIC 9(06).
          03 PRO-OPERADOR                 PIC X(06).
          03 PRO-CARENCIA                 PIC 9(02).
          03 PRO-VR-JUROS-CARENCIA        PIC 9(06)V99.
          03 PRO-SISTEMA-AMORT            PIC X(01).
             88 PRO-AMORT-PRICE           VALUE 'P' SPACE.
             88 PRO-AMORT-SAC             VALUE 'S'.
          03 PRO-VR-IOF                   PIC 9(06)V99.
          03 PRO-VR-TAC                   PIC 9(06)V99.
          03 PRO-CET-MENSAL               PIC 9(03)V99.
          03 PRO-CET-ANUAL                PIC 9(05)V99.
          03 PRO-ALIENACAO                PIC X(01).
             88 PRO-COM-ALIENACAO         VALUE 'S'.
          03 PRO-ORIGEM                   PIC X(01).
             88 PRO-ORIGEM-SIMULACAO      VALUE 'S' SPACE.
             88 PRO-OFERTA-PRE-APROVADA   VALUE 'O'.
