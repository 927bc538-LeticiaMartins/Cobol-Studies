      *         MRGCNTT), COM O CONTATO ANTERIOR E O ATUAL NOS NOVOS
      *         CAMPOS FAU-CONTATO-ANTERIOR/ATUAL (ZERADOS NAS DEMAIS
      *         OPERACOES)
      * Update: 05/11/2024 - NO REAJUSTE (OPERACAO J, IDXFIN) OS CAMPOS
      *         DE VALOR PASSAM A LEVAR A SOMA DAS PARCELAS
      *         REAJUSTADAS ANTES E DEPOIS DO INDICE; OS REGISTROS
      *         ANTIGOS TRAZEM O REG-VALOR NOS DOIS CAMPOS
      * Update: 07/11/2024 - INCLUIDA A OPERACAO DE BAIXA PARA PREJUIZO
      *         (B, BXAFIN): VALOR ANTERIOR = SALDO BAIXADO, VALOR
      *         ATUAL ZERADO, PRAZO ANTERIOR = PARCELAS EM ABERTO
      * Update: 19/11/2024 - INCLUIDA A OPERACAO DE REFINANCIAMENTO
      *         (R, RFNFIN) NOS CONTRATOS CONSOLIDADOS: VALOR ANTERIOR
      *         = SALDO DE FACE EM ABERTO, VALOR ATUAL = VALOR DE
      *         QUITACAO LEVADO AO NOVO CONTRATO, PRAZO ANTERIOR =
      *         PARCELAS EM ABERTO, PRAZO ATUAL ZERADO; O NOVO CONTRATO
      *         TEM A SUA EMISSAO (I) NORMAL
      * Update: 13/12/2024 - INCLUIDA A OPERACAO D - DOCUMENTACAO
      *         COMPLETA (DOCFIN ATIVA O CONTRATO PENDENTE DE
      *         DOCUMENTOS)
      * Update: 14/12/2024 - INCLUIDO O SUPERVISOR QUE APROVOU A
      *         OPERACAO NA FILA DE APROVACAO EM DUAS PESSOAS
      *         (FAU-OPERADOR-APROV, APRFIN); FAU-OPERADOR CONTINUA COM
      *         O OPERADOR QUE PEDIU. ESPACOS NAS OPERACOES APLICADAS
      *         DENTRO DO LIMITE; O ARQUIVO GRAVADO NO LAYOUT ANTERIOR E
      *         CONVERTIDO PELO LOTE DE VIRADA MIGVIRA
      ******************************************************************
       01 REG-AUDITORIA-FIN.
          03 FAU-DATA                     PIC 9(08).
             88 FAU-ESTORNO               VALUE 'E'.
             88 FAU-QUITACAO              VALUE 'Q'.
             88 FAU-TRANSFERENCIA         VALUE 'T'.
             88 FAU-BAIXA-PREJUIZO        VALUE 'B'.
             88 FAU-REFINANCIAMENTO       VALUE 'R'.
             88 FAU-DOCUMENTACAO          VALUE 'D'.
          03 FAU-OPERADOR                 PIC X(06).
          03 FAU-VALOR-ANTERIOR           PIC 9(06)V99.
          03 FAU-VALOR-ATUAL              PIC 9(06)V99.
          03 FAU-PARC-ATUAL               PIC 999.
          03 FAU-CONTATO-ANTERIOR         PIC 9(06).
          03 FAU-CONTATO-ATUAL            PIC 9(06).
          03 FAU-OPERADOR-APROV           PIC X(06).
