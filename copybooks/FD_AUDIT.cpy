      *         COM CONTRATOS DE FINANCIAMENTO EM ABERTO)
      * Update: 15/09/2024 - INCLUIDO O CODIGO DA EMPRESA
      *         (AUD-EMPRESA), PARA RELATORIOS POR EMPRESA
      * Update: 14/12/2024 - INCLUIDO O SUPERVISOR QUE APROVOU A
      *         EXCLUSAO FORCADA NA FILA DE APROVACAO EM DUAS PESSOAS
      *         (AUD-OPERADOR-APROV, APRFIN); AUD-OPERADOR CONTINUA COM
      *         O OPERADOR QUE PEDIU. CONTATOS_AUD.dat E OS MESES JA
      *         FECHADOS (AUD_AAAAMM.dat) GRAVADOS NO LAYOUT ANTERIOR
      *         SAO CONVERTIDOS PELO LOTE DE VIRADA MIGVIRA
      ******************************************************************
       01 REG-AUDITORIA.
          03 AUD-DATA                     PIC 9(08).
          03 AUD-NOME-NOVO                PIC X(20).
          03 AUD-REG-ANTERIOR             PIC X(200).
          03 AUD-REG-ATUAL                PIC X(200).
          03 AUD-OPERADOR-APROV           PIC X(06).
