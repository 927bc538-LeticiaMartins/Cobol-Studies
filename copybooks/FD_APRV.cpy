      ******************************************************************
      * Copybook: FD_APRV
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 14/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO APROVACOES.dat (FILA DE
      *          APROVACAO EM DUAS PESSOAS, CHAVE NUMERO DO PEDIDO).
      *          GRAVADO PELO MODULO APRVUTIL QUANDO O VALOR DA
      *          OPERACAO PASSA DO LIMITE DO NIVEL DO OPERADOR EM
      *          LIMITES_APROVACAO.TXT: ESTORNO DE PAGAMENTO (E,
      *          ESTFIN), CANCELAMENTO DE CONTRATO (C, MANFIN), ABATE
      *          DA QUITACAO ANTECIPADA (Q, QUIFIN) E EXCLUSAO FORCADA
      *          DE CONTATO COM CONTRATOS EM ABERTO (F, DELCONTT). O
      *          SUPERVISOR APROVA OU REJEITA EM APRFIN; O PEDIDO NAO
      *          DECIDIDO NO DIA EXPIRA. P = PENDENTE, A = APROVADO,
      *          R = REJEITADO, X = EXPIRADO
      ******************************************************************
       01 REG-APROVACAO.
          03 APR-NUMERO                   PIC 9(06).
          03 APR-OPERACAO                 PIC X(01).
             88 APR-ESTORNO               VALUE 'E'.
             88 APR-CANCELAMENTO          VALUE 'C'.
             88 APR-QUITACAO              VALUE 'Q'.
             88 APR-EXCLUSAO-FORCADA      VALUE 'F'.
          03 APR-NUM-CONTRATO             PIC 9(06).
          03 APR-NUM-PARCELA              PIC 9(03).
          03 APR-SEQUENCIA                PIC 9(02).
          03 APR-ID-CONTATO               PIC 9(06).
          03 APR-EMPRESA                  PIC 9(02).
          03 APR-VALOR                    PIC 9(08)V99.
          03 APR-DESCRICAO                PIC X(30).
          03 APR-OPERADOR                 PIC X(06).
          03 APR-NIVEL                    PIC 9(01).
          03 APR-DT-SOLICITACAO           PIC 9(08).
          03 APR-HR-SOLICITACAO           PIC 9(08).
          03 APR-ST-APROVACAO             PIC X(01).
             88 APR-PENDENTE              VALUE 'P'.
             88 APR-APROVADA              VALUE 'A'.
             88 APR-REJEITADA             VALUE 'R'.
             88 APR-EXPIRADA              VALUE 'X'.
          03 APR-SUPERVISOR               PIC X(06).
          03 APR-DT-DECISAO               PIC 9(08).
          03 APR-HR-DECISAO               PIC 9(08).
          03 APR-MOTIVO                   PIC X(40).
