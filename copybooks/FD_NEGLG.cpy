      ******************************************************************
      * Copybook: FD_NEGLG
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 10/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO NEGATIVACAO_LOG.dat
      *          (SEQUENCIAL, SO ACRESCIDO): TODO EVENTO DA NEGATIVACAO
      *          DE UMA PARCELA - AVISO PREVIO (A), INCLUSAO NO BIRO
      *          (I), QUITACAO COM EXCLUSAO AGENDADA (Q), EXCLUSAO
      *          ENVIADA AO BIRO (E) E AVISO CANCELADO (C) - COM DATA,
      *          HORA, DOCUMENTO, VALOR, PROGRAMA DE ORIGEM E OPERADOR,
      *          PARA COMPROVACAO EM CASO DE CONTESTACAO
      ******************************************************************
       01 REG-NEG-LOG.
          03 NLG-DATA                     PIC 9(08).
          03 NLG-HORA                     PIC 9(08).
          03 NLG-NUM-CONTRATO             PIC 9(06).
          03 NLG-NUM-PARCELA              PIC 9(03).
          03 NLG-EVENTO                   PIC X(01).
             88 NLG-AVISO                 VALUE 'A'.
             88 NLG-INCLUSAO              VALUE 'I'.
             88 NLG-QUITACAO              VALUE 'Q'.
             88 NLG-EXCLUSAO              VALUE 'E'.
             88 NLG-CANCELAMENTO          VALUE 'C'.
          03 NLG-DOC-CONTATO              PIC X(14).
          03 NLG-VALOR                    PIC 9(08)V99.
          03 NLG-ORIGEM                   PIC X(08).
          03 NLG-OPERADOR                 PIC X(06).
