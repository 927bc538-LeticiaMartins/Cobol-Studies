      ******************************************************************
      * Copybook: FD_NEGAT
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 10/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO NEGATIVACOES.dat
      *          (NEGATIVACAO NO BIRO DE CREDITO POR PARCELA VENCIDA,
      *          CHAVE CONTRATO + PARCELA): A = AVISO PREVIO ENVIADO,
      *          I = INCLUIDA NO BIRO, E = EXCLUIDA (DIVIDA QUITADA;
      *          NEG-EXCL-ENVIADA DIZ SE O REGISTRO DE EXCLUSAO JA FOI
      *          GERADO PARA O BIRO), C = AVISO CANCELADO PORQUE A
      *          PARCELA FOI PAGA ANTES DA INCLUSAO. ATUALIZADO POR
      *          NEGFIN (AVISO, INCLUSAO E ENVIO DA EXCLUSAO) E PELO
      *          MODULO NEGUTIL (QUITACAO EM PAGFIN, RETFIN, QUIFIN E
      *          AGEFIN)
      ******************************************************************
       01 REG-NEGATIVACAO.
          03 NEG-CHAVE.
             05 NEG-NUM-CONTRATO          PIC 9(06).
             05 NEG-NUM-PARCELA           PIC 9(03).
          03 NEG-ST-NEGATIVACAO           PIC X(01).
             88 NEG-AVISADA               VALUE 'A'.
             88 NEG-INCLUIDA              VALUE 'I'.
             88 NEG-EXCLUIDA              VALUE 'E'.
             88 NEG-CANCELADA             VALUE 'C'.
          03 NEG-DOC-CONTATO              PIC X(14).
          03 NEG-NM-DEVEDOR               PIC X(20).
          03 NEG-DT-VENCIMENTO            PIC 9(08).
          03 NEG-VR-DIVIDA                PIC 9(08)V99.
          03 NEG-DT-AVISO                 PIC 9(08).
          03 NEG-DT-INCLUSAO              PIC 9(08).
          03 NEG-DT-QUITACAO              PIC 9(08).
          03 NEG-DT-EXCLUSAO              PIC 9(08).
          03 NEG-EXCL-ENVIADA             PIC X(01).
             88 NEG-EXCLUSAO-PENDENTE     VALUE 'N'.
             88 NEG-EXCLUSAO-ENVIADA      VALUE 'S'.
          03 NEG-ORIGEM-QUITACAO          PIC X(08).
          03 NEG-OPERADOR                 PIC X(06).
