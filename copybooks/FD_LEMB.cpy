      ******************************************************************
      * Copybook: FD_LEMB
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 29/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO LEMBRETES.dat
      *          (CONTROLE DOS LEMBRETES DE VENCIMENTO ENVIADOS AO
      *          GATEWAY DE SMS/WHATSAPP PELO LOTE LEMFIN, CHAVE
      *          CONTRATO + PARCELA); PARCELA COM LEMBRETE ENVIADO EM
      *          DIA ANTERIOR NAO E MAIS INCLUIDA NO ARQUIVO DE ENVIO
      ******************************************************************
       01 REG-LEMBRETE.
          03 LEM-CHAVE.
             05 LEM-NUM-CONTRATO          PIC 9(06).
             05 LEM-NUM-PARCELA           PIC 9(03).
          03 LEM-ID-CONTATO               PIC 9(06).
          03 LEM-DT-VENCIMENTO            PIC 9(08).
          03 LEM-VALOR                    PIC 9(08)V99.
          03 LEM-DT-ENVIO                 PIC 9(08).
          03 LEM-TELEFONE                 PIC X(13).
          03 LEM-CANAL                    PIC X(01).
             88 LEM-CANAL-SMS             VALUE 'S'.
             88 LEM-CANAL-WHATSAPP        VALUE 'W'.
