      ******************************************************************
      * Copybook: FD_RFB
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 30/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTATOS_RECEITA.dat
      *          (SITUACAO CADASTRAL DO CPF/CNPJ DO CONTATO NA RECEITA
      *          FEDERAL, CHAVE ID-CONTATO): GRAVADO PELA IMPORTACAO
      *          DO RETORNO DO SERVICO DE CONSULTA (RFBCNTT) COM O
      *          DOCUMENTO CONSULTADO, A SITUACAO E A DATA DELA; LIDO
      *          PELO MODULO RFBUTIL NA EMISSAO (PROG-OCCURS) E NA
      *          CONVERSAO DE PROPOSTA (PROPFIN)
      ******************************************************************
       01 REG-CONTATO-RECEITA.
          03 RFB-ID-CONTATO               PIC 9(06).
          03 RFB-DOCUMENTO                PIC X(14).
          03 RFB-SITUACAO                 PIC X(01).
             88 RFB-SIT-REGULAR           VALUE 'R'.
             88 RFB-SIT-PENDENTE          VALUE 'P'.
             88 RFB-SIT-SUSPENSA          VALUE 'S'.
             88 RFB-SIT-CANCELADA         VALUE 'C'.
             88 RFB-SIT-FALECIDO          VALUE 'F'.
             88 RFB-SIT-NULA              VALUE 'N'.
             88 RFB-SIT-BAIXADA           VALUE 'B'.
             88 RFB-SIT-INAPTA            VALUE 'I'.
             88 RFB-SIT-VALIDA            VALUE 'R' 'P' 'S' 'C' 'F'
                                                'N' 'B' 'I'.
             88 RFB-SIT-IRREGULAR         VALUE 'S' 'C' 'F' 'N' 'B'
                                                'I'.
          03 RFB-DT-SITUACAO              PIC 9(08).
          03 RFB-DT-IMPORTACAO            PIC 9(08).
