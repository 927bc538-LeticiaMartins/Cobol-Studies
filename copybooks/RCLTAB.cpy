      ******************************************************************
      * Copybook: RCLTAB
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 19/12/2024
      * Purpose: TABELAS DE MOTIVO E DE CANAL DAS RECLAMACOES DO
      *          SAC/OUVIDORIA (RCL-MOTIVO E RCL-CANAL DE FD_RECL), COM
      *          A DESCRICAO USADA NA TELA E NO RELATORIO MENSAL DE
      *          OUVCNTT E NA VISAO 360 (VISCNTT)
      ******************************************************************
       77 WS-QTD-MOTIVOS-RECL             PIC 9(02) VALUE 9.
       77 WS-QTD-CANAIS-RECL              PIC 9(02) VALUE 7.
      *
      * MOTIVO 9(02) + DESCRICAO X(25)
      *
       01 WS-MOTIVOS-RECL-DADOS.
          03 FILLER PIC X(27) VALUE '01COBRANCA INDEVIDA        '.
          03 FILLER PIC X(27) VALUE '02JUROS, TARIFAS, ENCARGOS '.
          03 FILLER PIC X(27) VALUE '03CONTRATO E CLAUSULAS     '.
          03 FILLER PIC X(27) VALUE '04QUITACAO E LIQUIDACAO    '.
          03 FILLER PIC X(27) VALUE '05NEGATIVACAO NO BIRO      '.
          03 FILLER PIC X(27) VALUE '06CARNE E BOLETO           '.
          03 FILLER PIC X(27) VALUE '07ATENDIMENTO              '.
          03 FILLER PIC X(27) VALUE '08DADOS PESSOAIS (LGPD)    '.
          03 FILLER PIC X(27) VALUE '99OUTROS                   '.
       01 WS-MOTIVOS-RECL REDEFINES WS-MOTIVOS-RECL-DADOS.
          03 WS-MRC-ITEM                  OCCURS 9 TIMES.
             05 WS-MRC-CODIGO             PIC 9(02).
             05 WS-MRC-DESCRICAO          PIC X(25).
      *
      * CANAL X(01) + DESCRICAO X(15)
      *
       01 WS-CANAIS-RECL-DADOS.
          03 FILLER PIC X(16) VALUE 'TTELEFONE       '.
          03 FILLER PIC X(16) VALUE 'EE-MAIL         '.
          03 FILLER PIC X(16) VALUE 'PPRESENCIAL     '.
          03 FILLER PIC X(16) VALUE 'CCARTA          '.
          03 FILLER PIC X(16) VALUE 'SSITE/APLICATIVO'.
          03 FILLER PIC X(16) VALUE 'BBANCO CENTRAL  '.
          03 FILLER PIC X(16) VALUE 'GCONSUMIDOR.GOV '.
       01 WS-CANAIS-RECL REDEFINES WS-CANAIS-RECL-DADOS.
          03 WS-CRC-ITEM                  OCCURS 7 TIMES.
             05 WS-CRC-CODIGO             PIC X(01).
             05 WS-CRC-DESCRICAO          PIC X(15).
