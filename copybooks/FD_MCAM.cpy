      ******************************************************************
      * Copybook: FD_MCAM
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 28/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CAMPANHA_MEMBROS.dat
      *          (CONTATOS ALCANCADOS POR UMA CAMPANHA, FILHO DE
      *          CAMPANHAS.dat PELA CHAVE CAMPANHA + ID-CONTATO),
      *          GRAVADO PELO MODULO CAMUTIL A CADA CONTATO INCLUIDO
      *          NAS LISTAS (CANCNTT), ETIQUETAS (ETQCNTT), CARTAS
      *          (CARCNTT) E CARTAS DE ANIVERSARIO (ANVCNTT); A
      *          RESPOSTA DO CONTATO E REGISTRADA EM CMPCNTT E A
      *          CONVERSAO (CONTRATO OU PROPOSTA DENTRO DA JANELA DA
      *          CAMPANHA) E APURADA PELO RELATORIO DE RESULTADOS
      *          CMRCNTT
      ******************************************************************
       01 REG-MEMBRO-CAMPANHA.
          03 MCA-CHAVE.
             05 MCA-CAMPANHA              PIC X(06).
             05 MCA-ID-CONTATO            PIC 9(06).
          03 MCA-DT-INCLUSAO              PIC 9(08).
          03 MCA-ORIGEM                   PIC X(08).
          03 MCA-RESPOSTA                 PIC X(01).
             88 MCA-SEM-RESPOSTA          VALUE SPACE.
             88 MCA-RESPOSTA-POSITIVA     VALUE 'P'.
             88 MCA-RESPOSTA-NEGATIVA     VALUE 'N'.
             88 MCA-RESPOSTA-VALIDA       VALUE 'P' 'N'.
          03 MCA-DT-RESPOSTA              PIC 9(08).
          03 MCA-OPERADOR-RESPOSTA        PIC X(06).
          03 MCA-CONVERSAO                PIC X(01).
             88 MCA-NAO-CONVERTIDO        VALUE SPACE.
             88 MCA-CONVERTIDO-CONTRATO   VALUE 'C'.
             88 MCA-CONVERTIDO-PROPOSTA   VALUE 'P'.
          03 MCA-NUM-CONVERSAO            PIC 9(06).
          03 MCA-DT-CONVERSAO             PIC 9(08).
