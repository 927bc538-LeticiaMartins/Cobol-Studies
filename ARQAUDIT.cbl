      * Update: 05/08/2024 - REGISTROS DE TRABALHO AMPLIADOS PARA
      *         ACOMPANHAR O OPERADOR INCLUIDO EM FD_AUDIT; LK-COM-AREA
      *         GANHA O LK-OPERADOR REPASSADO PELO MENU
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQAUDIT.
          COPY FD_AUDIT.

       FD AUDITORIA-TMP.
       01 REG-AUDITORIA-TMP               PIC X(477).

       FD ARQ-MORTO.
       01 REG-ARQ-MORTO                   PIC X(477).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUD                       PIC 99.
