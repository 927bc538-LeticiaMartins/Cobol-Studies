      *          EMPRESAS' SEM RESTAURAR ARQUIVO DE AUDITORIA NA MAO
      *          (HISCNTT CONTINUA RESPONDENDO PELO CONTATO AVULSO)
      * Tectonics: cobc -I copybooks
      * Update: 14/12/2024 - IMAGEM DO REGISTRO DE CONTATOS_AUD.dat
      *         AMPLIADA PARA 477 POSICOES (SUPERVISOR DA APROVACAO,
      *         AUD-OPERADOR-APROV DE FD_AUDIT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCNTT.
          COPY FD_AUDIT.

       FD ARQ-MORTO.
       01 REG-ARQ-MORTO                   PIC X(477).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO                   PIC X(080).
      * FECHADOS): O REGISTRO LIDO E COPIADO PARA CA E O FILTRO/
      * IMPRESSAO TRABALHAM SEMPRE SOBRE A MESMA IMAGEM
      ******************************************************************
       01 WS-IMAGEM-AUD                   PIC X(477).
       01 FILLER REDEFINES WS-IMAGEM-AUD.
          03 WS-INV-DATA                  PIC 9(08).
          03 WS-INV-HORA                  PIC 9(08).
          03 WS-INV-EMPRESA               PIC 9(02).
          03 WS-INV-NOME-ANTIGO           PIC X(20).
          03 WS-INV-NOME-NOVO             PIC X(20).
          03 FILLER                       PIC X(406).
          COPY FSMSG.
       77 WS-FS                           PIC 99.

