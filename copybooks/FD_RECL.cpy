      ******************************************************************
      * Copybook: FD_RECL
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 19/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO RECLAMACOES.dat
      *          (REGISTRO DE RECLAMACOES DO SAC/OUVIDORIA, CHAVE
      *          PROTOCOLO AAAA + SEQUENCIA DO ANO, CHAVE ALTERNATIVA
      *          ID-CONTATO COM DUPLICIDADE), MANTIDO EM OUVCNTT: O
      *          CONTATO, O CONTRATO (ZEROS = SEM CONTRATO), O CANAL E O
      *          MOTIVO (TABELAS DE RCLTAB.cpy), A ABERTURA, O PRAZO DE
      *          RESPOSTA EM DIAS UTEIS (PARAMETRO PRAZO-RECL), O
      *          OPERADOR RESPONSAVEL, A SITUACAO E A RESPOSTA. CADA
      *          MUDANCA FICA EM RECLAMACOES_HIST.dat (FD_RCLH).
      *          A = ABERTA, E = EM ANALISE, R = RESPONDIDA,
      *          C = CANCELADA
      ******************************************************************
       01 REG-RECLAMACAO.
          03 RCL-PROTOCOLO                PIC 9(10).
          03 RCL-ID-CONTATO               PIC 9(06).
          03 RCL-NUM-CONTRATO             PIC 9(06).
          03 RCL-CANAL                    PIC X(01).
          03 RCL-MOTIVO                   PIC 9(02).
          03 RCL-DT-ABERTURA              PIC 9(08).
          03 RCL-HR-ABERTURA              PIC 9(08).
          03 RCL-DT-PRAZO                 PIC 9(08).
          03 RCL-OPER-ABERTURA            PIC X(06).
          03 RCL-OPER-RESPONSAVEL         PIC X(06).
          03 RCL-ST-RECLAMACAO            PIC X(01).
             88 RCL-ABERTA                VALUE 'A'.
             88 RCL-EM-ANALISE            VALUE 'E'.
             88 RCL-RESPONDIDA            VALUE 'R'.
             88 RCL-CANCELADA             VALUE 'C'.
             88 RCL-EM-ABERTO             VALUE 'A' 'E'.
          03 RCL-DESCRICAO                PIC X(60).
          03 RCL-DT-RESPOSTA              PIC 9(08).
          03 RCL-PROCEDENTE               PIC X(01).
             88 RCL-PROCEDENTE-SIM        VALUE 'S'.
             88 RCL-PROCEDENTE-NAO        VALUE 'N'.
          03 RCL-RESOLUCAO                PIC X(60).
