      ******************************************************************
      * Copybook: FD_RCLH
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 19/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO RECLAMACOES_HIST.dat
      *          (HISTORICO DE SITUACOES DA RECLAMACAO, CHAVE PROTOCOLO
      *          + SEQUENCIA): GRAVADO POR OUVCNTT NA ABERTURA E EM CADA
      *          TRAMITACAO, COM A SITUACAO ANTERIOR E A NOVA (A/E/R/C
      *          DE FD_RECL), O RESPONSAVEL DEPOIS DA MUDANCA, O
      *          OPERADOR E O TEXTO DA TRAMITACAO
      ******************************************************************
       01 REG-RECLAMACAO-HIST.
          03 RCH-CHAVE.
             05 RCH-PROTOCOLO             PIC 9(10).
             05 RCH-SEQUENCIA             PIC 9(03).
          03 RCH-DATA                     PIC 9(08).
          03 RCH-HORA                     PIC 9(08).
          03 RCH-OPERADOR                 PIC X(06).
          03 RCH-ST-ANTERIOR              PIC X(01).
          03 RCH-ST-NOVO                  PIC X(01).
          03 RCH-RESPONSAVEL              PIC X(06).
          03 RCH-TEXTO                    PIC X(60).
