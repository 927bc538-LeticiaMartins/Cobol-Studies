      ******************************************************************
      * Copybook: FD_SCOH
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 01/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTATOS_SCORE_HIST.dat
      *          (HISTORICO DO ESCORE DE COMPORTAMENTO, CHAVE
      *          ID-CONTATO + DATA DA APURACAO): UM REGISTRO POR
      *          CONTATO EM CADA RODADA DO LOTE SCOFIN (UMA NOVA RODADA
      *          NO MESMO DIA REGRAVA O DO DIA), PARA A VISAO DO
      *          CONTATO (VISCNTT) MOSTRAR A EVOLUCAO
      ******************************************************************
       01 REG-SCORE-HIST.
          03 SCH-CHAVE.
             05 SCH-ID-CONTATO            PIC 9(06).
             05 SCH-DT-APURACAO           PIC 9(08).
          03 SCH-SCORE                    PIC 9(04).
          03 SCH-FAIXA                    PIC X(01).
