      ******************************************************************
      * Copybook: FD_SCOR
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 01/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTATOS_SCORE.dat
      *          (ESCORE INTERNO DE COMPORTAMENTO DE PAGAMENTO DO
      *          CONTATO, CHAVE ID-CONTATO): REGERADO A CADA RODADA DO
      *          LOTE SCOFIN A PARTIR DE TODOS OS CONTRATOS E PAGAMENTOS
      *          DO CONTATO, VIVOS E ARQUIVADOS, COM OS FATORES QUE
      *          FORMARAM O ESCORE; ESCORE DE 0 A 1000 E FAIXA DE A
      *          (MELHOR) A E (PIOR), N = SEM HISTORICO DE PARCELAS;
      *          CADA RODADA TAMBEM GRAVA O HISTORICO EM
      *          CONTATOS_SCORE_HIST.dat (FD_SCOH). LIDO PELO MODULO
      *          SCOUTIL
      ******************************************************************
       01 REG-SCORE.
          03 SCO-ID-CONTATO               PIC 9(06).
          03 SCO-SCORE                    PIC 9(04).
          03 SCO-FAIXA                    PIC X(01).
             88 SCO-FAIXA-A               VALUE 'A'.
             88 SCO-FAIXA-B               VALUE 'B'.
             88 SCO-FAIXA-C               VALUE 'C'.
             88 SCO-FAIXA-D               VALUE 'D'.
             88 SCO-FAIXA-E               VALUE 'E'.
             88 SCO-SEM-HISTORICO         VALUE 'N'.
             88 SCO-FAIXA-RESTRITA        VALUE 'D' 'E'.
          03 SCO-DT-APURACAO              PIC 9(08).
          03 SCO-QTD-CONTRATOS            PIC 9(04).
          03 SCO-QTD-PAGAS-EM-DIA         PIC 9(05).
          03 SCO-QTD-PAGAS-ATRASO         PIC 9(05).
          03 SCO-SOMA-DIAS-ATRASO         PIC 9(07).
          03 SCO-MEDIA-DIAS-ATRASO        PIC 9(04).
          03 SCO-MAIOR-ATRASO             PIC 9(04).
          03 SCO-QTD-VENCIDAS-ABERTAS     PIC 9(04).
          03 SCO-QTD-ESTORNOS             PIC 9(04).
          03 SCO-QTD-RENEGOCIACOES        PIC 9(04).
          03 SCO-QTD-QUITADOS             PIC 9(04).
          03 SCO-QTD-BAIXADOS             PIC 9(04).
