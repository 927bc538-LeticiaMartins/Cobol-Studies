      ******************************************************************
      * Copybook: FD_PDD
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 06/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PDD_HIST.dat (HISTORICO
      *          MENSAL DA PROVISAO PARA DEVEDORES DUVIDOSOS, GRAVADO
      *          POR PDDFIN): CHAVE PERIODO AAAAMM + CONTRATO, COM O
      *          RATING AA A H (RESOLUCAO BACEN 2682) DADO PELO MAIOR
      *          ATRASO, A DATA-BASE DA APURACAO, O SALDO EM ABERTO, O
      *          PERCENTUAL APLICADO E O VALOR PROVISIONADO; O PERIODO
      *          ANTERIOR NO MESMO ARQUIVO E A BASE DA MIGRACAO DE
      *          RATING
      ******************************************************************
       01 REG-PDD.
          03 PDD-CHAVE.
             05 PDD-PERIODO               PIC 9(06).
             05 PDD-NUM-CONTRATO          PIC 9(06).
          03 PDD-RATING                   PIC X(02).
          03 PDD-DIAS-ATRASO              PIC 9(05).
          03 PDD-DT-BASE                  PIC 9(08).
          03 PDD-VR-SALDO                 PIC 9(08)V99.
          03 PDD-PERCENTUAL               PIC 9(03)V99.
          03 PDD-VR-PROVISAO              PIC 9(08)V99.
          03 PDD-DT-APURACAO              PIC 9(08).
          03 PDD-OPERADOR                 PIC X(06).
