      ******************************************************************
      * Copybook: FD_PROMS
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 09/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PROMESSAS.dat
      *          (PROMESSAS DE PAGAMENTO REGISTRADAS PELOS COBRADORES EM
      *          PRMFIN, CHAVE CONTRATO + PARCELA + SEQUENCIA). A
      *          APURACAO DIARIA CONFRONTA A PROMESSA COM PAGAMENTOS.dat
      *          (PAGAMENTOS NAO ESTORNADOS DA PARCELA ENTRE O REGISTRO
      *          E A DATA PROMETIDA) E MARCA C = CUMPRIDA, P = CUMPRIDA
      *          EM PARTE OU Q = QUEBRADA; ESPACO = EM ABERTO
      ******************************************************************
       01 REG-PROMESSA.
          03 PRM-CHAVE.
             05 PRM-NUM-CONTRATO          PIC 9(06).
             05 PRM-NUM-PARCELA           PIC 9(03).
             05 PRM-SEQUENCIA             PIC 9(02).
          03 PRM-DT-PROMESSA              PIC 9(08).
          03 PRM-VALOR                    PIC 9(06)V99.
          03 PRM-OPERADOR                 PIC X(06).
          03 PRM-DT-REGISTRO              PIC 9(08).
          03 PRM-ST-PROMESSA              PIC X(01).
             88 PRM-ABERTA                VALUE SPACE.
             88 PRM-CUMPRIDA              VALUE 'C'.
             88 PRM-PARCIAL               VALUE 'P'.
             88 PRM-QUEBRADA              VALUE 'Q'.
          03 PRM-VR-PAGO                  PIC 9(08)V99.
          03 PRM-DT-APURACAO              PIC 9(08).
