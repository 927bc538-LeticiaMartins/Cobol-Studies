      ******************************************************************
      * Copybook: FD_PAUD
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 15/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PARAMETROS_AUD.dat
      *          (AUDITORIA DA MANUTENCAO DE PARAMETROS.dat EM PARMCNTT,
      *          NO MESMO DESENHO DE FD_CAUD): DATA, HORA, OPERADOR,
      *          OPERACAO, CODIGO E VIGENCIA DO PARAMETRO E O VALOR QUE
      *          VALIA NA VIGENCIA ANTES E DEPOIS DA MUDANCA
      ******************************************************************
       01 REG-AUDITORIA-PRM.
          03 PAU-DATA                     PIC 9(08).
          03 PAU-HORA                     PIC 9(08).
          03 PAU-OPERACAO                 PIC X(01).
             88 PAU-INCLUSAO              VALUE 'I'.
             88 PAU-EXCLUSAO              VALUE 'E'.
          03 PAU-OPERADOR                 PIC X(06).
          03 PAU-CODIGO                   PIC X(10).
          03 PAU-DT-VIGENCIA              PIC 9(08).
          03 PAU-VALOR-ANTERIOR           PIC 9(07)V9(04).
          03 PAU-VALOR-ATUAL              PIC 9(07)V9(04).
