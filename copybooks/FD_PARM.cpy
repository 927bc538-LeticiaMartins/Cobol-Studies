      ******************************************************************
      * Copybook: FD_PARM
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 15/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PARAMETROS.dat (TABELA
      *          CENTRAL DE PARAMETROS DO NEGOCIO, CHAVE CODIGO DO
      *          PARAMETRO + DATA DE INICIO DE VIGENCIA). CADA MUDANCA
      *          DE REGRA E UM NOVO REGISTRO COM A SUA VIGENCIA, NUNCA
      *          UMA REGRAVACAO: VALE PARA UMA DATA O REGISTRO DE MAIOR
      *          VIGENCIA NAO POSTERIOR A ELA (MODULO PARMUTIL). MANTIDO
      *          PELO NIVEL 4 EM PARMCNTT, COM AUDITORIA EM
      *          PARAMETROS_AUD.dat (FD_PAUD)
      ******************************************************************
       01 REG-PARAMETRO-NEGOCIO.
          03 PAR-CHAVE.
             05 PAR-CODIGO                PIC X(10).
             05 PAR-DT-VIGENCIA           PIC 9(08).
          03 PAR-VALOR                    PIC 9(07)V9(04).
          03 PAR-DESCRICAO                PIC X(40).
          03 PAR-OPERADOR                 PIC X(06).
          03 PAR-DT-INCLUSAO              PIC 9(08).
          03 PAR-HR-INCLUSAO              PIC 9(08).
