      ******************************************************************
      * Copybook: FD_MASC
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 03/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO MASCARA_LOG.dat (LOG DAS
      *          LIBERACOES DE IMPRESSAO/EXPORTACAO COM CPF/CNPJ,
      *          TELEFONE E E-MAIL COMPLETOS): GRAVADO PELO MODULO
      *          MASKUTIL A CADA LIBERACAO CONCEDIDA OU RECUSADA, COM O
      *          OPERADOR, O PROGRAMA E O MOTIVO INFORMADO
      ******************************************************************
       01 REG-MASCARA-LOG.
          03 MSC-DATA                     PIC 9(08).
          03 MSC-HORA                     PIC 9(08).
          03 MSC-OPERADOR                 PIC X(06).
          03 MSC-PROGRAMA                 PIC X(08).
          03 MSC-RESULTADO                PIC X(01).
             88 MSC-LIBERADO              VALUE 'S'.
             88 MSC-RECUSADO              VALUE 'N'.
          03 MSC-MOTIVO                   PIC X(40).
