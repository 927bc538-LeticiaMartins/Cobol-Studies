      ******************************************************************
      * Copybook: FD_CCB
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 12/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CCB_EMISSOES.dat
      *          (CONTROLE DE IMPRESSAO DA CEDULA DE CREDITO BANCARIO
      *          DE CADA CONTRATO, GERADA PELO MODULO CCBUTIL, CHAVE
      *          NUMERO DO CONTRATO): DATA E OPERADOR DA PRIMEIRA VIA,
      *          QUANTIDADE DE REIMPRESSOES E A ULTIMA SAIDA NO SPOOL
      ******************************************************************
       01 REG-CCB.
          03 CCB-NUM-CONTRATO             PIC 9(06).
          03 CCB-DT-EMISSAO               PIC 9(08).
          03 CCB-OPERADOR-EMISSAO         PIC X(06).
          03 CCB-QTD-REIMPRESSOES         PIC 9(03).
          03 CCB-DT-ULT-IMPRESSAO         PIC 9(08).
          03 CCB-OPERADOR-ULT             PIC X(06).
          03 CCB-ULT-SPOOL                PIC X(40).
