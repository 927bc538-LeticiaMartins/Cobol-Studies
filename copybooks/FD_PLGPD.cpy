      ******************************************************************
      * Copybook: FD_PLGPD
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 25/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO LGPD_PEDIDOS.dat
      *          (REGISTRO DOS PEDIDOS DO TITULAR DE DADOS, CHAVE
      *          NUMERO DE PROTOCOLO): TIPO DO PEDIDO, CONTATO,
      *          RECEBIMENTO, PRAZO LEGAL (15 DIAS CORRIDOS), OPERADOR
      *          E DESFECHO. O PEDIDO ATENDIDO GUARDA A EVIDENCIA DO
      *          ATENDIMENTO: S = DOSSIE DE LGPDCNTT NO SPOOL (NOME DO
      *          ARQUIVO), A = ALTERACAO NA AUDITORIA DE CONTATOS
      *          (DATA E HORA DO REGISTRO GRAVADO POR ALTCONTT/OPTCNTT),
      *          X = EXPURGO DE PURGCNTT NA AUDITORIA (DATA E HORA).
      *          MANTIDO POR PEDCNTT; MENUGERA MOSTRA OS VENCIDOS NO
      *          SIGN-ON
      ******************************************************************
       01 REG-PEDIDO-LGPD.
          03 LPD-PROTOCOLO                PIC 9(06).
          03 LPD-TIPO                     PIC X(01).
             88 LPD-ACESSO                VALUE 'A'.
             88 LPD-CORRECAO              VALUE 'C'.
             88 LPD-ELIMINACAO            VALUE 'E'.
             88 LPD-REVOGACAO             VALUE 'R'.
             88 LPD-PORTABILIDADE         VALUE 'P'.
             88 LPD-TIPO-VALIDO           VALUE 'A' 'C' 'E' 'R' 'P'.
          03 LPD-ID-CONTATO               PIC 9(06).
          03 LPD-EMPRESA                  PIC 9(02).
          03 LPD-DT-RECEBIMENTO           PIC 9(08).
          03 LPD-DT-PRAZO                 PIC 9(08).
          03 LPD-OPERADOR                 PIC X(06).
          03 LPD-SITUACAO                 PIC X(01).
             88 LPD-ABERTO                VALUE 'A'.
             88 LPD-ATENDIDO              VALUE 'T'.
             88 LPD-INDEFERIDO            VALUE 'I'.
          03 LPD-DT-ENCERRAMENTO          PIC 9(08).
          03 LPD-OPER-ENCERRAMENTO        PIC X(06).
          03 LPD-TIPO-EVIDENCIA           PIC X(01).
             88 LPD-EVID-SPOOL            VALUE 'S'.
             88 LPD-EVID-AUDITORIA        VALUE 'A'.
             88 LPD-EVID-EXPURGO          VALUE 'X'.
          03 LPD-REF-EVIDENCIA            PIC X(40).
          03 LPD-OBSERVACAO               PIC X(40).
