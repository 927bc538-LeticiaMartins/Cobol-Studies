      ******************************************************************
      * Copybook: FD_PRST
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PRESTAMISTA.dat
      *          (SEGURO PRESTAMISTA DO CONTRATO, CHAVE NUMERO DO
      *          CONTRATO): GRAVADO NA EMISSAO (PROG-OCCURS, PROPFIN)
      *          PELO MODULO PRSUTIL COM A IDADE, O PRAZO, A TAXA DA
      *          TABELA PRESTAMISTA_TAXAS.TXT E O PREMIO EMBUTIDO NAS
      *          PARCELAS; O SINISTRO E A INDENIZACAO DA SEGURADORA SAO
      *          REGISTRADOS EM PRSFIN.
      *          A = ATIVO, S = SINISTRO COMUNICADO (AGUARDANDO A
      *          SEGURADORA), L = LIQUIDADO PELA INDENIZACAO, R =
      *          SINISTRO RECUSADO, E = ENCERRADO JUNTO COM O CONTRATO
      ******************************************************************
       01 REG-PRESTAMISTA.
          03 PRS-NUM-CONTRATO             PIC 9(06).
          03 PRS-ID-CONTATO               PIC 9(06).
          03 PRS-ST-SEGURO                PIC X(01).
             88 PRS-ATIVO                 VALUE 'A'.
             88 PRS-SINISTRO              VALUE 'S'.
             88 PRS-LIQUIDADO             VALUE 'L'.
             88 PRS-RECUSADO              VALUE 'R'.
             88 PRS-ENCERRADO             VALUE 'E'.
          03 PRS-DT-ADESAO                PIC 9(08).
          03 PRS-DT-NASCIMENTO            PIC 9(08).
          03 PRS-IDADE                    PIC 9(03).
          03 PRS-PRAZO                    PIC 9(03).
          03 PRS-TAXA                     PIC 9(02)V99.
          03 PRS-VR-BASE                  PIC 9(07)V99.
          03 PRS-VR-PREMIO                PIC 9(06)V99.
          03 PRS-OPERADOR                 PIC X(06).
          03 PRS-TP-SINISTRO              PIC X(01).
             88 PRS-MORTE                 VALUE 'M'.
             88 PRS-DESEMPREGO            VALUE 'D'.
             88 PRS-TIPO-VALIDO           VALUE 'M' 'D'.
          03 PRS-DT-SINISTRO              PIC 9(08).
          03 PRS-DT-COMUNICACAO           PIC 9(08).
          03 PRS-OPER-SINISTRO            PIC X(06).
          03 PRS-DT-INDENIZACAO           PIC 9(08).
          03 PRS-VR-INDENIZADO            PIC 9(08)V99.
          03 PRS-DT-ENCERRAMENTO          PIC 9(08).
