      ******************************************************************
      * Copybook: FD_CDOC
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 13/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTRATO_DOCS.dat
      *          (CHECKLIST DE DOCUMENTOS DO CONTRATO, CHAVE NUMERO DO
      *          CONTRATO + CODIGO DO DOCUMENTO, CHAVE ALTERNATIVA
      *          OPERADOR DA EMISSAO COM DUPLICIDADE). GRAVADO NA
      *          EMISSAO (PROG-OCCURS, PROPFIN) PELO MODULO DOCUTIL COM
      *          OS DOCUMENTOS EXIGIDOS PARA O OBJETO E A FAIXA DE VALOR
      *          (DOCUMENTOS_EXIGIDOS.TXT); O RECEBIMENTO E DADO EM
      *          DOCFIN. P = PENDENTE, R = RECEBIDO
      ******************************************************************
       01 REG-CONTRATO-DOC.
          03 CDO-CHAVE.
             05 CDO-NUM-CONTRATO          PIC 9(06).
             05 CDO-COD-DOC               PIC X(03).
          03 CDO-DESCRICAO                PIC X(30).
          03 CDO-ST-DOC                   PIC X(01).
             88 CDO-PENDENTE              VALUE 'P'.
             88 CDO-RECEBIDO              VALUE 'R'.
          03 CDO-DT-EXIGENCIA             PIC 9(08).
          03 CDO-OPERADOR                 PIC X(06).
          03 CDO-DT-RECEBIMENTO           PIC 9(08).
          03 CDO-OPERADOR-RECEB           PIC X(06).
