      ******************************************************************
      * Copybook: FD_C2VI
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 18/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CARNE_2VIA.dat (FILA DE
      *          SEGUNDA VIA DE CARNE, CHAVE NUMERO DO CONTRATO + DATA
      *          DO PEDIDO - UM PEDIDO POR CONTRATO POR DIA). GRAVADO
      *          PELO ATENDIMENTO ELETRONICO (URAFIN) COM O PROTOCOLO DA
      *          URA; O PASSO NOTURNO DE CRNFIN IMPRIME NO SPOOL O CARNE
      *          DE CADA PEDIDO PENDENTE E O MARCA COMO EMITIDO, COM A
      *          DATA E O NOME DO ARQUIVO DE SPOOL. P = PENDENTE,
      *          E = EMITIDO, X = CANCELADO (CONTRATO ENCERRADO ANTES
      *          DA EMISSAO)
      ******************************************************************
       01 REG-CARNE-2VIA.
          03 C2V-CHAVE.
             05 C2V-NUM-CONTRATO          PIC 9(06).
             05 C2V-DT-PEDIDO             PIC 9(08).
          03 C2V-HR-PEDIDO                PIC 9(08).
          03 C2V-ORIGEM                   PIC X(08).
          03 C2V-PROTOCOLO                PIC X(10).
          03 C2V-ST-PEDIDO                PIC X(01).
             88 C2V-PENDENTE              VALUE 'P'.
             88 C2V-EMITIDO               VALUE 'E'.
             88 C2V-CANCELADO             VALUE 'X'.
          03 C2V-DT-EMISSAO               PIC 9(08).
          03 C2V-NOME-SPOOL               PIC X(40).
