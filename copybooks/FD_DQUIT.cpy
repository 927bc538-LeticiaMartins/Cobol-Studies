      ******************************************************************
      * Copybook: FD_DQUIT
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 17/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DECL_QUITACAO.dat
      *          (REGISTRO DAS DECLARACOES ANUAIS DE QUITACAO DE DEBITOS
      *          DA LEI 12.007/2009, GRAVADO POR DQAFIN): UM REGISTRO
      *          POR ANO-BASE E CONTATO, COM A SITUACAO DE CADA MES DO
      *          ANO ('Q' TODAS AS PARCELAS/MENSALIDADES DO MES PAGAS,
      *          'A' ALGUMA EM ABERTO, ESPACO SEM DEBITO NO MES) E O
      *          DESTINO DA DECLARACAO: P = APURADA E AINDA NAO EMITIDA,
      *          E = EMITIDA (DATA, OPERADOR E SPOOL), N = NENHUM MES
      *          QUITADO, D = SUPRIMIDA POR DEVOLUCAO DO CORREIO,
      *          I = CONTATO NAO CADASTRADO OU INATIVO
      ******************************************************************
       01 REG-DECL-QUITACAO.
          03 DQT-CHAVE.
             05 DQT-ANO                   PIC 9(04).
             05 DQT-ID-CONTATO            PIC 9(06).
          03 DQT-MESES.
             05 DQT-MES                   PIC X(01) OCCURS 12 TIMES.
                88 DQT-MES-QUITADO        VALUE 'Q'.
                88 DQT-MES-ABERTO         VALUE 'A'.
                88 DQT-MES-SEM-DEBITO     VALUE ' '.
          03 DQT-QTD-QUITADOS             PIC 9(02).
          03 DQT-QTD-ABERTOS              PIC 9(02).
          03 DQT-ST-DECLARACAO            PIC X(01).
             88 DQT-PENDENTE              VALUE 'P'.
             88 DQT-EMITIDA               VALUE 'E'.
             88 DQT-SEM-MES-QUITADO       VALUE 'N'.
             88 DQT-DEVOLUCAO-CORREIO     VALUE 'D'.
             88 DQT-CONTATO-INATIVO       VALUE 'I'.
          03 DQT-DT-EMISSAO               PIC 9(08).
          03 DQT-OPERADOR                 PIC X(06).
          03 DQT-NOME-SPOOL               PIC X(40).
