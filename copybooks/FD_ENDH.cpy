      ******************************************************************
      * Copybook: FD_ENDH
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 26/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTATOS_ENDERECOS.dat
      *          (HISTORICO DE ENDERECOS DO CONTATO, FILHO DE
      *          CONTATOS.dat PELA CHAVE ID-CONTATO + SEQUENCIA), COM
      *          O PERIODO DE VIGENCIA DE CADA ENDERECO: O VIGENTE TEM
      *          O FIM EM 99999999; O PRIMEIRO ENDERECO DE UM CONTATO
      *          JA EXISTENTE QUANDO O HISTORICO COMECOU TEM O INICIO
      *          ZERADO (VALE DESDE O CADASTRO). GRAVADO PELO MODULO
      *          ENDUTIL A CADA TROCA DE ENDERECO (ALTCONTT, IMPTROCA,
      *          ENRCNTT, MASCNTT); O REGISTRO PRINCIPAL CONTINUA
      *          GUARDANDO O ENDERECO ATUAL
      ******************************************************************
       01 REG-ENDERECO-HIST.
          03 ENH-CHAVE.
             05 ENH-ID-CONTATO            PIC 9(06).
             05 ENH-SEQUENCIA             PIC 9(03).
          03 ENH-RUA                      PIC X(30).
          03 ENH-CIDADE                   PIC X(20).
          03 ENH-ESTADO                   PIC X(02).
          03 ENH-CEP                      PIC X(08).
          03 ENH-DT-INICIO                PIC 9(08).
          03 ENH-DT-FIM                   PIC 9(08).
             88 ENH-VIGENTE               VALUE 99999999.
          03 ENH-OPERADOR                 PIC X(06).
          03 ENH-ORIGEM                   PIC X(08).
