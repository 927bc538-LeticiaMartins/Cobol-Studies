      ******************************************************************
      * Copybook: FD_LAYC
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/12/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONTROLE_LAYOUT.dat
      *          (REGISTRO DE CONTROLE DOS ARQUIVOS MESTRES, CHAVE NOME
      *          DO ARQUIVO): VERSAO DO LAYOUT EM QUE O ARQUIVO ESTA
      *          GRAVADO E A DATA DE CRIACAO DELE NESSA VERSAO. MANTIDO
      *          SO PELO MODULO LAYUTIL: A CONVERSAO (MIGCONTT/MIGCLIE)
      *          E A RESTAURACAO (RSTCNTT) GRAVAM A VERSAO; A
      *          CONFERENCIA SO GRAVA O ARQUIVO QUE AINDA NAO EXISTE
      *          (CRIADO PELO PROGRAMA NA VERSAO DELE) E RECUSA O QUE JA
      *          EXISTE SEM REGISTRO AQUI. BAKGERAL LEVA UMA COPIA DELE
      *          EM CADA GERACAO
      ******************************************************************
       01 REG-CONTROLE-LAYOUT.
          03 LYC-ARQUIVO                  PIC X(30).
          03 LYC-VERSAO                   PIC 9(03).
          03 LYC-DT-CRIACAO               PIC 9(08).
          03 LYC-DT-GRAVACAO              PIC 9(08).
          03 LYC-HR-GRAVACAO              PIC 9(08).
