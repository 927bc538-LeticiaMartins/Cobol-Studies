      ******************************************************************
      * Copybook: LAYVERS
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 16/12/2024
      * Purpose: AREA DE TRABALHO DA CONFERENCIA DE VERSAO DE LAYOUT
      *          DOS ARQUIVOS MESTRES (MODULO LAYUTIL, PARAGRAFO COMUM
      *          DE LAYCHKP.cpy) E A TABELA DAS VERSOES DE LAYOUT COM
      *          QUE ESTE FONTE FOI ESCRITO. A VERSAO GRAVADA NO
      *          CONTROLE (CONTROLE_LAYOUT.dat) PRECISA SER IGUAL A DA
      *          TABELA, SENAO O PROGRAMA SE RECUSA A RODAR.
      *          TODA ALTERACAO DE LAYOUT DE UM ARQUIVO MESTRE SOMA 1 A
      *          VERSAO DELE AQUI, E O LOTE QUE CONVERTE A BASE (NO
      *          MOLDE DE MIGCONTT/MIGCLIE) GRAVA A VERSAO NOVA NO
      *          CONTROLE AO TERMINAR. A BASE ANTERIOR AO CONTROLE E
      *          CONVERTIDA E MARCADA PELO LOTE DE VIRADA MIGVIRA
      ******************************************************************
       01 WS-AREA-LAYOUT.
          03 WS-LAY-FUNCAO                PIC X(01).
             88 WS-LAY-CONFERIR           VALUE 'C'.
             88 WS-LAY-GRAVAR             VALUE 'G'.
             88 WS-LAY-LER                VALUE 'L'.
             88 WS-LAY-EXCLUIR            VALUE 'E'.
          03 WS-LAY-CONTROLE              PIC X(40).
          03 WS-LAY-ARQUIVO               PIC X(30).
          03 WS-LAY-VERSAO                PIC 9(03).
          03 WS-LAY-VERSAO-ARQ            PIC 9(03).
          03 WS-LAY-DT-CRIACAO            PIC 9(08).
          03 WS-LAY-RESULTADO             PIC X(01).
             88 LAY-CONFERE               VALUE 'S'.
             88 LAY-DIVERGE               VALUE 'N'.
             88 LAY-SEM-CONTROLE          VALUE 'X'.
          03 WS-LAY-MOTIVO                PIC X(70).
       77 WS-LAYOUT-RECUSADO              PIC X VALUE 'N'.
          88 LAYOUT-RECUSADO              VALUE 'S' FALSE 'N'.
       77 WS-IND-LAYOUT                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LAYOUTS                  PIC 9(02) VALUE 15.
      *
      * ARQUIVO X(30) + VERSAO DO LAYOUT 9(03)
      *
       01 WS-VERSOES-LAYOUT-DADOS.
          03 FILLER PIC X(33) VALUE
             'CONTATOS.dat                  013'.
          03 FILLER PIC X(33) VALUE
             'CONTATOS_FONES.dat            001'.
          03 FILLER PIC X(33) VALUE
             'CONTATOS_NOTAS.dat            001'.
          03 FILLER PIC X(33) VALUE
             'CLIENTES.dat                  003'.
          03 FILLER PIC X(33) VALUE
             'CONTRATOS.dat                 010'.
          03 FILLER PIC X(33) VALUE
             'CONTRATOS_HIST.dat            001'.
          03 FILLER PIC X(33) VALUE
             'PAGAMENTOS.dat                003'.
          03 FILLER PIC X(33) VALUE
             'STUDENT.TXT                   001'.
          03 FILLER PIC X(33) VALUE
             'MATRICULAS.dat                001'.
          03 FILLER PIC X(33) VALUE
             'NOTAS_ALUNOS.dat              001'.
          03 FILLER PIC X(33) VALUE
             'CONTRATOS_AUD.dat             002'.
          03 FILLER PIC X(33) VALUE
             'CONTATOS_AUD.dat              002'.
          03 FILLER PIC X(33) VALUE
             'PROPOSTAS.dat                 006'.
          03 FILLER PIC X(33) VALUE
             'SEGMENTOS.dat                 002'.
          03 FILLER PIC X(33) VALUE
             'TABELA.TXT                    002'.
       01 WS-VERSOES-LAYOUT REDEFINES WS-VERSOES-LAYOUT-DADOS.
          03 WS-VL-LAYOUT                 OCCURS 15 TIMES.
             05 WS-VL-ARQUIVO             PIC X(30).
             05 WS-VL-VERSAO              PIC 9(03).
