      ******************************************************************
      * Copybook: FD_CAMP
      * Author: LETICIA MARTINS BANDEIRA PASCALE
      * Date: 28/11/2024
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CAMPANHAS.dat
      *          (CADASTRO DE CAMPANHAS DE MARKETING, MANTIDO POR
      *          CMPCNTT): CODIGO, NOME, CANAL, SEGMENTO DE
      *          SEGMENTOS.dat USADO NA TIRAGEM, JANELA DA CAMPANHA
      *          (INICIO E FIM, DENTRO DA QUAL CONTRATO OU PROPOSTA
      *          DE UM MEMBRO CONTA COMO CONVERSAO) E CUSTO; OS
      *          MEMBROS DE CADA CAMPANHA FICAM EM CAMPANHA_MEMBROS.dat
      *          (FD_MCAM)
      ******************************************************************
       01 REG-CAMPANHA.
          03 CAM-CODIGO                   PIC X(06).
          03 CAM-NOME                     PIC X(30).
          03 CAM-CANAL                    PIC X(01).
             88 CAM-CANAL-MALA-DIRETA     VALUE 'M'.
             88 CAM-CANAL-CARTA           VALUE 'C'.
             88 CAM-CANAL-WHATSAPP        VALUE 'W'.
             88 CAM-CANAL-SMS             VALUE 'S'.
             88 CAM-CANAL-EMAIL           VALUE 'E'.
             88 CAM-CANAL-ANIVERSARIO     VALUE 'A'.
             88 CAM-CANAL-VALIDO          VALUE 'M' 'C' 'W' 'S'
                                                'E' 'A'.
          03 CAM-SEGMENTO                 PIC X(15).
          03 CAM-DT-INICIO                PIC 9(08).
          03 CAM-DT-FIM                   PIC 9(08).
          03 CAM-CUSTO                    PIC 9(07)V99.
          03 CAM-ST-CAMPANHA              PIC X(01).
             88 CAM-ATIVA                 VALUE 'A'.
             88 CAM-ENCERRADA             VALUE 'E'.
          03 CAM-OPERADOR                 PIC X(06).
          03 CAM-DT-CADASTRO              PIC 9(08).
