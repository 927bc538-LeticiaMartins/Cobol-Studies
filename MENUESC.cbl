      *         RESPONSAVEIS (AVISESC)
      * Update: 24/10/2024 - INCLUIDA A OPCAO DE MENSALIDADES
      *         ESCOLARES (MENSESC)
      * Update: 04/12/2024 - INCLUIDAS AS OPCOES DE GRADE CURRICULAR,
      *         PROFESSORES E HORARIOS (GRDESC) E DE CARGA HORARIA E
      *         TURMAS SEM NOTA (CRGESC)
      * Update: 05/12/2024 - INCLUIDA A OPCAO DE HISTORICO ESCOLAR
      *         (HISESC)
      * Update: 06/12/2024 - INCLUIDA A OPCAO DE TRANSFERENCIA E
      *         DECLARACOES (TRFESC)
      * Update: 09/12/2024 - INCLUIDA A OPCAO DE CENSO ESCOLAR (CENSESC)
      * Update: 10/12/2024 - INCLUIDA A OPCAO DE CONSELHO DE CLASSE
      *         (CONSESC)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUESC.
           03 WS-EMPRESA-COM               PIC 9(02).
           03 FILLER                       PIC X(144) VALUE SPACES.
       77 WS-OPCAO                         PIC X(02).
       77 WS-QTD-OPCOES                    PIC 9(02) VALUE 16.
       77 WS-IND                           PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO-STATUS                  PIC X VALUE 'N'.
          88 OPCAO-ACHADA                  VALUE 'S' FALSE 'N'.
              '9 CARTAS AOS RESPONSAVEIS       AVISESC     '.
           05 FILLER PIC X(44) VALUE
              '10MENSALIDADES ESCOLARES        MENSESC     '.
           05 FILLER PIC X(44) VALUE
              '11GRADE, PROFESSORES E HORARIOS GRDESC      '.
           05 FILLER PIC X(44) VALUE
              '12CARGA HORARIA/NOTAS PENDENTES CRGESC      '.
           05 FILLER PIC X(44) VALUE
              '13HISTORICO ESCOLAR             HISESC      '.
           05 FILLER PIC X(44) VALUE
              '14TRANSFERENCIA E DECLARACOES   TRFESC      '.
           05 FILLER PIC X(44) VALUE
              '15CENSO ESCOLAR (EDUCACENSO)    CENSESC     '.
           05 FILLER PIC X(44) VALUE
              '16CONSELHO DE CLASSE            CONSESC     '.
       01 WS-TABELA-OPCOES REDEFINES WS-TABELA-OPCOES-DADOS.
           05 TAB-ITEM-OPCAO OCCURS 16 TIMES.
              10 TAB-OPCAO                 PIC X(02).
              10 TAB-DESCRICAO             PIC X(30).
              10 TAB-PROGRAMA              PIC X(12).
            DISPLAY '|  8 - Fechamento Do Ano Letivo                 |'
            DISPLAY '|  9 - Cartas Aos Responsaveis                  |'
            DISPLAY '| 10 - Mensalidades Escolares                   |'
            DISPLAY '| 11 - Grade, Professores E Horarios            |'
            DISPLAY '| 12 - Carga Horaria/Notas Pendentes            |'
            DISPLAY '| 13 - Historico Escolar                        |'
            DISPLAY '| 14 - Transferencia E Declaracoes              |'
            DISPLAY '| 15 - Censo Escolar (Educacenso)               |'
            DISPLAY '| 16 - Conselho De Classe                       |'
            DISPLAY '|                                               |'
            DISPLAY '|             (ou tecle <S> para sair)          |'
            DISPLAY '*************************************************'
