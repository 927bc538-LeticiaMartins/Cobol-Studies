      *         COMO PROG-OCCURS VALIDA O REG-ID-CONTATO; OS AVISOS DE
      *         AUSENCIA E OS BOLETINS SAO ENVIADOS AO ENDERECO DO
      *         RESPONSAVEL POR AVISESC
      * Update: 24/11/2024 - CONTATOS.dat PASSA A TER AS CHAVES
      *         ALTERNATIVAS DE NOME, CPF/CNPJ E TELEFONE (COM
      *         DUPLICIDADE)
      * Update: 16/12/2024 - CONFERE A VERSAO DE LAYOUT DOS ARQUIVOS
      *         MESTRES QUE USA (LAYVERS/LAYCHKP, MODULO LAYUTIL) ANTES
      *         DE ABRI-LOS E NAO RODA SE CONTROLE_LAYOUT.dat APONTAR
      *         OUTRA VERSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQV-EX.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS ID-CONTATO
           ALTERNATE RECORD KEY IS NM-CONTATO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DOC-CONTATO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TEL-CONTATO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-CTT.

           SELECT AUDITORIA-ALU ASSIGN TO
       77 WS-RESP-INFORMADO              PIC 9(06) VALUE ZEROS.
       77 WS-RESP-VALIDO                 PIC X VALUE 'N'.
          88 RESP-VALIDO                 VALUE 'S' FALSE 'N'.
          COPY LAYVERS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           SET LAYOUT-RECUSADO     TO FALSE
           MOVE 'STUDENT.TXT'        TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           MOVE 'CONTATOS.dat'       TO WS-LAY-ARQUIVO
           PERFORM P860-CONFERE-LAYOUT
           IF LAYOUT-RECUSADO
               SET LK-ERRO         TO TRUE
               PERFORM P900-FIM
           END-IF

           SET LK-SUCESSO          TO TRUE
           PERFORM P100-PROCESSA   THRU P100-FIM UNTIL WS-OPCAO = 'F'
           PERFORM P900-FIM
           .
       P700-FIM.

       COPY LAYCHKP.

       P900-FIM.
            GOBACK.
       END PROGRAM ARQV-EX.
