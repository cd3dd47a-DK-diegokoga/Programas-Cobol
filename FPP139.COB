       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP139.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CRITERIOS DE AVALIACAO DE DESEMPENHO       *
      ***********************************************
      *----------------------------------------------------------------
      *    CRITERIOS QUE O GESTOR PONTUA NA AVALIACAO DE CADA CARGO
      *    (FPP141), ATE 10 POR CARGO, COM PESO DE 1 A 99. A NOTA
      *    FINAL DA AVALIACAO E A MEDIA DAS NOTAS PONDERADA PELO PESO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CRITERIOS DE AVALIACAO POR CARGO------------
           SELECT ARQCRIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRI-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CRITERIOS DE AVALIACAO POR CARGO------------
       FD ARQCRIT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRIT.DAT".
       01 REGCRIT.
           03 CRI-KEY.
            05 CRI-CODCARG        PIC 9(03).
            05 CRI-SEQ            PIC 9(02).
           03 CRI-DESCR           PIC X(30).
           03 CRI-PESO            PIC 9(02).
      *---------------------ARQUIVO DO CARGO----------------------------
       FD ARQCARG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-DENOMINACAO   PIC X(25) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CRITERIOS DE AVALIACAO DE DE".
           05  LINE 02  COLUMN 41
               VALUE  "SEMPENHO POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  " CARGO:              |".
           05  LINE 06  COLUMN 01
               VALUE  " CRITERIO (1 A 10):  |".
           05  LINE 07  COLUMN 01
               VALUE  " DESCRICAO:          |".
           05  LINE 08  COLUMN 01
               VALUE  " PESO (1 A 99):      |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCODCARG
               LINE 05  COLUMN 24  PIC 9(03)
               USING  CRI-CODCARG.
           05  TDENOMINACAO
               LINE 05  COLUMN 32  PIC X(25)
               USING  W-DENOMINACAO.
           05  TSEQ
               LINE 06  COLUMN 24  PIC 9(02)
               HIGHLIGHT
               USING  CRI-SEQ.
           05  TDESCR
               LINE 07  COLUMN 24  PIC X(30)
               USING  CRI-DESCR
               HIGHLIGHT.
           05  TPESO
               LINE 08  COLUMN 24  PIC 9(02)
               USING  CRI-PESO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQCRIT.
           PERFORM I-O-ARQCARG.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO CRI-DESCR W-DENOMINACAO
           MOVE ZEROS TO CRI-KEY CRI-PESO
           DISPLAY TELA.
       R2.
           ACCEPT TCODCARG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CRI-CODCARG = ZEROS
                 MOVE "*** CARGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE CRI-CODCARG TO CODIGO.
           READ ARQCARG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** CARGO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO DE CARGOS"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE DENOMINACAO TO W-DENOMINACAO
                DISPLAY TDENOMINACAO.
       R4.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF CRI-SEQ = 0 OR CRI-SEQ > 10
              MOVE "*** CRITERIO DEVE SER DE 1 A 10 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQCRIT.
           READ ARQCRIT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA
                MOVE "*** CRITERIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCRIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CRITERIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO CRI-PESO.
       R5.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF CRI-DESCR = SPACES
              MOVE "*** INFORME A DESCRICAO DO CRITERIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TPESO.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF CRI-PESO = ZEROS
              MOVE "*** INFORME O PESO DO CRITERIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R6.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQCRIT
           ELSE IF W-OPCAO = "N" or "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.
      *
       DELETAR.
           MOVE "VOCE QUER EXCLUIR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R6.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQCRIT
               GO TO R0
           ELSE IF W-OPCAO = "N" or "n" NEXT SENTENCE
           ELSE PERFORM ERROR-VALID GO TO DELETAR.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R0
                ELSE
                   IF W-OPCAO = "A"
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQCRIT.
           OPEN I-O ARQCRIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCRIT
                  CLOSE ARQCRIT
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQCRIT
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQCARG.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE CARGOS NAO EXISTE ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQCRIT.
           WRITE REGCRIT.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQCRIT.

       REWRITE-ARQCRIT.
           REWRITE REGCRIT.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQCRIT.
           DELETE ARQCRIT RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCRIT
           CLOSE ARQCARG
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------

       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-DATA-NOT-DELETED.
           MOVE "DADOS NAO DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-FILE-CREATED.
           MOVE "ARQUIVO CRIADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-SAVED.
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
