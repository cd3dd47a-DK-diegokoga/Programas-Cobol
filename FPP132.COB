       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP132.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CADASTRO DE AGENTES NOCIVOS POR CARGO     *
      ***********************************************
      *----------------------------------------------------------------
      *    AGENTES NOCIVOS A QUE O CARGO EXPOE O EMPREGADO (CODIGO DA
      *    TABELA 24 DO ESOCIAL), BASE DO EVENTO S-2240 JUNTO COM A
      *    PERICULOSIDADE E A INSALUBRIDADE DO ARQCARG. CARGO SEM
      *    AGENTE CADASTRADO E INFORMADO COMO AUSENCIA DE RISCO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
           SELECT ARQAGNOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AGN-KEY
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
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
       FD ARQAGNOC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAGNOC.DAT".
       01 REGAGNOC.
           03 AGN-KEY.
            05 AGN-CODCARG        PIC 9(03).
            05 AGN-SEQ            PIC 9(02).
           03 AGN-CODAGENTE       PIC X(09).
           03 AGN-DESCR           PIC X(30).
           03 AGN-INTENS          PIC X(10).
           03 AGN-EPI             PIC X(01).
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
               VALUE  "              CADASTRO DE AGENTES NOCIVO".
           05  LINE 02  COLUMN 41
               VALUE  "S POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  " CARGO:              |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 07  COLUMN 01
               VALUE  " AGENTE (TAB.24):    |".
           05  LINE 08  COLUMN 01
               VALUE  " DESCRICAO:          |".
           05  LINE 09  COLUMN 01
               VALUE  " INTENSIDADE:        |".
           05  LINE 10  COLUMN 01
               VALUE  " EPI EFICAZ (S/N):   |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCODCARG
               LINE 05  COLUMN 24  PIC 9(03)
               USING  AGN-CODCARG.
           05  TDENOMINACAO
               LINE 05  COLUMN 32  PIC X(25)
               USING  W-DENOMINACAO.
           05  TSEQUENCIA
               LINE 06  COLUMN 24  PIC 9(02)
               USING  AGN-SEQ
               HIGHLIGHT.
           05  TCODAGENTE
               LINE 07  COLUMN 24  PIC X(09)
               USING  AGN-CODAGENTE
               HIGHLIGHT.
           05  TDESCR
               LINE 08  COLUMN 24  PIC X(30)
               USING  AGN-DESCR
               HIGHLIGHT.
           05  TINTENS
               LINE 09  COLUMN 24  PIC X(10)
               USING  AGN-INTENS
               HIGHLIGHT.
           05  TEPI
               LINE 10  COLUMN 24  PIC X(01)
               USING  AGN-EPI
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQAGNOC.
           PERFORM I-O-ARQCARG.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO AGN-CODAGENTE AGN-DESCR AGN-INTENS AGN-EPI
                          W-DENOMINACAO
           MOVE ZEROS TO AGN-KEY
           DISPLAY TELA.
       R2.
           ACCEPT TCODCARG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AGN-CODCARG = ZEROS
                 MOVE "*** CARGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE AGN-CODCARG TO CODIGO.
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
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF AGN-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQAGNOC.
           READ ARQAGNOC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA
                MOVE "*** AGENTE JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQAGNOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** AGENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TCODAGENTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF AGN-CODAGENTE = SPACES
              MOVE "*** INFORME O CODIGO DO AGENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF AGN-DESCR = SPACES
              MOVE "*** INFORME A DESCRICAO DO AGENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TINTENS.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
       R8.
           ACCEPT TEPI.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R7.
           IF AGN-EPI = "s"
              MOVE "S" TO AGN-EPI.
           IF AGN-EPI = "n"
              MOVE "N" TO AGN-EPI.
           IF AGN-EPI NOT = "S" AND AGN-EPI NOT = "N"
              MOVE "*** DIGITE S=SIM  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R8.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQAGNOC
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

           IF W-ACT = 01 GO TO R8.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQAGNOC
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

       I-O-ARQAGNOC.
           OPEN I-O ARQAGNOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQAGNOC
                  CLOSE ARQAGNOC
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQAGNOC
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

       WRITE-ARQAGNOC.
           WRITE REGAGNOC.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQAGNOC.

       REWRITE-ARQAGNOC.
           REWRITE REGAGNOC.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQAGNOC.
           DELETE ARQAGNOC RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQAGNOC
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
