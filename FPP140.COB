       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP140.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CICLOS DE AVALIACAO DE DESEMPENHO          *
      ***********************************************
      *----------------------------------------------------------------
      *    CADA CICLO (EX.: 2026) TEM O PERIODO AVALIADO, A NOTA
      *    MINIMA (ESCALA DE 1,00 A 5,00) EXIGIDA PARA PROMOCAO OU
      *    PROGRESSAO DE NIVEL NO FPP057 E A SITUACAO: A=ABERTO ACEITA
      *    AVALIACOES (FPP141), F=FECHADO SO CONSULTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CICLOS DE AVALIACAO-------------------------
           SELECT ARQCICLO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CIC-CODIGO
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CICLOS DE AVALIACAO-------------------------
       FD ARQCICLO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CIC-CODIGO          PIC 9(04).
           03 CIC-DESCR           PIC X(30).
           03 CIC-INICIO          PIC 9(08).
           03 CIC-INI REDEFINES CIC-INICIO.
            05 CIC-INI-DIA        PIC 9(02).
            05 CIC-INI-MES        PIC 9(02).
            05 CIC-INI-ANO        PIC 9(04).
           03 CIC-FIM             PIC 9(08).
           03 CIC-FI REDEFINES CIC-FIM.
            05 CIC-FIM-DIA        PIC 9(02).
            05 CIC-FIM-MES        PIC 9(02).
            05 CIC-FIM-ANO        PIC 9(04).
           03 CIC-NOTA-MIN        PIC 9V99.
           03 CIC-STATUS          PIC X(01).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-INI-AMD       PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD       PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CICLOS DE AVALIACAO DE DES".
           05  LINE 02  COLUMN 41
               VALUE  "EMPENHO".
           05  LINE 05  COLUMN 01
               VALUE  " CICLO:              |".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRICAO:          |".
           05  LINE 07  COLUMN 01
               VALUE  " INICIO DO PERIODO:  |".
           05  LINE 08  COLUMN 01
               VALUE  " FIM DO PERIODO:     |".
           05  LINE 09  COLUMN 01
               VALUE  " NOTA MINIMA:        |".
           05  LINE 10  COLUMN 01
               VALUE  " SITUACAO (A/F):     |".
           05  LINE 09  COLUMN 30
               VALUE  "(1,00 A 5,00 - PROMOCAO/PROGRESSAO)".
           05  LINE 10  COLUMN 30
               VALUE  "(A=ABERTO  F=FECHADO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCODIGO
               LINE 05  COLUMN 24  PIC 9(04)
               USING  CIC-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 24  PIC X(30)
               USING  CIC-DESCR
               HIGHLIGHT.
           05  TINICIO
               LINE 07  COLUMN 24  PIC 99/99/9999
               USING  CIC-INICIO
               HIGHLIGHT.
           05  TFIM
               LINE 08  COLUMN 24  PIC 99/99/9999
               USING  CIC-FIM
               HIGHLIGHT.
           05  TNOTAMIN
               LINE 09  COLUMN 24  PIC 9,99
               USING  CIC-NOTA-MIN
               HIGHLIGHT.
           05  TSTATUS
               LINE 10  COLUMN 24  PIC X(01)
               USING  CIC-STATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQCICLO.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO CIC-DESCR CIC-STATUS
           MOVE ZEROS TO CIC-CODIGO CIC-INICIO CIC-FIM CIC-NOTA-MIN
           DISPLAY TELA.
       R2.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CIC-CODIGO = ZEROS
                 MOVE "*** CICLO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       LER-ARQCICLO.
           READ ARQCICLO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA
                MOVE "*** CICLO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCICLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CICLO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 3 TO CIC-NOTA-MIN
                MOVE "A" TO CIC-STATUS.
       R5.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF CIC-DESCR = SPACES
              MOVE "*** INFORME A DESCRICAO DO CICLO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TINICIO.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF CIC-INI-DIA = ZEROS OR CIC-INI-DIA > 31
              OR CIC-INI-MES = ZEROS OR CIC-INI-MES > 12
              OR CIC-INI-ANO < 1900
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TFIM.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
           IF CIC-FIM-DIA = ZEROS OR CIC-FIM-DIA > 31
              OR CIC-FIM-MES = ZEROS OR CIC-FIM-MES > 12
              OR CIC-FIM-ANO < 1900
              MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           COMPUTE W-INI-AMD = (CIC-INI-ANO * 10000) +
                               (CIC-INI-MES * 100) + CIC-INI-DIA.
           COMPUTE W-FIM-AMD = (CIC-FIM-ANO * 10000) +
                               (CIC-FIM-MES * 100) + CIC-FIM-DIA.
           IF W-FIM-AMD < W-INI-AMD
              MOVE "*** FIM ANTERIOR AO INICIO DO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TNOTAMIN.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R7.
           IF CIC-NOTA-MIN < 1 OR CIC-NOTA-MIN > 5
              MOVE "*** NOTA MINIMA DEVE SER DE 1,00 A 5,00 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           ACCEPT TSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R8.
           IF CIC-STATUS = "a"
              MOVE "A" TO CIC-STATUS.
           IF CIC-STATUS = "f"
              MOVE "F" TO CIC-STATUS.
           IF CIC-STATUS NOT = "A" AND CIC-STATUS NOT = "F"
              MOVE "*** DIGITE A=ABERTO OU F=FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R9.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQCICLO
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

           IF W-ACT = 01 GO TO R9.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQCICLO
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

       I-O-ARQCICLO.
           OPEN I-O ARQCICLO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCICLO
                  CLOSE ARQCICLO
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQCICLO
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQCICLO.
           WRITE REGCICLO.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQCICLO.

       REWRITE-ARQCICLO.
           REWRITE REGCICLO.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQCICLO.
           DELETE ARQCICLO RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCICLO
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
