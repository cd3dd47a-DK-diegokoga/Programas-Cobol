       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP130.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CADASTRO DE ESTABILIDADE PROVISORIA       *
      ***********************************************
      *----------------------------------------------------------------
      *    PERIODOS DE ESTABILIDADE POR CHAPA. ENQUANTO VIGENTE, O
      *    FPP019 (RESCISAO SEM JUSTA CAUSA) E O FPP091 (ABERTURA DE
      *    AVISO PREVIO) SO PROSSEGUEM COM LIBERACAO DE SUPERVISOR, E
      *    O FPP092 ACRESCENTA A INDENIZACAO DO PERIODO RESTANTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EST-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 EST-KEY.
            05 EST-CHAPA          PIC 9(06).
            05 EST-SEQ            PIC 9(02).
           03 EST-TIPO            PIC X(01).
           03 EST-DATA-INI        PIC 9(08).
           03 EST-DT-INI REDEFINES EST-DATA-INI.
            05 EST-DIA-INI        PIC 9(02).
            05 EST-MES-INI        PIC 9(02).
            05 EST-ANO-INI        PIC 9(04).
           03 EST-DATA-FIM        PIC 9(08).
           03 EST-DT-FIM REDEFINES EST-DATA-FIM.
            05 EST-DIA-FIM        PIC 9(02).
            05 EST-MES-FIM        PIC 9(02).
            05 EST-ANO-FIM        PIC 9(04).
           03 EST-OBS             PIC X(30).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-INI-AMD       PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD       PIC 9(08) VALUE ZEROS.
       01 AUX             PIC 9(01) VALUE ZEROS.
       01 TXT.
          03 TXT1 PIC X(01) VALUE SPACES.
          03 TXT2 PIC X(20) VALUE SPACES.
       01 TABELA-TIPO.
          03 FILLER     PIC X(21) VALUE "GGESTANTE".
          03 FILLER     PIC X(21) VALUE "AACIDENTARIA".
          03 FILLER     PIC X(21) VALUE "CMEMBRO DA CIPA".
          03 FILLER     PIC X(21) VALUE "SDIRIGENTE SINDICAL".
          03 FILLER     PIC X(21) VALUE "PPRE-APOSENTADORIA".
      *
       01 TABELA REDEFINES TABELA-TIPO.
          03 TBTIPO    PIC X(21) OCCURS 5 TIMES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE ESTABILIDADE P".
           05  LINE 02  COLUMN 41
               VALUE  "ROVISORIA".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 07  COLUMN 01
               VALUE  " TIPO:               |".
           05  LINE 08  COLUMN 01
               VALUE  " INICIO:             |".
           05  LINE 09  COLUMN 01
               VALUE  " TERMINO:            |".
           05  LINE 10  COLUMN 01
               VALUE  " OBSERVACAO:         |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  EST-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TSEQUENCIA
               LINE 06  COLUMN 24  PIC 9(02)
               USING  EST-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 07  COLUMN 24  PIC X(01)
               USING  EST-TIPO
               HIGHLIGHT.
           05  TTIPO2
               LINE 07  COLUMN 26  PIC X(20)
               USING  TXT2.
           05  TDATAINI
               LINE 08  COLUMN 24  PIC 99/99/9999
               USING  EST-DATA-INI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 09  COLUMN 24  PIC 99/99/9999
               USING  EST-DATA-FIM
               HIGHLIGHT.
           05  TOBS
               LINE 10  COLUMN 24  PIC X(30)
               USING  EST-OBS
               HIGHLIGHT.

      *---------------------[ TABELA DE TIPO ]-------------
       01  TELA-TIPO.
           05  LINE 05  COLUMN 56
               VALUE  "G-GESTANTE".
           05  LINE 06  COLUMN 56
               VALUE  "A-ACIDENTARIA".
           05  LINE 07  COLUMN 56
               VALUE  "C-MEMBRO DA CIPA".
           05  LINE 08  COLUMN 56
               VALUE  "S-DIRIGENTE SINDICAL".
           05  LINE 09  COLUMN 56
               VALUE  "P-PRE-APOSENTADORIA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQESTAB.
           PERFORM I-O-ARQFUNC.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO EST-TIPO EST-OBS TXT W-NOME
           MOVE ZEROS TO EST-KEY EST-DATA-INI EST-DATA-FIM
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EST-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE EST-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO FUNCIONARIO"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME TO W-NOME
                DISPLAY TNOME.
       R4.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF EST-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQESTAB.
           READ ARQESTAB
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM
                DISPLAY TELA
                MOVE "*** PERIODO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQESTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** PERIODO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM.
           IF TXT2 = SPACES
              MOVE "*** TIPO DEVE SER G, A, C, S OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TELA.
       R6.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF EST-DIA-INI = 0 OR EST-DIA-INI > 31 OR
              EST-MES-INI = 0 OR EST-MES-INI > 12 OR
              EST-ANO-INI < 1900 OR EST-ANO-INI > 2099
              MOVE " DATA DE INICIO INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TDATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
           IF EST-DIA-FIM = 0 OR EST-DIA-FIM > 31 OR
              EST-MES-FIM = 0 OR EST-MES-FIM > 12 OR
              EST-ANO-FIM < 1900 OR EST-ANO-FIM > 2099
              MOVE " DATA DE TERMINO INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           COMPUTE W-INI-AMD = (EST-ANO-INI * 10000) +
                               (EST-MES-INI * 100) + EST-DIA-INI.
           COMPUTE W-FIM-AMD = (EST-ANO-FIM * 10000) +
                               (EST-MES-FIM * 100) + EST-DIA-FIM.
           IF W-FIM-AMD < W-INI-AMD
              MOVE "*** TERMINO ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TOBS.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R7.
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
               PERFORM WRITE-ARQESTAB
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
               PERFORM DELETE-ARQESTAB
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
      *---------------------[ DESCRICAO DO TIPO ]----------------------
       BUSCA-TIPO.
           IF EST-TIPO = "g" MOVE "G" TO EST-TIPO.
           IF EST-TIPO = "a" MOVE "A" TO EST-TIPO.
           IF EST-TIPO = "c" MOVE "C" TO EST-TIPO.
           IF EST-TIPO = "s" MOVE "S" TO EST-TIPO.
           IF EST-TIPO = "p" MOVE "P" TO EST-TIPO.
           MOVE SPACES TO TXT2.
           MOVE 1 TO AUX.
       BUSCA-TIPO-1.
           MOVE TBTIPO(AUX) TO TXT.
           IF TXT1 = EST-TIPO
              GO TO BUSCA-TIPO-FIM.
           ADD 1 TO AUX.
           IF AUX < 6
              GO TO BUSCA-TIPO-1.
           MOVE SPACES TO TXT2.
       BUSCA-TIPO-FIM.
           EXIT.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQESTAB.
           OPEN I-O ARQESTAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQESTAB
                  CLOSE ARQESTAB
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQESTAB
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE FUNCIONARIOS NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQESTAB.
           WRITE REGESTAB.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQESTAB.

       REWRITE-ARQESTAB.
           REWRITE REGESTAB.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQESTAB.
           DELETE ARQESTAB RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQESTAB
           CLOSE ARQFUNC
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
