       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP123.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CHAVE PIX E FORMA DE PAGAMENTO DO SALARIO  *
      ***********************************************
      *----------------------------------------------------------------
      *    GRAVA EM ARQPIX A CHAVE PIX DO FUNCIONARIO (TIPO C=CPF,
      *    E=E-MAIL, T=TELEFONE +55DDNUMERO, A=ALEATORIA) E A FORMA DE
      *    PAGAMENTO ESCOLHIDA: P=PIX OU C=CONTA (CREDITO CNAB).
      *    QUEM ESCOLHE PIX SAI DO CNAB E ENTRA NA REMESSA PIX DA
      *    FOLHA (FPP015), DO ADIANTAMENTO (FPP037) E DA RESCISAO
      *    (FPP045); O RETORNO PIX E CONCILIADO PELO FPP044.
      *    SEM REGISTRO NO ARQPIX O PAGAMENTO CONTINUA EM CONTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------------
           SELECT ARQPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIX-CHAPA
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
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------------
       FD ARQPIX
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA           PIC 9(06).
           03 PIX-FORMA           PIC X(01).
           03 PIX-TIPO            PIC X(01).
           03 PIX-CHAVE           PIC X(77).
           03 PIX-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO              PIC X(01).
           03 GENERO            PIC X(01).
           03 CODPTO            PIC 9(03).
           03 CODCARG           PIC 9(03).
           03 NVSALARIAL        PIC 9(02).
           03 IMPOSTORENDA      PIC X(01).
           03 DEPENDENTES       PIC 9(01).
           03 CEP-FUNC          PIC 9(08).
           03 NUMERO-FUNC       PIC 9(04).
           03 COMPLEMENTO-FUNC  PIC X(12).
           03 STATUS1           PIC X(01).
           03 CPF               PIC 9(11).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-DESCR         PIC X(30) VALUE SPACES.
       01 W-DESC-FORMA    PIC X(12) VALUE SPACES.
       01 W-DESC-TIPO     PIC X(12) VALUE SPACES.
      *---------------[ CRITICA DA CHAVE PIX ]--------------------------
       01 W-CHAVE-OK      PIC X(01) VALUE "N".
       01 W-BRANCOS       PIC 9(02) VALUE ZEROS.
       01 W-TAM           PIC 9(02) VALUE ZEROS.
       01 W-QTD-ARROBA    PIC 9(02) VALUE ZEROS.
       01 W-TAM-FONE      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      CHAVE PIX E FORMA DE PAGAMENTO DO ".
           05  LINE 02  COLUMN 41
               VALUE  "SALARIO".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  " FORMA DE PAGAMENTO (P=PIX C=CONTA):".
           05  LINE 07  COLUMN 01
               VALUE  " TIPO DA CHAVE (C=CPF E=E-MAIL T=TELEFO".
           05  LINE 07  COLUMN 41
               VALUE  "NE A=ALEATORIA):".
           05  LINE 08  COLUMN 01
               VALUE  " CHAVE PIX:".
           05  LINE 11  COLUMN 01
               VALUE  " TELEFONE NO FORMATO +55DDNUMERO; CHAVE".
           05  LINE 11  COLUMN 41
               VALUE  " ALEATORIA COM 36 POSICOES.".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  PIX-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 04  COLUMN 17  PIC X(30)
               USING  W-DESCR.
           05  TFORMA
               LINE 06  COLUMN 39  PIC X(01)
               USING  PIX-FORMA
               HIGHLIGHT.
           05  TDESCFORMA
               LINE 06  COLUMN 42  PIC X(12)
               USING  W-DESC-FORMA.
           05  TTIPO
               LINE 07  COLUMN 58  PIC X(01)
               USING  PIX-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 07  COLUMN 61  PIC X(12)
               USING  W-DESC-TIPO.
           05  TCHAVE
               LINE 09  COLUMN 02  PIC X(77)
               USING  PIX-CHAVE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQPIX.
           OPEN I-O ARQPIX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPIX
                  CLOSE ARQPIX
                  GO TO I-O-ARQPIX
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPIX" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-DESCR W-DESC-FORMA W-DESC-TIPO
                          PIX-FORMA PIX-TIPO PIX-CHAVE PIX-STATUS.
           MOVE ZEROS TO PIX-CHAPA.
           DISPLAY TELA.
       R1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE PIX-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
           READ ARQPIX
           IF ST-ERRO = "00"
              MOVE "*** CHAVE JA CADASTRADA - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM DESCREVE THRU FIM-DESCREVE
              DISPLAY TFORMA
              DISPLAY TDESCFORMA
              DISPLAY TTIPO
              DISPLAY TDESCTIPO
              DISPLAY TCHAVE
           ELSE
              MOVE "P" TO PIX-FORMA.
       R2.
           ACCEPT TFORMA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PIX-FORMA = "p"
              MOVE "P" TO PIX-FORMA.
           IF PIX-FORMA = "c"
              MOVE "C" TO PIX-FORMA.
           IF PIX-FORMA NOT = "P" AND "C"
              MOVE "*** DIGITE P=PIX  C=CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM DESCREVE THRU FIM-DESCREVE.
           DISPLAY TDESCFORMA.
       R3.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF PIX-TIPO = "c"
              MOVE "C" TO PIX-TIPO.
           IF PIX-TIPO = "e"
              MOVE "E" TO PIX-TIPO.
           IF PIX-TIPO = "t"
              MOVE "T" TO PIX-TIPO.
           IF PIX-TIPO = "a"
              MOVE "A" TO PIX-TIPO.
           IF PIX-TIPO NOT = "C" AND "E" AND "T" AND "A"
              MOVE "*** TIPO: C=CPF E=E-MAIL T=TELEFONE A=ALEAT. ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM DESCREVE THRU FIM-DESCREVE.
           DISPLAY TDESCTIPO.
      *    CHAVE CPF: SUGERE O CPF DO CADASTRO DO FUNCIONARIO.
           IF PIX-TIPO = "C" AND PIX-CHAVE = SPACES
              MOVE CPF TO PIX-CHAVE
              DISPLAY TCHAVE.
       R4.
           ACCEPT TCHAVE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           PERFORM VALIDA-CHAVE THRU FIM-VALIDA-CHAVE.
           IF W-CHAVE-OK NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       SALVAR.
           MOVE "GRAVA A FORMA DE PAGAMENTO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
      *    SEM O REGISTRO O FUNCIONARIO VOLTA A RECEBER EM CONTA.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQPIX RECORD
              IF ST-ERRO = "00"
                 MOVE "*** REGISTRO EXCLUIDO - PAGAMENTO EM CONTA ***"
                                                          TO MENS
              ELSE
                 MOVE "*** CHAVE NAO CADASTRADA ***" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           MOVE "A" TO PIX-STATUS.
           WRITE REGPIX.
           IF ST-ERRO = "22"
              REWRITE REGPIX.
           MOVE "*** FORMA DE PAGAMENTO GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ CRITICA DA CHAVE PELO TIPO ]--------------------
       VALIDA-CHAVE.
           MOVE "N" TO W-CHAVE-OK.
           MOVE ZEROS TO W-BRANCOS W-QTD-ARROBA.
           IF PIX-CHAVE = SPACES
              MOVE "*** INFORME A CHAVE PIX ***" TO MENS
              GO TO FIM-VALIDA-CHAVE.
           INSPECT PIX-CHAVE TALLYING W-BRANCOS FOR TRAILING SPACES.
           COMPUTE W-TAM = 77 - W-BRANCOS.
           IF PIX-CHAVE(1:1) = SPACE
              MOVE "*** CHAVE NAO PODE COMECAR EM BRANCO ***" TO MENS
              GO TO FIM-VALIDA-CHAVE.
           IF PIX-TIPO = "C"
              IF W-TAM NOT = 11 OR PIX-CHAVE(1:11) NOT NUMERIC
                 MOVE "*** CHAVE CPF DEVE TER 11 DIGITOS ***" TO MENS
                 GO TO FIM-VALIDA-CHAVE.
           IF PIX-TIPO = "E"
              INSPECT PIX-CHAVE TALLYING W-QTD-ARROBA FOR ALL "@"
              IF W-QTD-ARROBA NOT = 1 OR PIX-CHAVE(1:1) = "@"
                 OR PIX-CHAVE(W-TAM:1) = "@"
                 MOVE "*** E-MAIL INVALIDO ***" TO MENS
                 GO TO FIM-VALIDA-CHAVE.
           IF PIX-TIPO = "T"
              COMPUTE W-TAM-FONE = W-TAM - 3
              IF PIX-CHAVE(1:3) NOT = "+55"
                 OR (W-TAM NOT = 13 AND W-TAM NOT = 14)
                 MOVE "*** TELEFONE: +55 DDD E NUMERO ***" TO MENS
                 GO TO FIM-VALIDA-CHAVE
              ELSE
                 IF PIX-CHAVE(4:W-TAM-FONE) NOT NUMERIC
                    MOVE "*** TELEFONE: +55 DDD E NUMERO ***" TO MENS
                    GO TO FIM-VALIDA-CHAVE.
           IF PIX-TIPO = "A"
              IF W-TAM NOT = 36
                 OR PIX-CHAVE(9:1) NOT = "-"
                 OR PIX-CHAVE(14:1) NOT = "-"
                 OR PIX-CHAVE(19:1) NOT = "-"
                 OR PIX-CHAVE(24:1) NOT = "-"
                 MOVE "*** CHAVE ALEATORIA INVALIDA ***" TO MENS
                 GO TO FIM-VALIDA-CHAVE.
           MOVE "S" TO W-CHAVE-OK.
       FIM-VALIDA-CHAVE.
           CONTINUE.

      *---------------[ DESCRICAO DA FORMA E DO TIPO ]------------------
       DESCREVE.
           MOVE SPACES TO W-DESC-FORMA W-DESC-TIPO.
           IF PIX-FORMA = "P"
              MOVE "PIX"          TO W-DESC-FORMA.
           IF PIX-FORMA = "C"
              MOVE "CONTA (CNAB)" TO W-DESC-FORMA.
           IF PIX-TIPO = "C"
              MOVE "CPF"          TO W-DESC-TIPO.
           IF PIX-TIPO = "E"
              MOVE "E-MAIL"       TO W-DESC-TIPO.
           IF PIX-TIPO = "T"
              MOVE "TELEFONE"     TO W-DESC-TIPO.
           IF PIX-TIPO = "A"
              MOVE "ALEATORIA"    TO W-DESC-TIPO.
       FIM-DESCREVE.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPIX ARQFUNC
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------
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
