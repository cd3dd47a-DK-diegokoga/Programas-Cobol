       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP167.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *         E-MAIL E CELULAR PARA AVISOS        *
      ***********************************************
      *----------------------------------------------------------------
      *    GRAVA EM ARQCONTATO O E-MAIL E O CELULAR (DDD + NUMERO)
      *    DO FUNCIONARIO E SE ELE ACEITA RECEBER AVISOS POR CADA UM
      *    DOS CANAIS. E DAQUI QUE O FPP168 TIRA O DESTINO DAS
      *    NOTIFICACOES DA FILA ARQNOTIF, TANTO PARA O PROPRIO
      *    FUNCIONARIO QUANTO PARA O GESTOR DO DEPARTAMENTO (QUE
      *    TAMBEM E UM FUNCIONARIO E PRECISA DO SEU CONTATO AQUI).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CONTATOS PARA NOTIFICACAO-------------------
           SELECT ARQCONTATO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTT-CHAPA
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
      *---------------------CONTATOS PARA NOTIFICACAO-------------------
       FD ARQCONTATO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTATO.DAT".
       01 REGCONTATO.
           03 CTT-CHAPA           PIC 9(06).
           03 CTT-EMAIL           PIC X(60).
           03 CTT-CELULAR         PIC 9(11).
           03 CTT-ACEITA-EMAIL    PIC X(01).
           03 CTT-ACEITA-SMS      PIC X(01).
           03 CTT-DATA-ALT        PIC 9(08).
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
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-DESCR         PIC X(30) VALUE SPACES.
      *---------------[ CRITICA DO E-MAIL E DO CELULAR ]----------------
       01 W-CONTATO-OK    PIC X(01) VALUE "N".
       01 W-BRANCOS       PIC 9(02) VALUE ZEROS.
       01 W-TAM           PIC 9(02) VALUE ZEROS.
       01 W-QTD-ARROBA    PIC 9(02) VALUE ZEROS.
       01 W-QTD-BRANCO    PIC 9(02) VALUE ZEROS.
       01 W-POS-ARROBA    PIC 9(02) VALUE ZEROS.
       01 W-QTD-PONTO     PIC 9(02) VALUE ZEROS.
       01 W-IND           PIC 9(02) VALUE ZEROS.
       01 W-CELULAR       PIC 9(11) VALUE ZEROS.
       01 W-CELULAR-R REDEFINES W-CELULAR.
           03 W-CEL-DDD   PIC 9(02).
           03 W-CEL-DIG1  PIC 9(01).
           03 W-CEL-RESTO PIC 9(08).
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     E-MAIL E CELULAR PARA AVISOS AO FUN".
           05  LINE 02  COLUMN 41
               VALUE  "CIONARIO".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  " E-MAIL:".
           05  LINE 09  COLUMN 01
               VALUE  " CELULAR (DDD + NUMERO):".
           05  LINE 11  COLUMN 01
               VALUE  " ACEITA AVISOS POR E-MAIL (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  " ACEITA AVISOS POR SMS    (S/N):".
           05  LINE 15  COLUMN 01
               VALUE  " OS AVISOS (ASO, EXPERIENCIA, FERIAS, HO".
           05  LINE 15  COLUMN 41
               VALUE  "LERITE) SAO ENVIADOS PELO FPP168".
           05  LINE 16  COLUMN 01
               VALUE  " PELOS CANAIS ACEITOS. SEM NENHUM, O AVI".
           05  LINE 16  COLUMN 41
               VALUE  "SO FICA NA FILA COMO SEM CONTATO.".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  CTT-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 04  COLUMN 17  PIC X(30)
               USING  W-DESCR.
           05  TEMAIL
               LINE 07  COLUMN 02  PIC X(60)
               USING  CTT-EMAIL
               HIGHLIGHT.
           05  TCELULAR
               LINE 09  COLUMN 26  PIC 9(11)
               USING  CTT-CELULAR
               HIGHLIGHT.
           05  TACEITA-EMAIL
               LINE 11  COLUMN 34  PIC X(01)
               USING  CTT-ACEITA-EMAIL
               HIGHLIGHT.
           05  TACEITA-SMS
               LINE 12  COLUMN 34  PIC X(01)
               USING  CTT-ACEITA-SMS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQCONTATO.
           OPEN I-O ARQCONTATO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQCONTATO
                  CLOSE ARQCONTATO
                  GO TO I-O-ARQCONTATO
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONTATO" TO MENS
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
           MOVE SPACES TO W-DESCR CTT-EMAIL
                          CTT-ACEITA-EMAIL CTT-ACEITA-SMS.
           MOVE ZEROS TO CTT-CHAPA CTT-CELULAR CTT-DATA-ALT.
           DISPLAY TELA.
       R1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CTT-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
           READ ARQCONTATO
           IF ST-ERRO = "00"
              MOVE "*** CONTATO JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TEMAIL
              DISPLAY TCELULAR
              DISPLAY TACEITA-EMAIL
              DISPLAY TACEITA-SMS
           ELSE
              MOVE SPACES TO CTT-EMAIL
              MOVE ZEROS  TO CTT-CELULAR
              MOVE "S" TO CTT-ACEITA-EMAIL CTT-ACEITA-SMS.
       R2.
           ACCEPT TEMAIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           PERFORM VALIDA-EMAIL THRU FIM-VALIDA-EMAIL.
           IF W-CONTATO-OK NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TCELULAR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           PERFORM VALIDA-CELULAR THRU FIM-VALIDA-CELULAR.
           IF W-CONTATO-OK NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF CTT-EMAIL = SPACES AND CTT-CELULAR = ZEROS
              MOVE "*** INFORME O E-MAIL OU O CELULAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R4.
           ACCEPT TACEITA-EMAIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF CTT-ACEITA-EMAIL = "s"
              MOVE "S" TO CTT-ACEITA-EMAIL.
           IF CTT-ACEITA-EMAIL = "n"
              MOVE "N" TO CTT-ACEITA-EMAIL.
           IF CTT-ACEITA-EMAIL NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF CTT-ACEITA-EMAIL = "S" AND CTT-EMAIL = SPACES
              MOVE "*** SEM E-MAIL CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TACEITA-SMS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF CTT-ACEITA-SMS = "s"
              MOVE "S" TO CTT-ACEITA-SMS.
           IF CTT-ACEITA-SMS = "n"
              MOVE "N" TO CTT-ACEITA-SMS.
           IF CTT-ACEITA-SMS NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF CTT-ACEITA-SMS = "S" AND CTT-CELULAR = ZEROS
              MOVE "*** SEM CELULAR CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       SALVAR.
           MOVE "GRAVA O CONTATO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
      *    SEM O REGISTRO OS AVISOS FICAM NA FILA COMO SEM CONTATO.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQCONTATO RECORD
              IF ST-ERRO = "00"
                 MOVE "*** CONTATO EXCLUIDO ***" TO MENS
              ELSE
                 MOVE "*** CONTATO NAO CADASTRADO ***" TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           ACCEPT CTT-DATA-ALT FROM DATE YYYYMMDD.
           WRITE REGCONTATO.
           IF ST-ERRO = "22"
              REWRITE REGCONTATO.
           MOVE "*** CONTATO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ CRITICA DO E-MAIL ]-----------------------------
      *    EM BRANCO E ACEITO (SO CELULAR). PREENCHIDO: SEM BRANCOS NO
      *    MEIO, UM UNICO "@" E PELO MENOS UM PONTO NO DOMINIO.
       VALIDA-EMAIL.
           MOVE "N" TO W-CONTATO-OK.
           IF CTT-EMAIL = SPACES
              MOVE "S" TO W-CONTATO-OK
              GO TO FIM-VALIDA-EMAIL.
           MOVE "*** E-MAIL INVALIDO ***" TO MENS.
           MOVE ZEROS TO W-BRANCOS W-QTD-ARROBA W-QTD-BRANCO
                         W-QTD-PONTO W-POS-ARROBA.
           IF CTT-EMAIL(1:1) = SPACE
              GO TO FIM-VALIDA-EMAIL.
           INSPECT CTT-EMAIL TALLYING W-BRANCOS FOR TRAILING SPACES.
           COMPUTE W-TAM = 60 - W-BRANCOS.
           INSPECT CTT-EMAIL(1:W-TAM) TALLYING W-QTD-BRANCO
               FOR ALL SPACES.
           INSPECT CTT-EMAIL TALLYING W-QTD-ARROBA FOR ALL "@".
           IF W-QTD-BRANCO > ZEROS OR W-QTD-ARROBA NOT = 1
              GO TO FIM-VALIDA-EMAIL.
           INSPECT CTT-EMAIL TALLYING W-POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL "@".
           ADD 1 TO W-POS-ARROBA.
           IF W-POS-ARROBA = 1 OR W-POS-ARROBA = W-TAM
              GO TO FIM-VALIDA-EMAIL.
           MOVE W-POS-ARROBA TO W-IND.
       VALIDA-EMAIL-1.
           ADD 1 TO W-IND.
           IF W-IND > W-TAM
              GO TO VALIDA-EMAIL-2.
           IF CTT-EMAIL(W-IND:1) = "."
              ADD 1 TO W-QTD-PONTO.
           GO TO VALIDA-EMAIL-1.
       VALIDA-EMAIL-2.
           IF W-QTD-PONTO = ZEROS
              OR CTT-EMAIL(W-TAM:1) = "."
              OR CTT-EMAIL(W-POS-ARROBA + 1:1) = "."
              GO TO FIM-VALIDA-EMAIL.
           MOVE "S" TO W-CONTATO-OK.
       FIM-VALIDA-EMAIL.
           CONTINUE.

      *---------------[ CRITICA DO CELULAR ]----------------------------
      *    ZERO = SEM CELULAR. PREENCHIDO: DDD DE 11 A 99 E NUMERO
      *    DE NOVE DIGITOS COMECANDO POR 9.
       VALIDA-CELULAR.
           MOVE "N" TO W-CONTATO-OK.
           IF CTT-CELULAR = ZEROS
              MOVE "S" TO W-CONTATO-OK
              GO TO FIM-VALIDA-CELULAR.
           MOVE CTT-CELULAR TO W-CELULAR.
           IF W-CEL-DDD < 11 OR W-CEL-DIG1 NOT = 9
              MOVE "*** CELULAR: DDD E NOVE DIGITOS (9XXXXXXXX) ***"
                                                          TO MENS
              GO TO FIM-VALIDA-CELULAR.
           MOVE "S" TO W-CONTATO-OK.
       FIM-VALIDA-CELULAR.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCONTATO ARQFUNC
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
