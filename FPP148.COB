       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP148.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *      CADASTRO DE SUBSTITUICAO TEMPORARIA    *
      ***********************************************
      *----------------------------------------------------------------
      *    REGISTRA QUEM COBRE O CARGO DO TITULAR DURANTE FERIAS OU
      *    AFASTAMENTO. A CHAVE E A CHAPA DO SUBSTITUTO + SEQUENCIA.
      *    A AUSENCIA SO E ACEITA SE O PERIODO ESTIVER DENTRO DE UM
      *    GOZO DE FERIAS DO TITULAR (ARQFERIAS STATUS C OU G) OU DE
      *    UM AFASTAMENTO DO TITULAR (ARQAFAST). CARGO E NIVEL DO
      *    TITULAR FICAM GRAVADOS NA SUBSTITUICAO: A FOLHA (FPP015)
      *    PAGA A DIFERENCA ENTRE OS SALARIOS DA GRADE DO TITULAR E
      *    DO SUBSTITUTO, PROPORCIONAL AOS DIAS NA COMPETENCIA, NO
      *    EVENTO "SUB", QUE ENTRA NAS MEDIAS DE 13O E FERIAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------SUBSTITUICOES TEMPORARIAS-------------------
           SELECT ARQSUBST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SUB-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DE FERIAS---------------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      FILE STATUS IS ST-AUS.
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-KEY
                      FILE STATUS IS ST-AUS.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GRD-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------SUBSTITUICOES TEMPORARIAS-------------------
      *    DATAS EM DDMMAAAA; DATA DO CADASTRO EM AAAAMMDD.
      *    MOTIVO: F=FERIAS DO TITULAR A=AFASTAMENTO DO TITULAR.
      *    STATUS: A=ATIVA C=CANCELADA.
       FD ARQSUBST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
           03 SUB-KEY.
            05 SUB-CHAPA          PIC 9(06).
            05 SUB-SEQ            PIC 9(02).
           03 SUB-CHAPA-TIT       PIC 9(06).
           03 SUB-DATA-INI        PIC 9(08).
           03 SUB-DT-INI REDEFINES SUB-DATA-INI.
            05 SUB-DIA-INI        PIC 9(02).
            05 SUB-MES-INI        PIC 9(02).
            05 SUB-ANO-INI        PIC 9(04).
           03 SUB-DATA-FIM        PIC 9(08).
           03 SUB-DT-FIM REDEFINES SUB-DATA-FIM.
            05 SUB-DIA-FIM        PIC 9(02).
            05 SUB-MES-FIM        PIC 9(02).
            05 SUB-ANO-FIM        PIC 9(04).
           03 SUB-CARGO-TIT       PIC 9(03).
           03 SUB-NIVEL-TIT       PIC 9(02).
           03 SUB-MOTIVO          PIC X(01).
           03 SUB-STATUS          PIC X(01).
           03 SUB-DATA-CAD        PIC 9(08).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 DATANASC        PIC 9(08).
           03 SEXO            PIC X(01).
           03 GENERO          PIC X(01).
           03 CODPTO          PIC 9(03).
           03 CODCARG         PIC 9(03).
           03 NVSALARIAL      PIC 9(02).
           03 IMPOSTORENDA    PIC X(01).
           03 DEPENDENTES     PIC 9(01).
           03 CEP-FUNC        PIC 9(08).
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
      *---------------------ARQUIVO DE FERIAS---------------------------
       FD ARQFERIAS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-SEQ            PIC 9(02).
           03 FER-AQUIS-INI       PIC 9(08).
           03 FER-AQUIS-FIM       PIC 9(08).
           03 FER-DIAS-DIREITO    PIC 9(02).
           03 FER-GOZO-INI        PIC 9(08).
           03 FER-GOZO-FIM        PIC 9(08).
           03 FER-DIAS-GOZO       PIC 9(02).
           03 FER-STATUS          PIC X(01).
           03 FER-DIAS-ABONO      PIC 9(02).
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
       FD ARQAFAST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
            05 AFA-CHAPA          PIC 9(06).
            05 AFA-SEQ            PIC 9(02).
           03 AFA-TIPO            PIC 9(02).
           03 AFA-DATA-INI        PIC 9(08).
           03 AFA-DATA-RET        PIC 9(08).
           03 AFA-STATUS          PIC X(01).
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
       FD ARQGRADE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
            05 GRD-CARGO          PIC 9(03).
            05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
       77 ST-AUTO         PIC X(02) VALUE "00".
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-AUS          PIC X(02) VALUE "00".
       01 W-TEM-FER       PIC X(01) VALUE "S".
       01 W-TEM-AFA       PIC X(01) VALUE "S".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-ERRO          PIC X(01) VALUE "N".
       01 W-NOME-SUB      PIC X(30) VALUE SPACES.
       01 W-NOME-TIT      PIC X(30) VALUE SPACES.
       01 W-CARGO-SUB     PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-SUB     PIC 9(02) VALUE ZEROS.
       01 W-SAL-TIT       PIC 9(06)V99 VALUE ZEROS.
       01 W-SAL-SUB       PIC 9(06)V99 VALUE ZEROS.
       01 W-SAL-DIF       PIC 9(06)V99 VALUE ZEROS.
       01 W-TXT-MOTIVO    PIC X(12) VALUE SPACES.
       01 W-TXT-STATUS    PIC X(12) VALUE SPACES.
       01 W-REGSUBST      PIC X(45) VALUE SPACES.
       01 W-CHAPA-SV      PIC 9(06) VALUE ZEROS.
       01 W-SEQ-SV        PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *---------------[ DIAS CORRIDOS: NUMERO SERIAL DO DIA ]-----------
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-DIA      PIC 9(02).
           03 W-DT-MES      PIC 9(02).
           03 W-DT-ANO      PIC 9(04).
       01 W-DT-SALVA      PIC 9(08) VALUE ZEROS.
       01 W-SER-INI       PIC 9(07) VALUE ZEROS.
       01 W-SER-FIM       PIC 9(07) VALUE ZEROS.
       01 W-SER-A         PIC 9(07) VALUE ZEROS.
       01 W-SER-B         PIC 9(07) VALUE ZEROS.
       01 W-S-DIA         PIC 9(02) VALUE ZEROS.
       01 W-S-MES         PIC 9(02) VALUE ZEROS.
       01 W-S-ANO         PIC 9(04) VALUE ZEROS.
       01 W-S-A           PIC 9(01) VALUE ZEROS.
       01 W-S-Y           PIC 9(04) VALUE ZEROS.
       01 W-S-M           PIC 9(02) VALUE ZEROS.
       01 W-S-AUX         PIC 9(05) VALUE ZEROS.
       01 W-S-Q1          PIC 9(04) VALUE ZEROS.
       01 W-S-Q2          PIC 9(04) VALUE ZEROS.
       01 W-S-Q3          PIC 9(02) VALUE ZEROS.
       01 W-S-Q4          PIC 9(02) VALUE ZEROS.
       01 W-SERIAL        PIC 9(07) VALUE ZEROS.
       01 W-J-A           PIC 9(08) VALUE ZEROS.
       01 W-J-B           PIC 9(03) VALUE ZEROS.
       01 W-J-C           PIC 9(06) VALUE ZEROS.
       01 W-J-D           PIC 9(03) VALUE ZEROS.
       01 W-J-E           PIC 9(04) VALUE ZEROS.
       01 W-J-M           PIC 9(02) VALUE ZEROS.
       01 W-J-AUX         PIC 9(10) VALUE ZEROS.
       01 W-J-AUX2        PIC 9(10) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 SUBSTITUICAO TEMPORARI".
           05  LINE 02  COLUMN 41
               VALUE  "A".
           05  LINE 05  COLUMN 01
               VALUE  " SUBSTITUTO (CHAPA): |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 07  COLUMN 01
               VALUE  " TITULAR (CHAPA):    |".
           05  LINE 08  COLUMN 01
               VALUE  " DATA DE INICIO:     |".
           05  LINE 09  COLUMN 01
               VALUE  " DATA DE FIM:        |".
           05  LINE 10  COLUMN 01
               VALUE  " STATUS:             |".
           05  LINE 12  COLUMN 01
               VALUE  " AUSENCIA TITULAR:   |".
           05  LINE 13  COLUMN 01
               VALUE  " CARGO/NIVEL TIT.:   |".
           05  LINE 14  COLUMN 01
               VALUE  " SALARIO TITULAR:    |".
           05  LINE 15  COLUMN 01
               VALUE  " SALARIO SUBSTITUTO: |".
           05  LINE 16  COLUMN 01
               VALUE  " DIFERENCA MENSAL:   |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  SUB-CHAPA.
           05  TNOMESUB
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME-SUB.
           05  TSEQUENCIA
               LINE 06  COLUMN 24  PIC 9(02)
               USING  SUB-SEQ
               HIGHLIGHT.
           05  TCHAPATIT
               LINE 07  COLUMN 24  PIC 9(06)
               USING  SUB-CHAPA-TIT
               HIGHLIGHT.
           05  TNOMETIT
               LINE 07  COLUMN 32  PIC X(30)
               USING  W-NOME-TIT.
           05  TDATAINI
               LINE 08  COLUMN 24  PIC 99/99/9999
               USING  SUB-DATA-INI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 09  COLUMN 24  PIC 99/99/9999
               USING  SUB-DATA-FIM
               HIGHLIGHT.
           05  TSTATUS
               LINE 10  COLUMN 24  PIC X(01)
               USING  SUB-STATUS
               HIGHLIGHT.
           05  TSTATUS2
               LINE 10  COLUMN 26  PIC X(12)
               USING  W-TXT-STATUS.
           05  TMOTIVO
               LINE 12  COLUMN 24  PIC X(12)
               USING  W-TXT-MOTIVO.
           05  TCARGOTIT
               LINE 13  COLUMN 24  PIC 9(03)
               USING  SUB-CARGO-TIT.
           05  TNIVELTIT
               LINE 13  COLUMN 28  PIC 9(02)
               USING  SUB-NIVEL-TIT.
           05  TSALTIT
               LINE 14  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-SAL-TIT.
           05  TSALSUB
               LINE 15  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-SAL-SUB.
           05  TSALDIF
               LINE 16  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-SAL-DIF.

      *---------------------[ TABELA DE STATUS ]-------------
       01  TELA-STATUS.
           05  LINE 09  COLUMN 50
               VALUE  "A-ATIVA".
           05  LINE 10  COLUMN 50
               VALUE  "C-CANCELADA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
       CREATE-FILES.
           PERFORM I-O-ARQSUBST.
           PERFORM I-O-ARQFUNC.
           OPEN INPUT ARQGRADE
           IF ST-ERRO NOT = "00"
               MOVE "*** GRADE SALARIAL NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQSUBST ARQFUNC
               EXIT PROGRAM.
           OPEN INPUT ARQFERIAS
           IF ST-AUS NOT = "00"
               MOVE "N" TO W-TEM-FER.
           OPEN INPUT ARQAFAST
           IF ST-AUS NOT = "00"
               MOVE "N" TO W-TEM-AFA.
           MOVE "00" TO ST-AUS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO SUB-MOTIVO SUB-STATUS W-NOME-SUB W-NOME-TIT
                          W-TXT-MOTIVO W-TXT-STATUS
           MOVE ZEROS TO SUB-KEY SUB-CHAPA-TIT SUB-DATA-INI
                         SUB-DATA-FIM SUB-CARGO-TIT SUB-NIVEL-TIT
                         SUB-DATA-CAD W-SAL-TIT W-SAL-SUB W-SAL-DIF
                         W-SEL
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SUB-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE SUB-CHAPA TO CHAPA.
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
                  GO TO ROT-FIM.
           IF STATUS1 NOT = "A"
               MOVE "*** SUBSTITUTO NAO ESTA ATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE NOME       TO W-NOME-SUB.
           MOVE CODCARG    TO W-CARGO-SUB.
           MOVE NVSALARIAL TO W-NIVEL-SUB.
           DISPLAY TELA.
       R4.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF SUB-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQSUBST.
           READ ARQSUBST
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-SUBST THRU FIM-MOSTRA-SUBST
                DISPLAY TELA
                MOVE "*** SUBSTITUICAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQSUBST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** SUBSTITUICAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TCHAPATIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF SUB-CHAPA-TIT = ZEROS
              MOVE "*** CHAPA DO TITULAR NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF SUB-CHAPA-TIT = SUB-CHAPA
              MOVE "*** TITULAR E SUBSTITUTO SAO O MESMO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE SUB-CHAPA-TIT TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** TITULAR NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF STATUS1 NOT = "A"
              MOVE "*** TITULAR NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE NOME       TO W-NOME-TIT.
           MOVE CODCARG    TO SUB-CARGO-TIT.
           MOVE NVSALARIAL TO SUB-NIVEL-TIT.
           PERFORM CALC-DIFERENCA THRU FIM-CALC-DIFERENCA.
           DISPLAY TELA.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           MOVE SUB-DATA-INI TO W-DT.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF W-ERRO = "S"
              MOVE " DATA DE INICIO INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-SERIAL TO W-SER-INI.
       R7.
           ACCEPT TDATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
           MOVE SUB-DATA-FIM TO W-DT.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF W-ERRO = "S"
              MOVE " DATA DE FIM INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-SERIAL TO W-SER-FIM.
           IF W-SER-FIM < W-SER-INI
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           DISPLAY TELA-STATUS.
           IF SUB-STATUS = SPACES
              MOVE "A" TO SUB-STATUS.
           ACCEPT TSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF SUB-STATUS NOT = "A" AND SUB-STATUS NOT = "C"
              MOVE "*** STATUS A-ATIVA OU C-CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS.
           DISPLAY TELA.
      *    A CANCELADA NAO PRECISA DE AUSENCIA NEM CONFLITA COM OUTRAS.
           IF SUB-STATUS = "C"
              GO TO SALVAR.
       R9.
           PERFORM VALIDA-AUSENCIA THRU FIM-VALIDA-AUSENCIA.
           DISPLAY TELA.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM VALIDA-CONFLITO THRU FIM-VALIDA-CONFLITO.
           IF W-ERRO = "S"
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

           IF W-ACT = 01 GO TO R8.

           IF SUB-DATA-CAD = ZEROS
               MOVE W-HOJE TO SUB-DATA-CAD.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQSUBST
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
               PERFORM DELETE-ARQSUBST
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
                      MOVE 1 TO W-SEL
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
      *---------------[ DADOS DE TELA DE UMA SUBSTITUICAO LIDA ]--------
       MOSTRA-SUBST.
           MOVE SPACES TO W-NOME-TIT.
           MOVE SUB-CHAPA-TIT TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO = "00"
               MOVE NOME TO W-NOME-TIT.
           MOVE "00" TO ST-ERRO.
           MOVE SPACES TO W-TXT-MOTIVO.
           IF SUB-MOTIVO = "F"
               MOVE "FERIAS" TO W-TXT-MOTIVO.
           IF SUB-MOTIVO = "A"
               MOVE "AFASTAMENTO" TO W-TXT-MOTIVO.
           PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS.
           PERFORM CALC-DIFERENCA THRU FIM-CALC-DIFERENCA.
       FIM-MOSTRA-SUBST.
           CONTINUE.

       MOSTRA-STATUS.
           MOVE SPACES TO W-TXT-STATUS.
           IF SUB-STATUS = "A"
               MOVE "ATIVA" TO W-TXT-STATUS.
           IF SUB-STATUS = "C"
               MOVE "CANCELADA" TO W-TXT-STATUS.
       FIM-MOSTRA-STATUS.
           CONTINUE.

      *---------------[ DIFERENCA ENTRE AS GRADES DOS DOIS CARGOS ]-----
      *    SALARIO DA GRADE DO CARGO/NIVEL DO TITULAR MENOS O DA GRADE
      *    DO SUBSTITUTO; OS DOIS PRECISAM TER LINHA ATIVA NA GRADE E
      *    A DO TITULAR PRECISA SER MAIOR.
       CALC-DIFERENCA.
           MOVE "N" TO W-ERRO.
           MOVE ZEROS TO W-SAL-TIT W-SAL-SUB W-SAL-DIF.
           MOVE SUB-CARGO-TIT TO GRD-CARGO.
           MOVE SUB-NIVEL-TIT TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               MOVE "ZZ" TO ST-ERRO.
           IF ST-ERRO = "00" AND GRD-STATUS = "A"
               MOVE GRD-SALARIO TO W-SAL-TIT.
           MOVE W-CARGO-SUB TO GRD-CARGO.
           MOVE W-NIVEL-SUB TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               MOVE "ZZ" TO ST-ERRO.
           IF ST-ERRO = "00" AND GRD-STATUS = "A"
               MOVE GRD-SALARIO TO W-SAL-SUB.
           MOVE "00" TO ST-ERRO.
           IF W-SAL-TIT = ZEROS
               MOVE "S" TO W-ERRO
               MOVE "*** CARGO/NIVEL DO TITULAR SEM GRADE ***" TO MENS
               GO TO FIM-CALC-DIFERENCA.
           IF W-SAL-SUB = ZEROS
               MOVE "S" TO W-ERRO
               MOVE "*** CARGO/NIVEL DO SUBSTITUTO SEM GRADE ***"
                                                          TO MENS
               GO TO FIM-CALC-DIFERENCA.
           IF W-SAL-TIT NOT > W-SAL-SUB
               MOVE "S" TO W-ERRO
               MOVE "*** SALARIO DO TITULAR NAO E MAIOR ***" TO MENS
               GO TO FIM-CALC-DIFERENCA.
           COMPUTE W-SAL-DIF = W-SAL-TIT - W-SAL-SUB.
       FIM-CALC-DIFERENCA.
           CONTINUE.

      *---------------[ DATA DDMMAAAA EM W-DT ]-------------------------
      *    A DATA E VALIDA QUANDO O SERIAL DEVOLVE O MESMO DIA/MES/ANO.
       VALIDA-DATA.
           MOVE "N" TO W-ERRO.
           IF W-DT-DIA = ZEROS OR W-DT-DIA > 31 OR W-DT-MES = ZEROS
              OR W-DT-MES > 12 OR W-DT-ANO < 1900 OR W-DT-ANO > 2099
               MOVE "S" TO W-ERRO
               GO TO FIM-VALIDA-DATA.
           MOVE W-DT TO W-DT-SALVA.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           IF W-DT NOT = W-DT-SALVA
               MOVE "S" TO W-ERRO.
           MOVE W-DT-SALVA TO W-DT.
       FIM-VALIDA-DATA.
           CONTINUE.

      *---------------[ AUSENCIA DO TITULAR NO PERIODO ]----------------
      *    O PERIODO INTEIRO DA SUBSTITUICAO PRECISA ESTAR DENTRO DE UM
      *    GOZO DE FERIAS (PROGRAMADO OU GOZADO) OU DE UM AFASTAMENTO
      *    DO TITULAR. SEM RETORNO INFORMADO O AFASTAMENTO E ABERTO.
       VALIDA-AUSENCIA.
           MOVE "S" TO W-ERRO.
           MOVE SPACES TO SUB-MOTIVO W-TXT-MOTIVO.
           MOVE "*** AUSENCIA DO TITULAR NAO CONFIRMADA ***" TO MENS.
           IF W-TEM-FER NOT = "S"
               GO TO VALIDA-AUSENCIA-3.
           MOVE SUB-CHAPA-TIT TO FER-CHAPA.
           MOVE ZEROS TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO VALIDA-AUSENCIA-3.
       VALIDA-AUSENCIA-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO VALIDA-AUSENCIA-3.
           IF FER-CHAPA NOT = SUB-CHAPA-TIT
               GO TO VALIDA-AUSENCIA-3.
           IF FER-STATUS NOT = "C" AND FER-STATUS NOT = "G"
               GO TO VALIDA-AUSENCIA-1.
           IF FER-GOZO-INI = ZEROS
               GO TO VALIDA-AUSENCIA-1.
           MOVE FER-GOZO-INI TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-A.
           IF FER-GOZO-FIM = ZEROS
               COMPUTE W-SER-B = W-SER-A + FER-DIAS-GOZO - 1
           ELSE
               MOVE FER-GOZO-FIM TO W-DT
               PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL
               MOVE W-SERIAL TO W-SER-B.
           IF W-SER-A NOT > W-SER-INI AND W-SER-B NOT < W-SER-FIM
               MOVE "F" TO SUB-MOTIVO
               MOVE "FERIAS" TO W-TXT-MOTIVO
               GO TO VALIDA-AUSENCIA-9.
           GO TO VALIDA-AUSENCIA-1.
       VALIDA-AUSENCIA-3.
           IF W-TEM-AFA NOT = "S"
               GO TO FIM-VALIDA-AUSENCIA.
           MOVE SUB-CHAPA-TIT TO AFA-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO FIM-VALIDA-AUSENCIA.
       VALIDA-AUSENCIA-4.
           READ ARQAFAST NEXT
               AT END
               GO TO FIM-VALIDA-AUSENCIA.
           IF AFA-CHAPA NOT = SUB-CHAPA-TIT
               GO TO FIM-VALIDA-AUSENCIA.
           MOVE AFA-DATA-INI TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-A.
           IF W-SER-A > W-SER-INI
               GO TO VALIDA-AUSENCIA-4.
           IF AFA-DATA-RET = ZEROS
               MOVE "A" TO SUB-MOTIVO
               MOVE "AFASTAMENTO" TO W-TXT-MOTIVO
               GO TO VALIDA-AUSENCIA-9.
           MOVE AFA-DATA-RET TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           IF W-SERIAL > W-SER-FIM
               MOVE "A" TO SUB-MOTIVO
               MOVE "AFASTAMENTO" TO W-TXT-MOTIVO
               GO TO VALIDA-AUSENCIA-9.
           GO TO VALIDA-AUSENCIA-4.
       VALIDA-AUSENCIA-9.
           MOVE "N" TO W-ERRO.
           MOVE SPACES TO MENS.
       FIM-VALIDA-AUSENCIA.
           MOVE "00" TO ST-AUS.

      *---------------[ SUBSTITUICOES DO MESMO SUBSTITUTO ]-------------
      *    O SUBSTITUTO NAO PODE TER DUAS SUBSTITUICOES ATIVAS NO MESMO
      *    DIA, SENAO A DIFERENCA SERIA PAGA EM DOBRO.
       VALIDA-CONFLITO.
           MOVE "N" TO W-ERRO.
           MOVE REGSUBST TO W-REGSUBST.
           MOVE SUB-CHAPA TO W-CHAPA-SV.
           MOVE SUB-SEQ   TO W-SEQ-SV.
           MOVE ZEROS TO SUB-SEQ.
           START ARQSUBST KEY IS NOT LESS THAN SUB-KEY
               INVALID KEY
               GO TO VALIDA-CONFLITO-9.
       VALIDA-CONFLITO-1.
           READ ARQSUBST NEXT
               AT END
               GO TO VALIDA-CONFLITO-9.
           IF SUB-CHAPA NOT = W-CHAPA-SV
               GO TO VALIDA-CONFLITO-9.
           IF SUB-SEQ = W-SEQ-SV OR SUB-STATUS NOT = "A"
               GO TO VALIDA-CONFLITO-1.
           MOVE SUB-DATA-INI TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-A.
           MOVE SUB-DATA-FIM TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-B.
           IF W-SER-INI NOT > W-SER-B AND W-SER-FIM NOT < W-SER-A
               MOVE "S" TO W-ERRO
               MOVE "*** CONFLITA COM OUTRA SUBSTITUICAO ***" TO MENS
               GO TO VALIDA-CONFLITO-9.
           GO TO VALIDA-CONFLITO-1.
       VALIDA-CONFLITO-9.
           MOVE W-REGSUBST TO REGSUBST.
           MOVE "00" TO ST-ERRO.
       FIM-VALIDA-CONFLITO.
           CONTINUE.

      *---------[ NUMERO SERIAL DO DIA W-DT (DDMMAAAA) EM W-SERIAL ]----
       CALC-SERIAL.
           MOVE W-DT-DIA TO W-S-DIA.
           MOVE W-DT-MES TO W-S-MES.
           MOVE W-DT-ANO TO W-S-ANO.
           COMPUTE W-S-A = (14 - W-S-MES) / 12.
           COMPUTE W-S-Y = W-S-ANO + 4800 - W-S-A.
           COMPUTE W-S-M = W-S-MES + (12 * W-S-A) - 3.
           COMPUTE W-S-AUX = (153 * W-S-M) + 2.
           DIVIDE W-S-AUX BY 5 GIVING W-S-Q1.
           DIVIDE W-S-Y BY 4 GIVING W-S-Q2.
           DIVIDE W-S-Y BY 100 GIVING W-S-Q3.
           DIVIDE W-S-Y BY 400 GIVING W-S-Q4.
           COMPUTE W-SERIAL = W-S-DIA + W-S-Q1 + (365 * W-S-Y)
               + W-S-Q2 - W-S-Q3 + W-S-Q4 - 32045.
       FIM-CALC-SERIAL.
           CONTINUE.

      *---------[ DATA W-DT (DDMMAAAA) DO NUMERO SERIAL W-SERIAL ]------
       CALC-DATA.
           COMPUTE W-J-A = W-SERIAL + 32044.
           COMPUTE W-J-AUX = (4 * W-J-A) + 3.
           DIVIDE W-J-AUX BY 146097 GIVING W-J-B.
           COMPUTE W-J-AUX = 146097 * W-J-B.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-C = W-J-A - W-J-AUX2.
           COMPUTE W-J-AUX = (4 * W-J-C) + 3.
           DIVIDE W-J-AUX BY 1461 GIVING W-J-D.
           COMPUTE W-J-AUX = 1461 * W-J-D.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-E = W-J-C - W-J-AUX2.
           COMPUTE W-J-AUX = (5 * W-J-E) + 2.
           DIVIDE W-J-AUX BY 153 GIVING W-J-M.
           COMPUTE W-J-AUX = (153 * W-J-M) + 2.
           DIVIDE W-J-AUX BY 5 GIVING W-J-AUX2.
           COMPUTE W-DT-DIA = W-J-E - W-J-AUX2 + 1.
           DIVIDE W-J-M BY 10 GIVING W-J-AUX.
           COMPUTE W-DT-MES = W-J-M + 3 - (12 * W-J-AUX).
           COMPUTE W-DT-ANO = (100 * W-J-B) + W-J-D - 4800 + W-J-AUX.
       FIM-CALC-DATA.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQSUBST.
           OPEN I-O ARQSUBST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQSUBST
                  CLOSE ARQSUBST
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQSUBST
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

       WRITE-ARQSUBST.
           WRITE REGSUBST.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQSUBST.

       REWRITE-ARQSUBST.
           REWRITE REGSUBST.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQSUBST.
           DELETE ARQSUBST RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQSUBST ARQFUNC ARQGRADE.
           IF W-TEM-FER = "S"
               CLOSE ARQFERIAS.
           IF W-TEM-AFA = "S"
               CLOSE ARQAFAST.
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
      *---------------[ BLOQUEIO DURANTE A CADEIA NOTURNA ]-------------
      *    ENQUANTO A CHAVE ARQAUTO ESTIVER LIGADA (FPP064 EM CURSO)
      *    A MANUTENCAO DOS CADASTROS FICA BLOQUEADA PARA A FOLHA NAO
      *    PROCESSAR DADOS METADE ANTIGOS, METADE NOVOS.
       CHECA-FOLHA-PROC.
           OPEN INPUT ARQAUTO.
           IF ST-AUTO = "00"
               READ ARQAUTO
               IF ST-AUTO = "00" AND AUTO-FLAG = "S"
                   CLOSE ARQAUTO
                   MOVE "*** FOLHA EM PROCESSAMENTO - AGUARDE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   EXIT PROGRAM
               END-IF
               CLOSE ARQAUTO.
           MOVE "00" TO ST-AUTO.
       CHECA-FOLHA-PROC-FIM.
           EXIT.

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
