       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP128.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *     PERIODICIDADE DE PAGAMENTO DA FOLHA     *
      ***********************************************
      *----------------------------------------------------------------
      *    DEFINE A PERIODICIDADE DE PAGAMENTO (M=MENSAL, Q=QUINZENAL,
      *    S=SEMANAL) POR FUNCIONARIO (F) OU POR CATEGORIA DO VINCULO
      *    (C). NA FOLHA (FPP015) VALE A LINHA DA CHAPA; SEM ELA, A
      *    LINHA DA CATEGORIA; SEM NENHUMA, O PAGAMENTO E MENSAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------PERIODICIDADE DE PAGAMENTO------------------
           SELECT ARQFREQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FRQ-KEY
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
      *---------------------PERIODICIDADE DE PAGAMENTO------------------
       FD ARQFREQ
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFREQ.DAT".
       01 REGFREQ.
           03 FRQ-KEY.
               05 FRQ-TIPO       PIC X(01).
               05 FRQ-CODIGO     PIC X(06).
           03 FRQ-PERIODO       PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CATEG         PIC X(01) VALUE SPACES.
       01 W-DESC-CODIGO   PIC X(30) VALUE SPACES.
       01 W-DESC-PERIODO  PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           PERIODICIDADE DE PAGAMENTO DA".
           05  LINE 02  COLUMN 41
               VALUE  " FOLHA".
           05  LINE 05  COLUMN 01
               VALUE  " NIVEL (F=FUNCIONARIO C=CATEGORIA):".
           05  LINE 07  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 09  COLUMN 01
               VALUE  " CATEGORIA (C=CLT A=APRENDIZ E=ESTAGIARIO".
           05  LINE 09  COLUMN 42
               VALUE  " I=INTERMITENTE):".
           05  LINE 12  COLUMN 01
               VALUE  " PERIODICIDADE (M=MENSAL Q=QUINZENAL S=S".
           05  LINE 12  COLUMN 41
               VALUE  "EMANAL):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TFRQTIPO
               LINE 05  COLUMN 37  PIC X(01)
               USING  FRQ-TIPO
               HIGHLIGHT.
           05  TCHAPA
               LINE 07  COLUMN 09  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TCATEG
               LINE 09  COLUMN 60  PIC X(01)
               USING  W-CATEG
               HIGHLIGHT.
           05  TDESCCOD
               LINE 07  COLUMN 17  PIC X(30)
               USING  W-DESC-CODIGO.
           05  TFRQPERIODO
               LINE 12  COLUMN 50  PIC X(01)
               USING  FRQ-PERIODO
               HIGHLIGHT.
           05  TDESCPER
               LINE 12  COLUMN 53  PIC X(12)
               USING  W-DESC-PERIODO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQFREQ.
           OPEN I-O ARQFREQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQFREQ
                  CLOSE ARQFREQ
                  GO TO I-O-ARQFREQ
              ELSE
                  MOVE "ERRO NA ABERTURA DA PERIODICIDADE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO FRQ-TIPO FRQ-CODIGO FRQ-PERIODO W-CATEG
                          W-DESC-CODIGO W-DESC-PERIODO.
           MOVE ZEROS TO W-CHAPA.
           DISPLAY TELA.
       R1.
           ACCEPT TFRQTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF FRQ-TIPO = "f"
              MOVE "F" TO FRQ-TIPO.
           IF FRQ-TIPO = "c"
              MOVE "C" TO FRQ-TIPO.
           IF FRQ-TIPO = "C"
              GO TO R3.
           IF FRQ-TIPO NOT = "F"
              MOVE "*** DIGITE F=FUNCIONARIO  C=CATEGORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ PERIODICIDADE DO FUNCIONARIO ]------------------
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-DESC-CODIGO.
           DISPLAY TDESCCOD.
           MOVE W-CHAPA TO FRQ-CODIGO.
           GO TO R4.
      *---------------[ PERIODICIDADE DA CATEGORIA ]--------------------
       R3.
           ACCEPT TCATEG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF W-CATEG = "c"
              MOVE "C" TO W-CATEG.
           IF W-CATEG = "a"
              MOVE "A" TO W-CATEG.
           IF W-CATEG = "e"
              MOVE "E" TO W-CATEG.
           IF W-CATEG = "i"
              MOVE "I" TO W-CATEG.
           IF W-CATEG NOT = "C" AND W-CATEG NOT = "A"
              AND W-CATEG NOT = "E" AND W-CATEG NOT = "I"
              MOVE "*** CATEGORIA DEVE SER C, A, E OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CATEG TO FRQ-CODIGO.
       R4.
           READ ARQFREQ
           IF ST-ERRO = "00"
              PERFORM MOSTRA-PERIODO THRU FIM-MOSTRA-PERIODO
              DISPLAY TFRQPERIODO TDESCPER
              MOVE "*** PERIODICIDADE JA CADASTRADA - ALTERANDO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "00" TO ST-ERRO
              MOVE "M" TO FRQ-PERIODO.
       R5.
           ACCEPT TFRQPERIODO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF FRQ-PERIODO = "m"
              MOVE "M" TO FRQ-PERIODO.
           IF FRQ-PERIODO = "q"
              MOVE "Q" TO FRQ-PERIODO.
           IF FRQ-PERIODO = "s"
              MOVE "S" TO FRQ-PERIODO.
           IF FRQ-PERIODO NOT = "M" AND FRQ-PERIODO NOT = "Q"
              AND FRQ-PERIODO NOT = "S"
              MOVE "*** PERIODICIDADE DEVE SER M, Q OU S ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM MOSTRA-PERIODO THRU FIM-MOSTRA-PERIODO.
           DISPLAY TDESCPER.
       SALVAR.
           MOVE "GRAVA A PERIODICIDADE? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQFREQ RECORD
              MOVE "00" TO ST-ERRO
              MOVE "*** PERIODICIDADE EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           WRITE REGFREQ.
           IF ST-ERRO = "22"
              REWRITE REGFREQ.
           MOVE "*** PERIODICIDADE GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

       MOSTRA-PERIODO.
           IF FRQ-PERIODO = "Q"
              MOVE "QUINZENAL" TO W-DESC-PERIODO
           ELSE
              IF FRQ-PERIODO = "S"
                 MOVE "SEMANAL" TO W-DESC-PERIODO
              ELSE
                 MOVE "MENSAL" TO W-DESC-PERIODO.
       FIM-MOSTRA-PERIODO.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQFREQ ARQFUNC.
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
