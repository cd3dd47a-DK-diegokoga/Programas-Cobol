       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP113.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   VALORES E REGRAS DA PLR POR COMPETENCIA   *
      ***********************************************
      *----------------------------------------------------------------
      *    O VALOR DA PLR DE CADA CHAPA PODE SER INFORMADO DIRETO
      *    (V=VALOR POR CHAPA) OU SAIR DE UMA REGRA DA COMPETENCIA
      *    (R=REGRA) POR CARGO OU POR DEPARTAMENTO, COMO VALOR FIXO
      *    OU COMO MULTIPLO DO SALARIO. NO CALCULO (FPP114) VALE O
      *    VALOR DA CHAPA; SEM ELE, A REGRA DO CARGO; SEM ELA, A DO
      *    DEPARTAMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------VALOR DA PLR POR CHAPA----------------------
           SELECT ARQPLR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLR-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------REGRAS DA PLR POR CARGO/DEPARTAMENTO--------
           SELECT ARQPLRRG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRG-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------VALOR DA PLR POR CHAPA----------------------
       FD ARQPLR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 PLR-KEY.
            05 PLR-CHAPA          PIC 9(06).
            05 PLR-COMPETENCIA    PIC 9(06).
           03 PLR-VALOR           PIC 9(06)V99.
           03 PLR-STATUS          PIC X(01).
      *---------------------REGRAS DA PLR POR CARGO/DEPARTAMENTO--------
       FD ARQPLRRG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPLRRG.DAT".
       01 REGPLRRG.
           03 PRG-KEY.
            05 PRG-COMPETENCIA    PIC 9(06).
            05 PRG-BASE           PIC X(01).
            05 PRG-CODIGO         PIC 9(03).
           03 PRG-MODO            PIC X(01).
           03 PRG-VALOR           PIC 9(06)V99.
           03 PRG-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
      *---------------------ARQUIVO DO CARGO--------------------------
       FD ARQCARG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO            PIC 9(03).
           03 DENOMINACAO       PIC X(25).
      *---------------------ARQUIVO DO DEPARTAMENTO-------------------
       FD ARQDEP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1           PIC 9(03).
           03 DENOMINACAO1      PIC X(25).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-DESCR         PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        VALORES E REGRAS DA PLR POR COMP".
           05  LINE 02  COLUMN 41
               VALUE  "ETENCIA".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (V=VALOR POR CHAPA R=REGRA):".
           05  LINE 06  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 06  COLUMN 22
               VALUE  "COMPETENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  " VALOR:".
           05  LINE 10  COLUMN 01
               VALUE  " BASE DA REGRA (C=CARGO D=DEPTO):".
           05  LINE 10  COLUMN 40
               VALUE  "CODIGO:".
           05  LINE 12  COLUMN 01
               VALUE  " MODO (V=VALOR FIXO S=SALARIOS):".
           05  LINE 12  COLUMN 40
               VALUE  "VALOR/FATOR:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 37  PIC X(01)
               USING  W-ACAO.
           05  TCHAPA
               LINE 06  COLUMN 10  PIC 9(06)
               USING  PLR-CHAPA
               HIGHLIGHT.
           05  TCOMPETENCIA
               LINE 06  COLUMN 36  PIC 9(06)
               USING  PLR-COMPETENCIA
               HIGHLIGHT.
           05  TVALOR
               LINE 08  COLUMN 10  PIC 9(06)V99
               USING  PLR-VALOR
               HIGHLIGHT.
           05  TDESCR
               LINE 08  COLUMN 30  PIC X(30)
               USING  W-DESCR.
           05  TPRGBASE
               LINE 10  COLUMN 36  PIC X(01)
               USING  PRG-BASE
               HIGHLIGHT.
           05  TPRGCOD
               LINE 10  COLUMN 48  PIC 9(03)
               USING  PRG-CODIGO
               HIGHLIGHT.
           05  TPRGMODO
               LINE 12  COLUMN 36  PIC X(01)
               USING  PRG-MODO
               HIGHLIGHT.
           05  TPRGVALOR
               LINE 12  COLUMN 53  PIC 9(06)V99
               USING  PRG-VALOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQPLR.
           OPEN I-O ARQPLR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPLR
                  CLOSE ARQPLR
                  GO TO I-O-ARQPLR
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLR" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQPLRRG.
           OPEN I-O ARQPLRRG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPLRRG
                  CLOSE ARQPLRRG
                  GO TO I-O-ARQPLRRG
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLRRG" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE DEPTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-DESCR PLR-STATUS PRG-BASE PRG-MODO
                          PRG-STATUS.
           MOVE ZEROS TO PLR-KEY PLR-VALOR PRG-COMPETENCIA PRG-CODIGO
                         PRG-VALOR.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "v"
              MOVE "V" TO W-ACAO.
           IF W-ACAO = "r"
              MOVE "R" TO W-ACAO.
           IF W-ACAO NOT = "V" AND W-ACAO NOT = "R"
              MOVE "*** DIGITE V=VALOR POR CHAPA  R=REGRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ACAO = "R"
              GO TO G1.
      *---------------[ VALOR DA PLR POR CHAPA ]------------------------
       V1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PLR-CHAPA = ZEROS
              MOVE "*** INFORME A CHAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO V1.
           MOVE PLR-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO V1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
       V2.
           ACCEPT TCOMPETENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO V1.
           IF PLR-COMPETENCIA = ZEROS
              MOVE "*** INFORME A COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO V2.
           READ ARQPLR
           IF ST-ERRO = "00"
              IF PLR-STATUS = "P"
                 MOVE "*** PLR JA PAGA NA COMPETENCIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** VALOR JA INFORMADO - ALTERANDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 DISPLAY TVALOR.
       V3.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO V2.
           IF PLR-VALOR = ZEROS
              MOVE "*** VALOR NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO V3.
       SALVAR-V.
           MOVE "GRAVA O VALOR DA PLR? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQPLR RECORD
              MOVE "*** VALOR DA PLR EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-V.
           MOVE "A" TO PLR-STATUS.
           WRITE REGPLR.
           IF ST-ERRO = "22"
              REWRITE REGPLR.
           MOVE "*** VALOR DA PLR GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ REGRA POR CARGO OU DEPARTAMENTO ]---------------
       G1.
           ACCEPT TCOMPETENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PLR-COMPETENCIA = ZEROS
              MOVE "*** INFORME A COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1.
           MOVE PLR-COMPETENCIA TO PRG-COMPETENCIA.
       G2.
           ACCEPT TPRGBASE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO G1.
           IF PRG-BASE = "c"
              MOVE "C" TO PRG-BASE.
           IF PRG-BASE = "d"
              MOVE "D" TO PRG-BASE.
           IF PRG-BASE NOT = "C" AND PRG-BASE NOT = "D"
              MOVE "*** DIGITE C=CARGO  D=DEPARTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G2.
       G3.
           ACCEPT TPRGCOD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO G2.
           IF PRG-BASE = "C"
              MOVE PRG-CODIGO TO CODIGO
              READ ARQCARG
              IF ST-ERRO NOT = "00"
                 MOVE "*** CARGO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO G3
              ELSE
                 MOVE DENOMINACAO TO W-DESCR.
           IF PRG-BASE = "D"
              MOVE PRG-CODIGO TO CODIGO1
              READ ARQDEP
              IF ST-ERRO NOT = "00"
                 MOVE "*** DEPARTAMENTO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO G3
              ELSE
                 MOVE DENOMINACAO1 TO W-DESCR.
           DISPLAY TDESCR.
           READ ARQPLRRG
           IF ST-ERRO = "00"
              MOVE "*** REGRA JA CADASTRADA - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TPRGMODO
              DISPLAY TPRGVALOR.
       G4.
           ACCEPT TPRGMODO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO G3.
           IF PRG-MODO = "v"
              MOVE "V" TO PRG-MODO.
           IF PRG-MODO = "s"
              MOVE "S" TO PRG-MODO.
           IF PRG-MODO NOT = "V" AND PRG-MODO NOT = "S"
              MOVE "*** DIGITE V=VALOR FIXO  S=SALARIOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G4.
      *    NO MODO S O CAMPO E O FATOR SOBRE O SALARIO DO MES
      *    (EX.: 1,50 = UM SALARIO E MEIO).
       G5.
           ACCEPT TPRGVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO G4.
           IF PRG-VALOR = ZEROS
              MOVE "*** VALOR/FATOR NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G5.
       SALVAR-G.
           MOVE "GRAVA A REGRA DA PLR? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQPLRRG RECORD
              MOVE "*** REGRA DA PLR EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-G.
           MOVE "A" TO PRG-STATUS.
           WRITE REGPLRRG.
           IF ST-ERRO = "22"
              REWRITE REGPLRRG.
           MOVE "*** REGRA DA PLR GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPLR ARQPLRRG ARQFUNC ARQCARG ARQDEP
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
