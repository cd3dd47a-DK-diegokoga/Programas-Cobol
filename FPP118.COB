       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP118.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  PREVIDENCIA PRIVADA (PGBL) - PLANO/ADESAO  *
      ***********************************************
      *----------------------------------------------------------------
      *    P=PLANO: ADMINISTRADORA, CONTRATO, CONTRAPARTIDA DA EMPRESA
      *    (% DA CONTRIBUICAO DO FUNCIONARIO), TETO DA CONTRAPARTIDA
      *    (% DO SALARIO) E LIMITE DE DEDUCAO DO IRRF (12% DA RENDA
      *    TRIBUTAVEL). GRAVADO EM ARQPREVPAR (UM REGISTRO).
      *    A=ADESAO: PERCENTUAL DE CONTRIBUICAO ESCOLHIDO PELO
      *    FUNCIONARIO E COMPETENCIA DE INICIO (AAAAMM). A FOLHA
      *    (FPP015) DESCONTA A CONTRIBUICAO, REDUZ A BASE DO IRRF E
      *    LANCA A CONTRAPARTIDA COMO CUSTO; O FPP119 GERA A REMESSA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------PARAMETROS DO PLANO PGBL--------------------
           SELECT ARQPREVPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ADESAO A PREVIDENCIA PRIVADA----------------
           SELECT ARQPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRV-CHAPA
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
      *---------------------PARAMETROS DO PLANO PGBL--------------------
       FD ARQPREVPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREVPAR.DAT".
       01 REGPREVPAR.
           03 PVP-ADMINISTRADORA  PIC X(30).
           03 PVP-CONTRATO        PIC X(15).
           03 PVP-PCT-MATCH       PIC 9(03)V99.
           03 PVP-TETO-MATCH      PIC 9(03)V99.
           03 PVP-LIMITE-IR       PIC 9(03)V99.
      *---------------------ADESAO A PREVIDENCIA PRIVADA----------------
       FD ARQPREV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREV.
           03 PRV-CHAPA           PIC 9(06).
           03 PRV-PCT-FUNC        PIC 9(02)V99.
           03 PRV-CERTIFICADO     PIC X(15).
           03 PRV-INICIO          PIC 9(06).
           03 PRV-STATUS          PIC X(01).
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
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-DESCR         PIC X(30) VALUE SPACES.
       01 W-INICIO-R.
           03 W-INI-ANO   PIC 9(04).
           03 W-INI-MES   PIC 9(02).
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        PREVIDENCIA PRIVADA (PGBL) - PLA".
           05  LINE 02  COLUMN 41
               VALUE  "NO E ADESAO".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (P=PLANO A=ADESAO):".
           05  LINE 06  COLUMN 01
               VALUE  " ADMINISTRADORA:".
           05  LINE 07  COLUMN 01
               VALUE  " CONTRATO:".
           05  LINE 08  COLUMN 01
               VALUE  " CONTRAPARTIDA DA EMPRESA (% CONTRIB.):".
           05  LINE 09  COLUMN 01
               VALUE  " TETO DA CONTRAPARTIDA (% SALARIO):".
           05  LINE 10  COLUMN 01
               VALUE  " LIMITE DEDUCAO IRRF (% RENDA TRIB.):".
           05  LINE 13  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 14  COLUMN 01
               VALUE  " % DE CONTRIBUICAO DO FUNCIONARIO:".
           05  LINE 15  COLUMN 01
               VALUE  " CERTIFICADO:".
           05  LINE 16  COLUMN 01
               VALUE  " INICIO (AAAAMM):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 27  PIC X(01)
               USING  W-ACAO.
           05  TADMIN
               LINE 06  COLUMN 18  PIC X(30)
               USING  PVP-ADMINISTRADORA
               HIGHLIGHT.
           05  TCONTRATO
               LINE 07  COLUMN 18  PIC X(15)
               USING  PVP-CONTRATO
               HIGHLIGHT.
           05  TPCTMATCH
               LINE 08  COLUMN 42  PIC 9(03)V99
               USING  PVP-PCT-MATCH
               HIGHLIGHT.
           05  TTETOMATCH
               LINE 09  COLUMN 42  PIC 9(03)V99
               USING  PVP-TETO-MATCH
               HIGHLIGHT.
           05  TLIMITEIR
               LINE 10  COLUMN 42  PIC 9(03)V99
               USING  PVP-LIMITE-IR
               HIGHLIGHT.
           05  TCHAPA
               LINE 13  COLUMN 10  PIC 9(06)
               USING  PRV-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 13  COLUMN 20  PIC X(30)
               USING  W-DESCR.
           05  TPCTFUNC
               LINE 14  COLUMN 37  PIC 9(02)V99
               USING  PRV-PCT-FUNC
               HIGHLIGHT.
           05  TCERTIF
               LINE 15  COLUMN 15  PIC X(15)
               USING  PRV-CERTIFICADO
               HIGHLIGHT.
           05  TINICIO
               LINE 16  COLUMN 19  PIC 9(06)
               USING  PRV-INICIO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQPREV.
           OPEN I-O ARQPREV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPREV
                  CLOSE ARQPREV
                  GO TO I-O-ARQPREV
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPREV" TO MENS
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
           MOVE SPACES TO W-ACAO W-DESCR PRV-CERTIFICADO PRV-STATUS.
           MOVE ZEROS TO PRV-CHAPA PRV-PCT-FUNC PRV-INICIO.
           PERFORM LE-PREVPAR THRU FIM-LE-PREVPAR.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "a"
              MOVE "A" TO W-ACAO.
           IF W-ACAO = "A"
              GO TO A1.
           IF W-ACAO NOT = "P"
              MOVE "*** DIGITE P=PLANO  A=ADESAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ PARAMETROS DO PLANO ]---------------------------
       P1.
           ACCEPT TADMIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PVP-ADMINISTRADORA = SPACES
              MOVE "*** INFORME A ADMINISTRADORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
       P2.
           ACCEPT TCONTRATO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P1.
       P3.
           ACCEPT TPCTMATCH.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P2.
           IF PVP-PCT-MATCH > 200
              MOVE "*** CONTRAPARTIDA MAXIMA E 200% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P3.
       P4.
           ACCEPT TTETOMATCH.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P3.
           IF PVP-TETO-MATCH > 100
              MOVE "*** PERCENTUAL MAXIMO E 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P4.
       P5.
           ACCEPT TLIMITEIR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P4.
           IF PVP-LIMITE-IR > 100
              MOVE "*** PERCENTUAL MAXIMO E 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P5.
       SALVAR-P.
           MOVE "GRAVA OS PARAMETROS DO PLANO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-P.
           OPEN OUTPUT ARQPREVPAR.
           WRITE REGPREVPAR.
           CLOSE ARQPREVPAR.
           MOVE "*** PARAMETROS DO PLANO GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ ADESAO DO FUNCIONARIO ]-------------------------
       A1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE PRV-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
           READ ARQPREV
           IF ST-ERRO = "00"
              MOVE "*** ADESAO JA CADASTRADA - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TPCTFUNC
              DISPLAY TCERTIF
              DISPLAY TINICIO.
       A2.
           ACCEPT TPCTFUNC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A1.
           IF PRV-PCT-FUNC = ZEROS
              MOVE "*** INFORME O PERCENTUAL DE CONTRIBUICAO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2.
       A3.
           ACCEPT TCERTIF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A2.
       A4.
           ACCEPT TINICIO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A3.
           MOVE PRV-INICIO TO W-INICIO-R.
           IF W-INI-ANO = ZEROS OR W-INI-MES = ZEROS OR W-INI-MES > 12
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A4.
       SALVAR-A.
           MOVE "GRAVA A ADESAO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
      *    ADESAO COM CONTRIBUICOES JA REMETIDAS NAO E APAGADA: FICA
      *    INATIVA (CANCELAMENTO) E PARA DE SER DESCONTADA NA FOLHA.
           IF W-OPCAO = "E" OR "e"
              MOVE "I" TO PRV-STATUS
              REWRITE REGPREV
              MOVE "*** ADESAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-A.
           MOVE "A" TO PRV-STATUS.
           WRITE REGPREV.
           IF ST-ERRO = "22"
              REWRITE REGPREV.
           MOVE "*** ADESAO GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ LEITURA DOS PARAMETROS DO PLANO ]---------------
      *    SEM O ARQPREVPAR, SUGERE CONTRAPARTIDA DE 100% ATE 5% DO
      *    SALARIO E O LIMITE LEGAL DE 12% PARA A DEDUCAO DO IRRF.
       LE-PREVPAR.
           MOVE SPACES TO PVP-ADMINISTRADORA PVP-CONTRATO.
           MOVE 100 TO PVP-PCT-MATCH.
           MOVE 5   TO PVP-TETO-MATCH.
           MOVE 12  TO PVP-LIMITE-IR.
           OPEN INPUT ARQPREVPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LE-PREVPAR.
           READ ARQPREVPAR.
           CLOSE ARQPREVPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LE-PREVPAR.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPREV ARQFUNC
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
