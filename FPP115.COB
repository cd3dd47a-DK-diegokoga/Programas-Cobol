       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP115.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  PLANOS DE SAUDE/ODONTO E ADESAO (VIDAS)    *
      ***********************************************
      *----------------------------------------------------------------
      *    O=OPERADORA/PLANO: CADASTRO DO PLANO COM A MENSALIDADE POR
      *    VIDA E O PERCENTUAL PAGO PELO FUNCIONARIO.
      *    A=ADESAO: INCLUSAO DO TITULAR (DEPENDENTE 00) OU DE UM
      *    DEPENDENTE DO ARQDEPE NO PLANO, COM DATA DE INICIO E DE
      *    FIM (ZERO = VIGENTE). A FOLHA (FPP015) DESCONTA A PARTE DO
      *    FUNCIONARIO DE CADA VIDA VIGENTE NA COMPETENCIA MAIS A
      *    COPARTICIPACAO IMPORTADA PELO FPP116.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------OPERADORAS E PLANOS-------------------------
           SELECT ARQPLANO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLA-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------ADESAO AO PLANO (VIDAS)---------------------
           SELECT ARQADESAO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ADE-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DE DEPENDENTES----------------------
           SELECT ARQDEPE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------OPERADORAS E PLANOS-------------------------
       FD ARQPLANO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
           03 PLA-CODIGO          PIC 9(03).
           03 PLA-OPERADORA       PIC X(30).
           03 PLA-DESCRICAO       PIC X(25).
           03 PLA-TIPO            PIC X(01).
           03 PLA-VALOR-VIDA      PIC 9(06)V99.
           03 PLA-PCT-FUNC        PIC 9(03)V99.
           03 PLA-STATUS          PIC X(01).
      *---------------------ADESAO AO PLANO (VIDAS)---------------------
       FD ARQADESAO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
           03 ADE-KEY.
            05 ADE-CHAPA          PIC 9(06).
            05 ADE-DEPSEQ         PIC 9(02).
            05 ADE-PLANO          PIC 9(03).
           03 ADE-INICIO          PIC 9(08).
           03 ADE-FIM             PIC 9(08).
           03 ADE-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
      *---------------------ARQUIVO DE DEPENDENTES--------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
            05 DEPEN-CHAPA       PIC 9(06).
            05 DEPEN-SEQ         PIC 9(02).
           03 DEPEN-NOME         PIC X(30).
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
       01 W-DESCR2        PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        PLANOS DE SAUDE/ODONTO E ADESAO ".
           05  LINE 02  COLUMN 41
               VALUE  "(VIDAS)".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (O=OPERADORA/PLANO A=ADESAO):".
           05  LINE 06  COLUMN 01
               VALUE  " PLANO:".
           05  LINE 08  COLUMN 01
               VALUE  " OPERADORA:".
           05  LINE 09  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 10  COLUMN 01
               VALUE  " TIPO (S=SAUDE O=ODONTO):".
           05  LINE 11  COLUMN 01
               VALUE  " MENSALIDADE POR VIDA:".
           05  LINE 12  COLUMN 01
               VALUE  " % PAGO PELO FUNCIONARIO:".
           05  LINE 14  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 15  COLUMN 01
               VALUE  " DEPENDENTE (00=TITULAR):".
           05  LINE 17  COLUMN 01
               VALUE  " INICIO (AAAAMMDD):".
           05  LINE 17  COLUMN 32
               VALUE  "FIM (AAAAMMDD):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 38  PIC X(01)
               USING  W-ACAO.
           05  TPLANO
               LINE 06  COLUMN 10  PIC 9(03)
               USING  PLA-CODIGO
               HIGHLIGHT.
           05  TPLADESC
               LINE 06  COLUMN 16  PIC X(30)
               USING  W-DESCR2.
           05  TOPERADORA
               LINE 08  COLUMN 13  PIC X(30)
               USING  PLA-OPERADORA
               HIGHLIGHT.
           05  TDESCRICAO
               LINE 09  COLUMN 13  PIC X(25)
               USING  PLA-DESCRICAO
               HIGHLIGHT.
           05  TPLATIPO
               LINE 10  COLUMN 28  PIC X(01)
               USING  PLA-TIPO
               HIGHLIGHT.
           05  TVALORVIDA
               LINE 11  COLUMN 28  PIC 9(06)V99
               USING  PLA-VALOR-VIDA
               HIGHLIGHT.
           05  TPCTFUNC
               LINE 12  COLUMN 28  PIC 9(03)V99
               USING  PLA-PCT-FUNC
               HIGHLIGHT.
           05  TCHAPA
               LINE 14  COLUMN 10  PIC 9(06)
               USING  ADE-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 14  COLUMN 20  PIC X(30)
               USING  W-DESCR.
           05  TDEPSEQ
               LINE 15  COLUMN 28  PIC 9(02)
               USING  ADE-DEPSEQ
               HIGHLIGHT.
           05  TINICIO
               LINE 17  COLUMN 21  PIC 9(08)
               USING  ADE-INICIO
               HIGHLIGHT.
           05  TFIM
               LINE 17  COLUMN 48  PIC 9(08)
               USING  ADE-FIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQPLANO.
           OPEN I-O ARQPLANO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPLANO
                  CLOSE ARQPLANO
                  GO TO I-O-ARQPLANO
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLANO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQADESAO.
           OPEN I-O ARQADESAO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQADESAO
                  CLOSE ARQADESAO
                  GO TO I-O-ARQADESAO
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQADESAO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQDEPE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPENDENTES *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-DESCR W-DESCR2 PLA-OPERADORA
                          PLA-DESCRICAO PLA-TIPO PLA-STATUS ADE-STATUS.
           MOVE ZEROS TO PLA-CODIGO PLA-VALOR-VIDA PLA-PCT-FUNC
                         ADE-KEY ADE-INICIO ADE-FIM.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "o"
              MOVE "O" TO W-ACAO.
           IF W-ACAO = "a"
              MOVE "A" TO W-ACAO.
           IF W-ACAO NOT = "O" AND W-ACAO NOT = "A"
              MOVE "*** DIGITE O=OPERADORA/PLANO  A=ADESAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ OPERADORA E PLANO ]-----------------------------
       P1.
           ACCEPT TPLANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PLA-CODIGO = ZEROS
              MOVE "*** INFORME O CODIGO DO PLANO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
           READ ARQPLANO
           IF W-ACAO = "A"
              IF ST-ERRO NOT = "00"
                 MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO P1
              ELSE
                 MOVE PLA-DESCRICAO TO W-DESCR2
                 DISPLAY TPLADESC
                 MOVE PLA-CODIGO TO ADE-PLANO
                 GO TO A1.
           IF ST-ERRO = "00"
              MOVE "*** PLANO JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELA.
       P2.
           ACCEPT TOPERADORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P1.
           IF PLA-OPERADORA = SPACES
              MOVE "*** INFORME A OPERADORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P2.
       P3.
           ACCEPT TDESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P2.
       P4.
           ACCEPT TPLATIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P3.
           IF PLA-TIPO = "s"
              MOVE "S" TO PLA-TIPO.
           IF PLA-TIPO = "o"
              MOVE "O" TO PLA-TIPO.
           IF PLA-TIPO NOT = "S" AND PLA-TIPO NOT = "O"
              MOVE "*** DIGITE S=SAUDE  O=ODONTOLOGICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P4.
       P5.
           ACCEPT TVALORVIDA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P4.
       P6.
           ACCEPT TPCTFUNC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P5.
           IF PLA-PCT-FUNC > 100
              MOVE "*** PERCENTUAL MAXIMO E 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P6.
       SALVAR-P.
           MOVE "GRAVA O PLANO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
      *    PLANO COM VIDAS NAO E APAGADO: FICA INATIVO E PARA DE SER
      *    DESCONTADO NA FOLHA.
           IF W-OPCAO = "E" OR "e"
              MOVE "I" TO PLA-STATUS
              REWRITE REGPLANO
              MOVE "*** PLANO INATIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-P.
           MOVE "A" TO PLA-STATUS.
           WRITE REGPLANO.
           IF ST-ERRO = "22"
              REWRITE REGPLANO.
           MOVE "*** PLANO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ ADESAO DO TITULAR OU DO DEPENDENTE ]------------
       A1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P1.
           MOVE ADE-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
       A2.
           ACCEPT TDEPSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A1.
           IF ADE-DEPSEQ NOT = ZEROS
              MOVE ADE-CHAPA  TO DEPEN-CHAPA
              MOVE ADE-DEPSEQ TO DEPEN-SEQ
              READ ARQDEPE
              IF ST-ERRO NOT = "00"
                 MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO A2
              ELSE
                 MOVE DEPEN-NOME TO W-DESCR
                 DISPLAY TDESCR.
           READ ARQADESAO
           IF ST-ERRO = "00"
              MOVE "*** ADESAO JA CADASTRADA - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TINICIO
              DISPLAY TFIM.
       A3.
           ACCEPT TINICIO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A2.
           IF ADE-INICIO = ZEROS
              MOVE "*** INFORME A DATA DE INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A3.
       A4.
           ACCEPT TFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A3.
           IF ADE-FIM NOT = ZEROS AND ADE-FIM < ADE-INICIO
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
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
           IF W-OPCAO = "E" OR "e"
              DELETE ARQADESAO RECORD
              MOVE "*** ADESAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-A.
           MOVE "A" TO ADE-STATUS.
           WRITE REGADESAO.
           IF ST-ERRO = "22"
              REWRITE REGADESAO.
           MOVE "*** ADESAO GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPLANO ARQADESAO ARQFUNC ARQDEPE
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
