       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP124.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *      REGRAS DE COMISSAO SOBRE VENDAS        *
      ***********************************************
      *----------------------------------------------------------------
      *    R=REGRA: PERCENTUAL DE COMISSAO POR CARGO E LINHA DE
      *    PRODUTO. CARGO 000 E A REGRA GERAL DA LINHA, USADA QUANDO
      *    O CARGO DO VENDEDOR NAO TEM REGRA PROPRIA.
      *    P=PARAMETROS: EVENTO EM QUE AS COMISSOES SAO LANCADAS
      *    (ARQCOMPAR). O EVENTO QUE NAO EXISTIR NO ARQEVEN E CRIADO
      *    COM INSS, IRRF, FGTS E MEDIAS, SEM MARCAR O DSR, POIS O
      *    DSR SOBRE COMISSOES E CALCULADO A PARTE NA FOLHA (FPP015).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------REGRAS DE COMISSAO--------------------------
           SELECT ARQCOMREG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CMR-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DA COMISSAO----------------------
           SELECT ARQCOMPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE EVENTOS---------------------------
           SELECT ARQEVEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVE-CODIGO
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
      *---------------------REGRAS DE COMISSAO--------------------------
       FD ARQCOMREG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCOMREG.DAT".
       01 REGCOMREG.
           03 CMR-KEY.
            05 CMR-CARGO          PIC 9(03).
            05 CMR-LINHA          PIC 9(03).
           03 CMR-DESCRICAO       PIC X(25).
           03 CMR-PCT             PIC 9(02)V99.
           03 CMR-STATUS          PIC X(01).
      *---------------------PARAMETROS DA COMISSAO----------------------
       FD ARQCOMPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPAR.DAT".
       01 REGCOMPAR.
           03 CPA-EVE-COMIS       PIC 9(03).
      *---------------------TABELA DE EVENTOS---------------------------
       FD ARQEVEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 EVE-CODIGO          PIC 9(03).
           03 EVE-DESCRICAO       PIC X(25).
           03 EVE-TIPO            PIC X(01).
           03 EVE-INCIDE          PIC X(01).
           03 EVE-REGRA           PIC X(01).
           03 EVE-PARAM           PIC 9(06)V99.
           03 EVE-INC-INSS        PIC X(01).
           03 EVE-INC-IRRF        PIC X(01).
           03 EVE-INC-FGTS        PIC X(01).
           03 EVE-INC-DSR         PIC X(01).
           03 EVE-INC-MEDIA       PIC X(01).
      *---------------------ARQUIVO DO CARGO--------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
           03 TIPOSALARIO     PIC X(01).
           03 SALARIOBASE     PIC 9(06)V99.
           03 STATUS2         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-DESCR         PIC X(25) VALUE SPACES.
      *---------------[ EVENTO DAS COMISSOES ]--------------------------
       01 W-EVE-COMIS     PIC 9(03) VALUE 904.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      REGRAS DE COMISSAO SOBRE VENDAS".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (R=REGRA P=PARAMETROS):".
           05  LINE 06  COLUMN 01
               VALUE  " CARGO (000=TODOS):".
           05  LINE 07  COLUMN 01
               VALUE  " LINHA DE PRODUTO:".
           05  LINE 09  COLUMN 01
               VALUE  " DESCRICAO DA LINHA:".
           05  LINE 10  COLUMN 01
               VALUE  " PERCENTUAL DE COMISSAO:".
           05  LINE 11  COLUMN 01
               VALUE  " SITUACAO (A=ATIVA I=INATIVA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 31  PIC X(01)
               USING  W-ACAO.
           05  TCARGO
               LINE 06  COLUMN 21  PIC 9(03)
               USING  CMR-CARGO
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 26  PIC X(25)
               USING  W-DESCR.
           05  TLINHA
               LINE 07  COLUMN 21  PIC 9(03)
               USING  CMR-LINHA
               HIGHLIGHT.
           05  TDESCRICAO
               LINE 09  COLUMN 22  PIC X(25)
               USING  CMR-DESCRICAO
               HIGHLIGHT.
           05  TPCT
               LINE 10  COLUMN 26  PIC 9(02)V99
               USING  CMR-PCT
               HIGHLIGHT.
           05  TSTATUS
               LINE 11  COLUMN 32  PIC X(01)
               USING  CMR-STATUS
               HIGHLIGHT.
       01  TELAPAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      REGRAS DE COMISSAO - PARAMETROS".
           05  LINE 05  COLUMN 01
               VALUE  " EVENTO DAS COMISSOES SOBRE VENDAS..:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEVECOMIS
               LINE 05  COLUMN 40  PIC 9(03)
               USING  CPA-EVE-COMIS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQCOMREG.
           OPEN I-O ARQCOMREG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCOMREG
                  CLOSE ARQCOMREG
                  GO TO I-O-ARQCOMREG
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCOMREG" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQEVEN.
           OPEN I-O ARQEVEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQEVEN
                  CLOSE ARQEVEN
                  GO TO I-O-ARQEVEN
              ELSE
                  MOVE "ERRO NA ABERTURA DA TABELA DE EVENTOS" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM LOAD-COMPAR THRU FIM-LOAD-COMPAR.
           PERFORM GARANTE-EVENTOS THRU FIM-GARANTE-EVENTOS.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-DESCR CMR-DESCRICAO CMR-STATUS.
           MOVE ZEROS TO CMR-KEY CMR-PCT.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "r"
              MOVE "R" TO W-ACAO.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "P"
              GO TO P0.
           IF W-ACAO NOT = "R"
              MOVE "*** DIGITE R=REGRA P=PARAMETROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ REGRA POR CARGO E LINHA DE PRODUTO ]------------
       C1.
           ACCEPT TCARGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CMR-CARGO = ZEROS
              MOVE "TODOS OS CARGOS" TO W-DESCR
              DISPLAY TDESCR
              GO TO C2.
           MOVE CMR-CARGO TO CODIGO.
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE "*** CARGO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           MOVE DENOMINACAO TO W-DESCR.
           DISPLAY TDESCR.
       C2.
           ACCEPT TLINHA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1.
           IF CMR-LINHA = ZEROS
              MOVE "*** LINHA DE PRODUTO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2.
           READ ARQCOMREG
           IF ST-ERRO = "00"
              DISPLAY TELA
              DISPLAY TDESCR
              MOVE "*** REGRA JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE SPACES TO CMR-DESCRICAO
              MOVE ZEROS  TO CMR-PCT
              MOVE "A"    TO CMR-STATUS
              DISPLAY TSTATUS.
       C3.
           ACCEPT TDESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2.
       C4.
           ACCEPT TPCT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C3.
           IF CMR-PCT = ZEROS
              MOVE "*** PERCENTUAL NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4.
       C5.
           ACCEPT TSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C4.
           IF CMR-STATUS = "a"
              MOVE "A" TO CMR-STATUS.
           IF CMR-STATUS = "i"
              MOVE "I" TO CMR-STATUS.
           IF CMR-STATUS NOT = "A" AND CMR-STATUS NOT = "I"
              MOVE "*** DIGITE A=ATIVA OU I=INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C5.
       SALVAR-C.
           MOVE "GRAVA A REGRA? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQCOMREG RECORD
              MOVE "*** REGRA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-C.
           WRITE REGCOMREG.
           IF ST-ERRO = "22"
              REWRITE REGCOMREG.
           MOVE "*** REGRA GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ PARAMETROS DA COMISSAO ]------------------------
       P0.
           MOVE W-EVE-COMIS TO CPA-EVE-COMIS.
           DISPLAY TELAPAR.
       P1.
           ACCEPT TEVECOMIS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF CPA-EVE-COMIS = ZEROS
              MOVE "*** INFORME O EVENTO DAS COMISSOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
       SALVAR-P.
           MOVE "GRAVA OS PARAMETROS? (S/N)" TO MENS
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
           OPEN OUTPUT ARQCOMPAR.
           WRITE REGCOMPAR.
           CLOSE ARQCOMPAR.
           MOVE "00" TO ST-ERRO.
           PERFORM LOAD-COMPAR THRU FIM-LOAD-COMPAR.
           PERFORM GARANTE-EVENTOS THRU FIM-GARANTE-EVENTOS.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ PARAMETROS DA COMISSAO ]------------------------
      *    SEM O ARQCOMPAR VALE O EVENTO 904.
       LOAD-COMPAR.
           OPEN INPUT ARQCOMPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-COMPAR.
           READ ARQCOMPAR.
           IF ST-ERRO = "00"
               MOVE CPA-EVE-COMIS TO W-EVE-COMIS.
           CLOSE ARQCOMPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-COMPAR.
           CONTINUE.

      *---------------[ EVENTO DAS COMISSOES NO ARQEVEN ]---------------
      *    CRIA O EVENTO SE AINDA NAO EXISTIR: INSS, IRRF, FGTS E
      *    MEDIAS. EVENTO JA CADASTRADO NAO MUDA.
       GARANTE-EVENTOS.
           MOVE W-EVE-COMIS TO EVE-CODIGO.
           READ ARQEVEN
               INVALID KEY
               MOVE "COMISSOES SOBRE VENDAS" TO EVE-DESCRICAO
               MOVE "S" TO EVE-INCIDE EVE-INC-INSS EVE-INC-IRRF
                           EVE-INC-FGTS EVE-INC-MEDIA
               MOVE "N" TO EVE-INC-DSR
               PERFORM GRAVA-EVENTO THRU FIM-GRAVA-EVENTO.
       FIM-GARANTE-EVENTOS.
           MOVE "00" TO ST-ERRO.

       GRAVA-EVENTO.
           MOVE "P"   TO EVE-TIPO.
           MOVE "V"   TO EVE-REGRA.
           MOVE ZEROS TO EVE-PARAM.
           WRITE REGEVEN.
       FIM-GRAVA-EVENTO.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCOMREG ARQEVEN ARQCARG.
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
