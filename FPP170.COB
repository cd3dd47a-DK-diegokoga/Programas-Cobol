       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP170.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  SPOOL DE RELATORIOS - CONSULTA/REIMPRESSAO *
      ***********************************************
      *----------------------------------------------------------------
      *    LISTA OS RELATORIOS GUARDADOS NO SPOOL (ARQSPOOL, GRAVADO
      *    PELO FPP169), COM FILTRO POR PROGRAMA, PERIODO DE EMISSAO,
      *    COMPETENCIA E EMPRESA. O RELATORIO ESCOLHIDO PODE SER VISTO
      *    NA TELA OU REIMPRESSO NO ARQUIVO108 DO DIA, COM UMA LINHA
      *    DE IDENTIFICACAO DA EMISSAO ORIGINAL; A REIMPRESSAO FICA
      *    CONTADA NO INDICE. RELATORIO JA EXPURGADO (FPP102) NAO
      *    APARECE MAIS NA LISTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------INDICE DO SPOOL DE RELATORIOS--------------
           SELECT ARQSPOOL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SPL-NUMERO
                  FILE STATUS  IS ST-ERRO.
      *---------------------COPIA NO SPOOL-----------------------------
           SELECT TSPL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------REIMPRESSAO--------------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------INDICE DO SPOOL DE RELATORIOS--------------
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
           03 SPL-NUMERO        PIC 9(08).
           03 SPL-PROGR         PIC X(07).
           03 SPL-USUARIO       PIC X(10).
           03 SPL-DATA          PIC 9(08).
           03 SPL-HORA          PIC 9(06).
           03 SPL-COMPET        PIC 9(06).
           03 SPL-EMPRESA       PIC 9(03).
           03 SPL-PAGINAS       PIC 9(04).
           03 SPL-LINHAS        PIC 9(06).
           03 SPL-ORIGEM        PIC X(40).
           03 SPL-LINHA-INI     PIC 9(06).
           03 SPL-ARQUIVO       PIC X(20).
           03 SPL-REIMPR        PIC 9(03).
           03 SPL-DATA-REIMPR   PIC 9(08).
      *---------------------COPIA NO SPOOL-----------------------------
       FD TSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPL-NOME.
       01 REGTSPL   PIC X(200).
      *---------------------REIMPRESSAO--------------------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX     PIC X(200).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-TX           PIC X(02) VALUE "00".
       01 ST-SEG          PIC X(02) VALUE "00".
       01 W-USUARIO-SESS  PIC X(10) VALUE "OPERADOR".
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDE          PIC 9(04) VALUE ZEROS.
       01 W-NUMERO        PIC 9(08) VALUE ZEROS.
       01 W-PAG-INI       PIC 9(08) VALUE ZEROS.
       01 W-PROX          PIC 9(08) VALUE ZEROS.
       01 W-MAIS          PIC X(01) VALUE "N".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *---------------[ FILTROS ]---------------------------------------
       01 W-F-PROGR       PIC X(07) VALUE SPACES.
       01 W-F-DE          PIC 9(08) VALUE ZEROS.
       01 W-F-DE-R REDEFINES W-F-DE.
           03 W-FD-DIA    PIC 9(02).
           03 W-FD-MES    PIC 9(02).
           03 W-FD-ANO    PIC 9(04).
       01 W-F-ATE         PIC 9(08) VALUE ZEROS.
       01 W-F-ATE-R REDEFINES W-F-ATE.
           03 W-FA-DIA    PIC 9(02).
           03 W-FA-MES    PIC 9(02).
           03 W-FA-ANO    PIC 9(04).
       01 W-F-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-F-EMPRESA     PIC 9(03) VALUE ZEROS.
       01 W-DE-INV        PIC 9(08) VALUE ZEROS.
       01 W-ATE-INV       PIC 9(08) VALUE ZEROS.
      *---------------[ DATA E HORA EDITADAS ]--------------------------
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-ANO    PIC 9(04).
           03 W-DT-MES    PIC 9(02).
           03 W-DT-DIA    PIC 9(02).
       01 W-DT-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-HR            PIC 9(06) VALUE ZEROS.
       01 W-HR-R REDEFINES W-HR.
           03 W-HR-HH     PIC 9(02).
           03 W-HR-MM     PIC 9(02).
           03 W-HR-SS     PIC 9(02).
       01 W-HR-ED.
           03 W-EH-HH     PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 W-EH-MM     PIC 9(02).
      *---------------[ ARQUIVOS ]--------------------------------------
       01 W-SPL-NOME      PIC X(20) VALUE SPACES.
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO108_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ LINHAS DA TELA ]--------------------------------
       01 LINCAB.
           03 FILLER       PIC X(50) VALUE
           "NUMERO   PROGR   EMISSAO          USUARIO    COMP.".
           03 FILLER       PIC X(25) VALUE
           "  EMP PAGS REIMPR".
       01 LINDET.
           03 LD-NUMERO    PIC 9(08) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PROGR     PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DATA      PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-HORA      PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-USUARIO   PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-COMPET    PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-EMPRESA   PIC 9(03) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PAGINAS   PIC ZZZ9 VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-REIMPR    PIC ZZ9 VALUE ZEROS.
       01 LINVER           PIC X(79) VALUE SPACES.
      *---------------[ IDENTIFICACAO DA REIMPRESSAO ]-----------------
       01 LINREI.
           03 FILLER       PIC X(21) VALUE "*** REIMPRESSAO SPOOL".
           03 LR-NUMERO    PIC 9(08) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-PROGR     PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE " EMITIDO EM".
           03 LR-DATA      PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-HORA      PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE " POR ".
           03 LR-USUARIO   PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(15) VALUE " REIMPRESSO POR".
           03 LR-REIMPR-POR PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE " ***".
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     SPOOL DE RELATORIOS - CONSULTA E RE".
           05  LINE 02  COLUMN 41
               VALUE  "IMPRESSAO".
           05  LINE 04  COLUMN 01
               VALUE  " PROGRAMA:         EMISSAO DE:         ".
           05  LINE 04  COLUMN 41
               VALUE  "   ATE:".
           05  LINE 05  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):        EMPRESA: ".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA.
           OPEN I-O ARQSPOOL
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM RELATORIO NO SPOOL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM1.
      *---------------[ FILTROS DA CONSULTA ]---------------------------
       FILTRO.
           DISPLAY TELA.
           DISPLAY (04, 12) W-F-PROGR.
           ACCEPT (04, 12) W-F-PROGR.
           INSPECT W-F-PROGR CONVERTING "fp" TO "FP".
           ACCEPT (04, 32) W-F-DE.
           IF W-F-DE NOT = ZEROS
              AND (W-FD-DIA < 1 OR W-FD-DIA > 31
                   OR W-FD-MES < 1 OR W-FD-MES > 12)
               MOVE "*** DATA INICIAL INVALIDA (DDMMAAAA) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FILTRO.
           ACCEPT (04, 49) W-F-ATE.
           IF W-F-ATE NOT = ZEROS
              AND (W-FA-DIA < 1 OR W-FA-DIA > 31
                   OR W-FA-MES < 1 OR W-FA-MES > 12)
               MOVE "*** DATA FINAL INVALIDA (DDMMAAAA) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FILTRO.
           ACCEPT (05, 24) W-F-COMPET.
           ACCEPT (05, 41) W-F-EMPRESA.
           MOVE ZEROS TO W-DE-INV.
           MOVE 99999999 TO W-ATE-INV.
           IF W-F-DE NOT = ZEROS
               COMPUTE W-DE-INV = W-FD-ANO * 10000 + W-FD-MES * 100
                                  + W-FD-DIA.
           IF W-F-ATE NOT = ZEROS
               COMPUTE W-ATE-INV = W-FA-ANO * 10000 + W-FA-MES * 100
                                   + W-FA-DIA.
           IF W-DE-INV > W-ATE-INV
               MOVE "*** PERIODO DE EMISSAO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FILTRO.
           MOVE 1 TO W-PAG-INI.
      *---------------[ LISTA DOS RELATORIOS ]--------------------------
      *    12 POR TELA; P MOSTRA A PROXIMA A PARTIR DO ULTIMO LIDO.
       LISTA.
           MOVE ZEROS TO W-QTDE.
           MOVE "N" TO W-MAIS.
           DISPLAY TELA.
           DISPLAY (04, 12) W-F-PROGR.
           DISPLAY (04, 32) W-F-DE.
           DISPLAY (04, 49) W-F-ATE.
           DISPLAY (05, 24) W-F-COMPET.
           DISPLAY (05, 41) W-F-EMPRESA.
           DISPLAY (07, 02) LINCAB.
           MOVE 8 TO W-LIN.
           MOVE W-PAG-INI TO SPL-NUMERO.
           START ARQSPOOL KEY IS NOT LESS THAN SPL-NUMERO
               INVALID KEY
               GO TO LISTA-FIM.
       LISTA-1.
           READ ARQSPOOL NEXT
               AT END
               GO TO LISTA-FIM.
           IF SPL-NUMERO = ZEROS
               GO TO LISTA-1.
           IF W-F-PROGR NOT = SPACES AND SPL-PROGR NOT = W-F-PROGR
               GO TO LISTA-1.
           IF SPL-DATA < W-DE-INV OR SPL-DATA > W-ATE-INV
               GO TO LISTA-1.
           IF W-F-COMPET NOT = ZEROS AND SPL-COMPET NOT = W-F-COMPET
               GO TO LISTA-1.
           IF W-F-EMPRESA NOT = ZEROS
              AND SPL-EMPRESA NOT = W-F-EMPRESA
               GO TO LISTA-1.
           IF W-QTDE = 12
               MOVE "S" TO W-MAIS
               MOVE SPL-NUMERO TO W-PROX
               GO TO LISTA-FIM.
           MOVE SPL-NUMERO TO LD-NUMERO.
           MOVE SPL-PROGR  TO LD-PROGR.
           MOVE SPL-DATA   TO W-DT.
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           MOVE W-DT-ED    TO LD-DATA.
           MOVE SPL-HORA   TO W-HR.
           PERFORM EDITA-HORA THRU FIM-EDITA-HORA.
           MOVE W-HR-ED    TO LD-HORA.
           MOVE SPL-USUARIO TO LD-USUARIO.
           MOVE SPL-COMPET TO LD-COMPET.
           MOVE SPL-EMPRESA TO LD-EMPRESA.
           MOVE SPL-PAGINAS TO LD-PAGINAS.
           MOVE SPL-REIMPR TO LD-REIMPR.
           DISPLAY (W-LIN, 02) LINDET.
           ADD 1 TO W-LIN W-QTDE.
           GO TO LISTA-1.
       LISTA-FIM.
           IF W-QTDE = ZEROS
               MOVE "*** NENHUM RELATORIO COM ESTE FILTRO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R1.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (21, 02)
               "V=VER R=REIMPRIMIR P=PROXIMA F=FILTRO S=SAIR: ".
           ACCEPT (21, 49) W-OPCAO.
           INSPECT W-OPCAO CONVERTING "vrpfs" TO "VRPFS".
           IF W-OPCAO = "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "F"
               GO TO FILTRO.
           IF W-OPCAO = "P"
               IF W-MAIS = "S"
                   MOVE W-PROX TO W-PAG-INI
                   GO TO LISTA
               ELSE
                   MOVE "*** NAO HA MAIS RELATORIOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-OPCAO NOT = "V" AND W-OPCAO NOT = "R"
               MOVE "*** OPCAO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
       R2.
           MOVE ZEROS TO W-NUMERO.
           DISPLAY (22, 02) "NUMERO DO RELATORIO: ".
           ACCEPT (22, 24) W-NUMERO.
           IF W-NUMERO = ZEROS
               GO TO R1.
           MOVE W-NUMERO TO SPL-NUMERO.
           READ ARQSPOOL
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               MOVE "*** RELATORIO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE SPL-ARQUIVO TO W-SPL-NOME.
           OPEN INPUT TSPL.
           IF ST-TX NOT = "00"
               MOVE "00" TO ST-TX
               MOVE "*** ARQUIVO DO SPOOL NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF W-OPCAO = "R"
               GO TO REIMPRIME.

      *---------------[ VISUALIZACAO NA TELA ]--------------------------
      *    18 LINHAS POR VEZ, 79 PRIMEIRAS POSICOES DE CADA LINHA.
       VER.
           DISPLAY (01, 01) ERASE.
           MOVE SPL-NUMERO TO LD-NUMERO.
           DISPLAY (01, 02) "SPOOL ".
           DISPLAY (01, 08) LD-NUMERO.
           DISPLAY (01, 17) SPL-PROGR.
           DISPLAY (01, 25) SPL-ORIGEM.
           MOVE 3 TO W-LIN.
       VER-1.
           READ TSPL
               AT END
               GO TO VER-FIM.
           MOVE REGTSPL TO LINVER.
           DISPLAY (W-LIN, 01) LINVER.
           ADD 1 TO W-LIN.
           IF W-LIN < 21
               GO TO VER-1.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (22, 02) "ENTER=CONTINUA  S=SAIR: ".
           ACCEPT (22, 27) W-OPCAO.
           IF W-OPCAO = "S" OR W-OPCAO = "s"
               GO TO VER-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (01, 02) "SPOOL ".
           DISPLAY (01, 08) LD-NUMERO.
           DISPLAY (01, 17) SPL-PROGR.
           DISPLAY (01, 25) SPL-ORIGEM.
           MOVE 3 TO W-LIN.
           GO TO VER-1.
       VER-FIM.
           CLOSE TSPL.
           MOVE "00" TO ST-TX.
           MOVE "*** FIM DO RELATORIO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTA.

      *---------------[ REIMPRESSAO NO ARQUIVO108 ]---------------------
      *    O ARQUIVO108 DO DIA ACUMULA AS REIMPRESSOES.
       REIMPRIME.
           OPEN EXTEND TX.
           IF ST-TX NOT = "00"
               OPEN OUTPUT TX
               IF ST-TX NOT = "00"
                   CLOSE TSPL
                   MOVE "00" TO ST-TX
                   MOVE "ERRO ABERTURA DO ARQUIVO108" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           MOVE SPL-NUMERO TO LR-NUMERO.
           MOVE SPL-PROGR  TO LR-PROGR.
           MOVE SPL-DATA   TO W-DT.
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           MOVE W-DT-ED    TO LR-DATA.
           MOVE SPL-HORA   TO W-HR.
           PERFORM EDITA-HORA THRU FIM-EDITA-HORA.
           MOVE W-HR-ED    TO LR-HORA.
           MOVE SPL-USUARIO TO LR-USUARIO.
           MOVE W-USUARIO-SESS TO LR-REIMPR-POR.
           WRITE ARQTX FROM LINREI.
       REIMPRIME-1.
           READ TSPL
               AT END
               GO TO REIMPRIME-2.
           WRITE ARQTX FROM REGTSPL.
           GO TO REIMPRIME-1.
       REIMPRIME-2.
           CLOSE TSPL TX.
           MOVE "00" TO ST-TX.
           ADD 1 TO SPL-REIMPR.
           MOVE W-HOJE TO SPL-DATA-REIMPR.
           REWRITE REGSPOOL.
           MOVE "00" TO ST-ERRO.
           MOVE "*** REIMPRESSO NO ARQUIVO108 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTA.

      *---------------[ EDICAO DE DATA E HORA ]-------------------------
       EDITA-DATA.
           MOVE W-DT-DIA TO W-ED-DIA.
           MOVE W-DT-MES TO W-ED-MES.
           MOVE W-DT-ANO TO W-ED-ANO.
       FIM-EDITA-DATA.
           CONTINUE.

       EDITA-HORA.
           MOVE W-HR-HH TO W-EH-HH.
           MOVE W-HR-MM TO W-EH-MM.
       FIM-EDITA-HORA.
           CONTINUE.

      *---------------[ USUARIO DA SESSAO ]-----------------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-SEG.
       FIM-LE-USUARIO.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
