      ***********************************************
      *   FECHAMENTO E REABERTURA DE COMPETENCIA    *
      ***********************************************
      *----------------------------------------------------------------
      *    ACAO C CHAMA A CONCILIACAO DA FOLHA (FPP176). O FECHAMENTO
      *    EXIGE A FOLHA COMPARATIVA (FPP080) E A CONCILIACAO ASSINADA
      *    DA COMPETENCIA, PARA A EMPRESA OU PARA TODAS (000).
      *    AO FECHAR, O QUADRO DE FUNCIONARIOS E FOTOGRAFADO NO
      *    ARQFOTO (FPP179) PARA OS RELATORIOS POR COMPETENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQCONF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-CONF.
      *---------------------ASSINATURA DA CONCILIACAO (FPP176)----------
           SELECT ARQCONCIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-CONC.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CONF-HORA         PIC 9(08).
           03 CONF-TOLER        PIC 9(02)V99.
           03 CONF-DIVERG       PIC 9(05).
      *---------------------ASSINATURA DA CONCILIACAO (FPP176)----------
       FD ARQCONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONCIL.DAT".
       01 REGCONCIL.
           03 CONC-COMPETENCIA  PIC 9(06).
           03 CONC-CODEMPRESA   PIC 9(03).
           03 CONC-COMPET-PGTO  PIC 9(06).
           03 CONC-USUARIO      PIC X(10).
           03 CONC-DATA         PIC 9(08).
           03 CONC-HORA         PIC 9(08).
           03 CONC-DIFER        PIC 9(05).
           03 CONC-RESULTADO    PIC 9(12)V99.
           03 CONC-CONTABIL     PIC 9(12)V99.
           03 CONC-PAGO         PIC 9(12)V99.
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-CONF         PIC X(02) VALUE "00".
       01 W-TEM-CONF      PIC X(01) VALUE "N".
       01 ST-CONC         PIC X(02) VALUE "00".
       01 W-TEM-CONC      PIC X(01) VALUE "N".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-USUARIO       PIC X(10) VALUE SPACES.
       01 W-MOTIVO        PIC X(30) VALUE SPACES.
       01 W-QTD-FOTO      PIC ZZZZZ9.
      *---------------------FOTO DO QUADRO (FPP179)---------------------
       01 FOTO-QUADRO EXTERNAL.
           03 FQD-EXT-COMPET    PIC 9(06).
           03 FQD-EXT-EMPRESA   PIC 9(03).
           03 FQD-EXT-QTDE      PIC 9(06).
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM): |".
           05  LINE 07  COLUMN 01
               VALUE  " ACAO (F=FECHA R=REABRE C=CONCILIA):".
           05  LINE 09  COLUMN 01
               VALUE  " USUARIO RESPONSAVEL:  |".
           05  LINE 10  COLUMN 01
               USING  COMP-COMPETENCIA
               HIGHLIGHT.
           05  TACAO
               LINE 07  COLUMN 38  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TUSUARIO
              MOVE "F" TO W-ACAO.
           IF W-ACAO = "r"
              MOVE "R" TO W-ACAO.
           IF W-ACAO = "c"
              MOVE "C" TO W-ACAO.
           IF W-ACAO = "C"
              GO TO CONCILIA.
           IF W-ACAO NOT = "F" AND W-ACAO NOT = "R"
              MOVE "*** DIGITE F=FECHAR  R=REABRIR  C=CONCILIAR ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0.
           IF W-ACAO = "F"
              PERFORM CHECA-CONCILIACAO THRU FIM-CHECA-CONCILIACAO
              IF W-TEM-CONC NOT = "S"
                 MOVE "*** CONCILIACAO NAO ASSINADA (ACAO C) ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0.
           READ ARQCOMP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO CONTROLE DE COMPETENCIA"
              IF W-ACAO = "F"
                 MOVE "*** COMPETENCIA FECHADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM FOTO-QUADRO-GRAVA THRU FIM-FOTO-QUADRO-GRAVA
              ELSE
                 MOVE "*** COMPETENCIA REABERTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
       FIM-CHECA-CONFERENCIA.
           EXIT.

      *---------------[ CONCILIACAO ASSINADA (FPP176) ]-----------------
      *    VALE A ASSINATURA DA EMPRESA INFORMADA OU A DE TODAS (000).
       CHECA-CONCILIACAO.
           MOVE "N" TO W-TEM-CONC.
           OPEN INPUT ARQCONCIL.
           IF ST-CONC NOT = "00"
               MOVE "00" TO ST-CONC
               GO TO FIM-CHECA-CONCILIACAO.
       CHECA-CONCILIACAO-1.
           READ ARQCONCIL
           IF ST-CONC NOT = "00"
               CLOSE ARQCONCIL
               MOVE "00" TO ST-CONC
               GO TO FIM-CHECA-CONCILIACAO.
           IF CONC-COMPETENCIA = COMP-COMPETENCIA
              AND (CONC-CODEMPRESA = COMP-CODEMPRESA
                   OR CONC-CODEMPRESA = ZEROS)
               MOVE "S" TO W-TEM-CONC.
           GO TO CHECA-CONCILIACAO-1.
       FIM-CHECA-CONCILIACAO.
           EXIT.

      *---------------[ FOTO DO QUADRO DA COMPETENCIA (FPP179) ]--------
      *    A CADA FECHAMENTO O QUADRO DA EMPRESA (OU DE TODAS, 000) E
      *    FOTOGRAFADO NO ARQFOTO PARA OS RELATORIOS POR COMPETENCIA.
       FOTO-QUADRO-GRAVA.
           MOVE COMP-COMPETENCIA TO FQD-EXT-COMPET.
           MOVE COMP-CODEMPRESA  TO FQD-EXT-EMPRESA.
           MOVE ZEROS            TO FQD-EXT-QTDE.
           CALL "FPP179".
           CANCEL "FPP179".
           MOVE FQD-EXT-QTDE TO W-QTD-FOTO.
           MOVE SPACES TO MENS.
           STRING "*** FOTO DO QUADRO: "         DELIMITED BY SIZE
                  W-QTD-FOTO                     DELIMITED BY SIZE
                  " FUNCIONARIOS ***"            DELIMITED BY SIZE
                  INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-FOTO-QUADRO-GRAVA.
           EXIT.

      *---------------[ CONCILIACAO DA FOLHA (FPP176) ]-----------------
       CONCILIA.
           CLOSE ARQCOMP.
           CALL "FPP176".
           CANCEL "FPP176".
           GO TO CREATE-FILES.

      *---------------------[ ROTINA DE AUDITORIA ]---------------------
       AUDIT-GRAVA.
           OPEN EXTEND ARQAUDIT.
