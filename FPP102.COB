      *    ARQAUDIT, ARQRUNLOG E ARQRESUL MAIS ANTIGOS QUE A
      *    RETENCAO PARAMETRIZADA EM ARQEXPURGO, E OS REMOVE DOS
      *    ARQUIVOS VIVOS.
      *    NO SPOOL DE RELATORIOS (ARQSPOOL, FPP169) O REGISTRO DO
      *    INDICE VAI PARA O EXPURGO E A COPIA SPOOL_NNNNNNNN.DOC E
      *    ESVAZIADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ARQ.
      *---------------------SPOOL DE RELATORIOS-------------------------
           SELECT ARQSPOOL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SPL-NUMERO
                  FILE STATUS  IS ST-ARQ.
           SELECT TSPL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE EXPURGO (SAIDA)------------------
           SELECT ARQEXP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 DET-BASE          PIC 9(08)V99.
           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
      *---------------------SPOOL DE RELATORIOS-------------------------
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
       FD TSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPL-NOME.
       01 REGTSPL   PIC X(200).
      *---------------------ARQUIVO DE EXPURGO (SAIDA)------------------
       FD ARQEXP
               LABEL RECORD IS STANDARD
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       01 ST-AUTO         PIC X(02) VALUE "00".
       01 W-AUTO          PIC X(01) VALUE "N".
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       01 W-MESES-AUDIT   PIC 9(03) VALUE 12.
       01 W-MESES-RUNLOG  PIC 9(03) VALUE 6.
       01 W-MESES-RESUL   PIC 9(03) VALUE 60.
       01 W-MESES-SPOOL   PIC 9(03) VALUE 60.
       01 W-SPL-NOME      PIC X(20) VALUE SPACES.
       01 W-CORTE         PIC 9(06) VALUE ZEROS.
       01 W-CORTE-R REDEFINES W-CORTE.
           03 W-CT-ANO    PIC 9(04).
               MOVE "ERRO ABERTURA DO ARQUIVO72" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP102" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
      *---------------[ ARQLOG ]----------------------------------------
           MOVE W-MESES-LOG TO W-MESES-PARAM.
           MOVE W-QTD-MANT TO LR-MANT.
           MOVE W-CORTE TO LR-CORTE.
           WRITE ARQTX FROM LINRES.
      *---------------[ ARQSPOOL ]--------------------------------------
           MOVE W-MESES-SPOOL TO W-MESES-PARAM.
           PERFORM CALC-CORTE THRU FIM-CALC-CORTE.
           PERFORM EXPURGA-SPOOL THRU FIM-EXPURGA-SPOOL.
           MOVE "ARQSPOOL" TO LR-ARQUIVO.
           MOVE W-QTD-ARC TO LR-ARC.
           MOVE W-QTD-MANT TO LR-MANT.
           MOVE W-CORTE TO LR-CORTE.
           WRITE ARQTX FROM LINRES.
           CLOSE TX.
           MOVE "*** EXPURGO CONCLUIDO - VEJA ARQUIVO72 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-EXPURGA-RESDET.
           CONTINUE.

      *---------------[ EXPURGO DO SPOOL DE RELATORIOS ]----------------
      *    O REGISTRO 00000000 (ULTIMO NUMERO USADO) NUNCA SAI.
       EXPURGA-SPOOL.
           MOVE ZEROS TO W-QTD-ARC W-QTD-MANT.
           MOVE "EXSPL_" TO W-EXP-PREF.
           OPEN I-O ARQSPOOL.
           IF ST-ARQ NOT = "00"
               MOVE "00" TO ST-ARQ
               GO TO FIM-EXPURGA-SPOOL.
           OPEN EXTEND ARQEXP.
           IF ST-ARQ NOT = "00"
               MOVE "00" TO ST-ARQ
               OPEN OUTPUT ARQEXP.
           MOVE 1 TO SPL-NUMERO.
           START ARQSPOOL KEY IS NOT LESS THAN SPL-NUMERO
               INVALID KEY
               GO TO EXPURGA-SPOOL-2.
       EXPURGA-SPOOL-1.
           READ ARQSPOOL NEXT
               AT END
               GO TO EXPURGA-SPOOL-2.
           MOVE SPL-DATA TO W-DATA-CHK.
           IF W-CHK-AAMM < W-CORTE
               ADD 1 TO W-QTD-ARC
               WRITE REGEXP FROM REGSPOOL
               MOVE SPL-ARQUIVO TO W-SPL-NOME
               OPEN OUTPUT TSPL
               CLOSE TSPL
               MOVE "00" TO ST-ERRO
               DELETE ARQSPOOL RECORD
           ELSE
               ADD 1 TO W-QTD-MANT.
           GO TO EXPURGA-SPOOL-1.
       EXPURGA-SPOOL-2.
           CLOSE ARQSPOOL ARQEXP.
           MOVE "00" TO ST-ARQ.
       FIM-EXPURGA-SPOOL.
           CONTINUE.

      *---------------[ RETENCOES DO ARQEXPURGO ]-----------------------
       LOAD-RETENCAO.
           OPEN INPUT ARQEXPURGO.
               MOVE EXP-MESES TO W-MESES-RUNLOG.
           IF EXP-ARQUIVO = "ARQRESUL"
               MOVE EXP-MESES TO W-MESES-RESUL.
           IF EXP-ARQUIVO = "ARQSPOOL"
               MOVE EXP-MESES TO W-MESES-SPOOL.
           GO TO LOAD-RETENCAO-1.
       FIM-LOAD-RETENCAO.
           CONTINUE.
           MOVE "ARQRESUL" TO EXP-ARQUIVO.
           MOVE 60 TO EXP-MESES.
           WRITE REGEXPURGO.
           MOVE "ARQSPOOL" TO EXP-ARQUIVO.
           MOVE 60 TO EXP-MESES.
           WRITE REGEXPURGO.
           CLOSE ARQEXPURGO.
       FIM-SEED-RETENCAO.
           CONTINUE.
