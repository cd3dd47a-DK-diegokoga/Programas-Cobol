       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP120.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   AUXILIO-CRECHE - RECIBOS DO MES           *
      ***********************************************
      *----------------------------------------------------------------
      *    P=PARAMETROS DA CONVENCAO: IDADE LIMITE DA CRIANCA (EM
      *    MESES) E TETO MENSAL DO REEMBOLSO (ARQCRECHEPAR).
      *    R=RECIBO: LANCA O RECIBO DA CRECHE DO MES PARA UM FILHO OU
      *    ENTEADO (PARENTESCO 02/03) DO ARQDEPE AINDA DENTRO DA IDADE
      *    LIMITE. O REEMBOLSO E O MENOR ENTRE O RECIBO E O TETO E E
      *    PAGO PELA FOLHA (FPP015) COMO PROVENTO ISENTO.
      *    L=LISTA AS CRIANCAS ELEGIVEIS NA COMPETENCIA, COM O RECIBO
      *    JA LANCADO OU PENDENTE (ARQUIVO89).
      *    A ELEGIBILIDADE ACABA NO MES EM QUE A CRIANCA ATINGE A
      *    IDADE LIMITE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------PARAMETROS DO AUXILIO-CRECHE----------------
           SELECT ARQCRECHEPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RECIBOS DE CRECHE POR COMPETENCIA-----------
           SELECT ARQCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRE-KEY
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
      *---------------------LISTA DE CRIANCAS ELEGIVEIS-----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------PARAMETROS DO AUXILIO-CRECHE----------------
       FD ARQCRECHEPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHEPAR.DAT".
       01 REGCRECHEPAR.
           03 CRP-IDADE-MESES     PIC 9(03).
           03 CRP-TETO            PIC 9(06)V99.
      *---------------------RECIBOS DE CRECHE POR COMPETENCIA-----------
       FD ARQCRECHE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
           03 CRE-KEY.
            05 CRE-CHAPA          PIC 9(06).
            05 CRE-DEPSEQ         PIC 9(02).
            05 CRE-COMPETENCIA    PIC 9(06).
           03 CRE-ESCOLA          PIC X(30).
           03 CRE-VALOR-RECIBO    PIC 9(06)V99.
           03 CRE-VALOR-PAGO      PIC 9(06)V99.
           03 CRE-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FILLER            PIC X(08).
           03 FILLER            PIC X(01).
           03 FILLER            PIC X(01).
           03 FILLER            PIC 9(03).
           03 FILLER            PIC 9(03).
           03 FILLER            PIC 9(02).
           03 FILLER            PIC X(01).
           03 FILLER            PIC 9(01).
           03 FILLER            PIC 9(08).
           03 FILLER            PIC 9(04).
           03 FILLER            PIC X(12).
           03 STATUS1           PIC X(01).
      *---------------------ARQUIVO DE DEPENDENTES--------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
            05 DEPEN-CHAPA       PIC 9(06).
            05 DEPEN-SEQ         PIC 9(02).
           03 DEPEN-NOME         PIC X(30).
           03 PARENTESCO         PIC 9(02).
           03 DEPEN-DATANASC     PIC 9(08).
           03 DEPEN-DTNASC REDEFINES DEPEN-DATANASC.
            05 DEPEN-DIA         PIC 9(02).
            05 DEPEN-MES         PIC 9(02).
            05 DEPEN-ANO         PIC 9(04).
      *---------------------LISTA DE CRIANCAS ELEGIVEIS-----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-DESCR         PIC X(30) VALUE SPACES.
       01 W-DESCR2        PIC X(30) VALUE SPACES.
       01 W-IDADE-MESES   PIC S9(05) VALUE ZEROS.
       01 W-QTD-ELEG      PIC 9(05) VALUE ZEROS.
       01 W-QTD-PEND      PIC 9(05) VALUE ZEROS.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO89_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "AUXILIO-CRECHE - CRIANCAS ELEGIVEIS - COMPET.: ".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CHAPA  FUNCIONARIO          DP CRIANCA            ".
           05  FILLER                 PIC X(040) VALUE
           "MESES    RECIBO  REEMBOLSO".
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  DET.
           05  D-CHAPA     PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-NOME      PIC X(020) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-DEPSEQ    PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-DEPNOME   PIC X(018) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-MESES     PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-RECIBO    PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-PAGO      PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  D-SITUACAO  PIC X(10) VALUE SPACES.
       01  LINTOT1.
           05  FILLER                 PIC X(040) VALUE
           "***CRIANCAS ELEGIVEIS...............:  ".
           05  TOTELEG    VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "***SEM RECIBO LANCADO NO MES........:  ".
           05  TOTPEND    VALUE ZEROS  PIC ZZZZ9.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        AUXILIO-CRECHE - RECIBOS DO MES".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (P=PARAMETROS R=RECIBO L=LISTA):".
           05  LINE 06  COLUMN 01
               VALUE  " IDADE LIMITE DA CRIANCA (MESES):".
           05  LINE 07  COLUMN 01
               VALUE  " TETO MENSAL DO REEMBOLSO:".
           05  LINE 09  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):".
           05  LINE 11  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 12  COLUMN 01
               VALUE  " DEPENDENTE:".
           05  LINE 13  COLUMN 01
               VALUE  " IDADE NA COMPETENCIA (MESES):".
           05  LINE 15  COLUMN 01
               VALUE  " CRECHE/ESCOLA:".
           05  LINE 16  COLUMN 01
               VALUE  " VALOR DO RECIBO:".
           05  LINE 17  COLUMN 01
               VALUE  " REEMBOLSO (MENOR ENTRE RECIBO E TETO):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 40  PIC X(01)
               USING  W-ACAO.
           05  TIDADE
               LINE 06  COLUMN 35  PIC 9(03)
               USING  CRP-IDADE-MESES
               HIGHLIGHT.
           05  TTETO
               LINE 07  COLUMN 35  PIC 9(06)V99
               USING  CRP-TETO
               HIGHLIGHT.
           05  TCOMPETENCIA
               LINE 09  COLUMN 24  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TCHAPA
               LINE 11  COLUMN 14  PIC 9(06)
               USING  CRE-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 11  COLUMN 22  PIC X(30)
               USING  W-DESCR.
           05  TDEPSEQ
               LINE 12  COLUMN 14  PIC 9(02)
               USING  CRE-DEPSEQ
               HIGHLIGHT.
           05  TDESCR2
               LINE 12  COLUMN 22  PIC X(30)
               USING  W-DESCR2.
           05  TIDADEDEP
               LINE 13  COLUMN 32  PIC ZZ9
               USING  W-IDADE-MESES.
           05  TESCOLA
               LINE 15  COLUMN 17  PIC X(30)
               USING  CRE-ESCOLA
               HIGHLIGHT.
           05  TRECIBO
               LINE 16  COLUMN 19  PIC 9(06)V99
               USING  CRE-VALOR-RECIBO
               HIGHLIGHT.
           05  TPAGO
               LINE 17  COLUMN 41  PIC ZZZZZ9,99
               USING  CRE-VALOR-PAGO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQCRECHE.
           OPEN I-O ARQCRECHE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCRECHE
                  CLOSE ARQCRECHE
                  GO TO I-O-ARQCRECHE
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCRECHE" TO MENS
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
           ACCEPT W-DATASIS FROM DATE YYYYMMDD.
           MOVE W-DATASIS TO W-TX-DATA.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-DESCR W-DESCR2 CRE-ESCOLA
                          CRE-STATUS.
           MOVE ZEROS TO CRE-KEY CRE-VALOR-RECIBO CRE-VALOR-PAGO
                         W-IDADE-MESES.
           MOVE W-DATASIS(1:6) TO W-COMPETENCIA.
           PERFORM LOAD-CRECHEPAR THRU FIM-LOAD-CRECHEPAR.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "r"
              MOVE "R" TO W-ACAO.
           IF W-ACAO = "l"
              MOVE "L" TO W-ACAO.
           IF W-ACAO = "R" OR W-ACAO = "L"
              GO TO C1.
           IF W-ACAO NOT = "P"
              MOVE "*** DIGITE P=PARAMETROS R=RECIBO L=LISTA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ PARAMETROS DA CONVENCAO ]-----------------------
       P1.
           ACCEPT TIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CRP-IDADE-MESES = ZEROS
              MOVE "*** INFORME A IDADE LIMITE EM MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
       P2.
           ACCEPT TTETO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO P1.
           IF CRP-TETO = ZEROS
              MOVE "*** INFORME O TETO MENSAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P2.
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
           OPEN OUTPUT ARQCRECHEPAR.
           WRITE REGCRECHEPAR.
           CLOSE ARQCRECHEPAR.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ COMPETENCIA DO RECIBO / DA LISTA ]--------------
       C1.
           ACCEPT TCOMPETENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           IF W-ACAO = "L"
              GO TO L1.
      *---------------[ RECIBO DO MES ]---------------------------------
       A1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1.
           MOVE CRE-CHAPA TO CHAPA.
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
           MOVE CRE-CHAPA  TO DEPEN-CHAPA.
           MOVE CRE-DEPSEQ TO DEPEN-SEQ.
           READ ARQDEPE
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2.
           MOVE DEPEN-NOME TO W-DESCR2.
           DISPLAY TDESCR2.
           IF PARENTESCO NOT = 2 AND PARENTESCO NOT = 3
              MOVE "*** DEPENDENTE NAO E FILHO(A)/ENTEADO(A) ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2.
           PERFORM CALC-IDADE-MESES THRU FIM-CALC-IDADE-MESES.
           DISPLAY TIDADEDEP.
           IF W-IDADE-MESES < ZEROS
              OR W-IDADE-MESES NOT < CRP-IDADE-MESES
              MOVE "*** CRIANCA FORA DA IDADE LIMITE NO MES ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2.
           MOVE W-COMPETENCIA TO CRE-COMPETENCIA.
           READ ARQCRECHE
           IF ST-ERRO = "00"
              MOVE "*** RECIBO JA LANCADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TESCOLA
              DISPLAY TRECIBO
              DISPLAY TPAGO.
       A3.
           ACCEPT TESCOLA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A2.
       A4.
           ACCEPT TRECIBO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A3.
           IF CRE-VALOR-RECIBO = ZEROS
              MOVE "*** INFORME O VALOR DO RECIBO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A4.
           MOVE CRE-VALOR-RECIBO TO CRE-VALOR-PAGO.
           IF CRE-VALOR-PAGO > CRP-TETO
              MOVE CRP-TETO TO CRE-VALOR-PAGO.
           DISPLAY TPAGO.
       SALVAR-A.
           MOVE "GRAVA O RECIBO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQCRECHE RECORD
              MOVE "*** RECIBO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-A.
           MOVE "A" TO CRE-STATUS.
           WRITE REGCRECHE.
           IF ST-ERRO = "22"
              REWRITE REGCRECHE.
           MOVE "*** RECIBO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ LISTA DAS CRIANCAS ELEGIVEIS ]------------------
       L1.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO89" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE "FPP120" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE ZEROS TO W-QTD-ELEG W-QTD-PEND.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO DEPEN-KEY.
           START ARQDEPE KEY IS NOT LESS THAN DEPEN-KEY
               INVALID KEY
               GO TO L9.
       L2.
           READ ARQDEPE NEXT
               AT END
               GO TO L9.
           IF PARENTESCO NOT = 2 AND PARENTESCO NOT = 3
               GO TO L2.
           PERFORM CALC-IDADE-MESES THRU FIM-CALC-IDADE-MESES.
           IF W-IDADE-MESES < ZEROS
              OR W-IDADE-MESES NOT < CRP-IDADE-MESES
               GO TO L2.
           MOVE DEPEN-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO L2.
           IF STATUS1 NOT = "A"
               GO TO L2.
           ADD 1 TO W-QTD-ELEG.
           MOVE CHAPA         TO D-CHAPA.
           MOVE NOME          TO D-NOME.
           MOVE DEPEN-SEQ     TO D-DEPSEQ.
           MOVE DEPEN-NOME    TO D-DEPNOME.
           MOVE W-IDADE-MESES TO D-MESES.
           MOVE DEPEN-CHAPA   TO CRE-CHAPA.
           MOVE DEPEN-SEQ     TO CRE-DEPSEQ.
           MOVE W-COMPETENCIA TO CRE-COMPETENCIA.
           READ ARQCRECHE
               INVALID KEY
               MOVE ZEROS TO D-RECIBO D-PAGO
               MOVE "PENDENTE" TO D-SITUACAO
               ADD 1 TO W-QTD-PEND
               NOT INVALID KEY
               MOVE CRE-VALOR-RECIBO TO D-RECIBO
               MOVE CRE-VALOR-PAGO   TO D-PAGO
               MOVE "LANCADO" TO D-SITUACAO.
           WRITE ARQTX FROM DET.
           GO TO L2.
       L9.
           WRITE ARQTX FROM CAB3.
           MOVE W-QTD-ELEG TO TOTELEG.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-QTD-PEND TO TOTPEND.
           WRITE ARQTX FROM LINTOT2.
           CLOSE TX.
           MOVE "00" TO ST-ERRO.
           MOVE "*** LISTA GERADA - ARQUIVO89 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ IDADE DA CRIANCA EM MESES NA COMPETENCIA ]------
       CALC-IDADE-MESES.
           COMPUTE W-IDADE-MESES = (W-COMP-ANO * 12 + W-COMP-MES)
                                 - (DEPEN-ANO * 12 + DEPEN-MES).
       FIM-CALC-IDADE-MESES.
           CONTINUE.

      *---------------[ PARAMETROS DA CONVENCAO ]-----------------------
      *    SEM O ARQCRECHEPAR, SUGERE ATE 72 MESES (6 ANOS) E TETO DE
      *    R$ 500,00 POR CRIANCA.
       LOAD-CRECHEPAR.
           MOVE 72  TO CRP-IDADE-MESES.
           MOVE 500 TO CRP-TETO.
           OPEN INPUT ARQCRECHEPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-CRECHEPAR.
           READ ARQCRECHEPAR.
           CLOSE ARQCRECHEPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-CRECHEPAR.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           CLOSE ARQCRECHE ARQFUNC ARQDEPE
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
