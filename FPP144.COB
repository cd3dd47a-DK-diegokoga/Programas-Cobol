       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP144.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  TEMPO DE PREENCHIMENTO DAS REQUISICOES     *
      ***********************************************
      *----------------------------------------------------------------
      *    PARA CADA REQUISICAO DE PESSOAL APROVADA (ARQREQPES) MOSTRA
      *    OS DIAS ENTRE A APROVACAO E A ULTIMA ADMISSAO QUE A CONSUMIU
      *    (OU ATE HOJE, SE AINDA EM ABERTO) E O FUNIL DOS CANDIDATOS
      *    LIGADOS A ELA (ARQCAND). RESUMO POR DEPARTAMENTO COM A MEDIA
      *    DE DIAS DAS PREENCHIDAS. DEPARTAMENTO ZERO = TODOS.
      *    VAI PARA O ARQUIVO105 DO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------REQUISICOES DE PESSOAL----------------------
           SELECT ARQREQPES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RQ-NUMERO
                  FILE STATUS  IS ST-ERRO.
      *---------------------CANDIDATOS DO PROCESSO SELETIVO-------------
           SELECT ARQCAND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAN-CODIGO
                  FILE STATUS  IS ST-CAN.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DE PREENCHIMENTO------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------REQUISICOES DE PESSOAL----------------------
       FD ARQREQPES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREQPES.DAT".
       01 REGREQPES.
           03 RQ-NUMERO         PIC 9(05).
           03 RQ-CODPTO         PIC 9(03).
           03 RQ-CODCARG        PIC 9(03).
           03 RQ-QTDE           PIC 9(02).
           03 RQ-JUSTIF         PIC X(30).
           03 RQ-SOLICITANTE    PIC X(10).
           03 RQ-APROVADOR      PIC X(10).
           03 RQ-STATUS         PIC X(01).
           03 RQ-DATA-ABERT     PIC 9(08).
           03 RQ-DATA-APROV     PIC 9(08).
           03 RQ-DATA-CONSUMO   PIC 9(08).
           03 RQ-QTD-CONSUMIDA  PIC 9(02).
      *---------------------CANDIDATOS DO PROCESSO SELETIVO-------------
       FD ARQCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
           03 CAN-CODIGO          PIC 9(05).
           03 CAN-NOME            PIC X(30).
           03 CAN-CPF             PIC 9(11).
           03 CAN-DATANASC        PIC 9(08).
           03 CAN-SEXO            PIC X(01).
           03 CAN-FONE            PIC 9(11).
           03 CAN-EMAIL           PIC X(40).
           03 CAN-ORIGEM          PIC X(01).
           03 CAN-CURRICULO       PIC X(40).
           03 CAN-REQ             PIC 9(05).
           03 CAN-ETAPA           PIC X(01).
           03 CAN-DT-ETAPA        PIC 9(08) OCCURS 7 TIMES.
           03 CAN-CHAPA           PIC 9(06).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS-DEP      PIC X(01).
           03 CODEMPRESA-DEP  PIC 9(03).
           03 DEP-GESTOR      PIC 9(06).
      *---------------------RELATORIO DE PREENCHIMENTO------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-CAN     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-TEM-CAND    PIC X(01) VALUE "N".
       01 W-DEP-CAB     PIC X(01) VALUE "N".
      *---------------[ CONTADORES DA REQUISICAO ]----------------------
       01 W-RQ-CAND     PIC 9(03) VALUE ZEROS.
       01 W-RQ-PROC     PIC 9(03) VALUE ZEROS.
       01 W-RQ-APR      PIC 9(03) VALUE ZEROS.
       01 W-RQ-REP      PIC 9(03) VALUE ZEROS.
       01 W-RQ-ADM      PIC 9(03) VALUE ZEROS.
      *---------------[ CONTADORES DO DEPARTAMENTO E GERAIS ]-----------
       01 W-DEP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-DEP-PREENC  PIC 9(05) VALUE ZEROS.
       01 W-DEP-ABERTA  PIC 9(05) VALUE ZEROS.
       01 W-DEP-DIAS    PIC 9(07) VALUE ZEROS.
       01 W-DEP-CAND    PIC 9(05) VALUE ZEROS.
       01 W-GER-QTD     PIC 9(05) VALUE ZEROS.
       01 W-GER-PREENC  PIC 9(05) VALUE ZEROS.
       01 W-GER-ABERTA  PIC 9(05) VALUE ZEROS.
       01 W-GER-DIAS    PIC 9(07) VALUE ZEROS.
       01 W-GER-CAND    PIC 9(05) VALUE ZEROS.
       01 W-MEDIA       PIC 9(05)V9 VALUE ZEROS.
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
      *---------------[ DIAS CORRIDOS ENTRE DUAS DATAS ]----------------
       01 W-DT          PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-ANO    PIC 9(04).
           03 W-DT-MES    PIC 9(02).
           03 W-DT-DIA    PIC 9(02).
       01 W-SER-INI     PIC 9(07) VALUE ZEROS.
       01 W-S-DIA       PIC 9(02) VALUE ZEROS.
       01 W-S-MES       PIC 9(02) VALUE ZEROS.
       01 W-S-ANO       PIC 9(04) VALUE ZEROS.
       01 W-S-A         PIC 9(01) VALUE ZEROS.
       01 W-S-Y         PIC 9(04) VALUE ZEROS.
       01 W-S-M         PIC 9(02) VALUE ZEROS.
       01 W-S-AUX       PIC 9(05) VALUE ZEROS.
       01 W-S-Q1        PIC 9(04) VALUE ZEROS.
       01 W-S-Q2        PIC 9(04) VALUE ZEROS.
       01 W-S-Q3        PIC 9(02) VALUE ZEROS.
       01 W-S-Q4        PIC 9(02) VALUE ZEROS.
       01 W-SERIAL      PIC 9(07) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(90) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(90) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(45) VALUE
           "TEMPO DE PREENCHIMENTO DAS REQUISICOES".
           05  FILLER      PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CABDEP.
           05  FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
           05  CD-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CD-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  GESTOR: ".
           05  CD-GESTOR   PIC 9(06) VALUE ZEROS.
       01  CABDET.
           05  FILLER      PIC X(45) VALUE
           "REQ.  CAR  QT  AD  APROVACAO  ULT.ADMIS.  DIA".
           05  FILLER      PIC X(30) VALUE
           "S SITUACAO  CAN PRO APR REP AD".
           05  FILLER      PIC X(01) VALUE "M".
       01  LINDET.
           05  LD-REQ      PIC 9(05) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-QTDE     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-CONS     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-APROV    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-CONSUMO  PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-DIAS     PIC ZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SIT      PIC X(09) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-CAND     PIC ZZ9   VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-PROC     PIC ZZ9   VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-APR      PIC ZZ9   VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-REP      PIC ZZ9   VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-ADM      PIC ZZ9   VALUE ZEROS.
       01  LINRES1.
           05  FILLER      PIC X(16) VALUE "REQUISICOES   : ".
           05  LR-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   PREENCHIDAS: ".
           05  LR-PREENC   PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   EM ABERTO  : ".
           05  LR-ABERTA   PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINRES2.
           05  FILLER      PIC X(16) VALUE "MEDIA DE DIAS : ".
           05  LR-MEDIA    PIC ZZ.ZZ9,9 VALUE ZEROS.
           05  FILLER      PIC X(14) VALUE " (PREENCHIDAS)".
           05  FILLER      PIC X(16) VALUE "   CANDIDATOS : ".
           05  LR-CAND     PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINGERAL.
           05  FILLER      PIC X(45) VALUE
           "TOTAL GERAL DOS DEPARTAMENTOS LISTADOS".
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** TEMPO DE PREENCHIMENTO DAS REQUIS".
           05  LINE 02  COLUMN 41
               VALUE  "ICOES DE PESSOAL ***".
           05  LINE 08  COLUMN 01
               VALUE  "                            DEPARTAMENTO".
           05  LINE 08  COLUMN 41
               VALUE  " (0=TODOS)         :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDEPTO
               LINE 08  COLUMN 62  PIC 9(03)
               USING  W-DEPTO
               HIGHLIGHT.
           05  TDEPDESCR
               LINE 09  COLUMN 42  PIC X(25)
               USING  W-DEP-DESCR.
           05  TW-OPCAO
               LINE 12  COLUMN 62  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-TX-DATA
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQREQPES
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM REQUISICOES CADASTRADAS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQREQPES
               GO TO ROT-FIM.
      *    SEM CANDIDATOS CADASTRADOS O FUNIL SAI ZERADO.
           MOVE "N" TO W-TEM-CAND.
           OPEN INPUT ARQCAND
           IF ST-CAN = "00"
               MOVE "S" TO W-TEM-CAND.
       INC-OPB.
                ACCEPT TDEPTO
                MOVE SPACES TO W-DEP-DESCR
                IF W-DEPTO = ZEROS
                   MOVE "TODOS" TO W-DEP-DESCR
                   DISPLAY TDEPDESCR
                   GO TO INC-OPC.
                MOVE W-DEPTO TO CODIGO1
                READ ARQDEP
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPB.
                MOVE DENOMINACAO-DEP TO W-DEP-DESCR
                DISPLAY TDEPDESCR.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP144" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE TO W-DT.
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           MOVE W-DATA-ED TO C1-DATA.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-QTD W-GER-PREENC W-GER-ABERTA
                         W-GER-DIAS W-GER-CAND.
           MOVE W-DEPTO TO CODIGO1.
           START ARQDEP KEY IS NOT LESS THAN CODIGO1
               INVALID KEY
               GO TO FIM-DEPTOS.
      *---------------[ UM BLOCO POR DEPARTAMENTO ]---------------------
       LER-DEPTO.
           READ ARQDEP NEXT
               AT END
               GO TO FIM-DEPTOS.
           IF W-DEPTO NOT = ZEROS AND CODIGO1 NOT = W-DEPTO
               GO TO FIM-DEPTOS.
           MOVE ZEROS TO W-DEP-QTD W-DEP-PREENC W-DEP-ABERTA
                         W-DEP-DIAS W-DEP-CAND.
      *    O CABECALHO SO SAI SE O DEPARTAMENTO TIVER REQUISICAO.
           MOVE "N" TO W-DEP-CAB.
           MOVE ZEROS TO RQ-NUMERO.
           START ARQREQPES KEY IS NOT LESS THAN RQ-NUMERO
               INVALID KEY
               GO TO FIM-REQ.
       LER-REQ.
           READ ARQREQPES NEXT
               AT END
               GO TO FIM-REQ.
           IF RQ-CODPTO NOT = CODIGO1
               GO TO LER-REQ.
           IF RQ-STATUS NOT = "A" AND RQ-STATUS NOT = "C"
               GO TO LER-REQ.
           IF RQ-DATA-APROV = ZEROS
               GO TO LER-REQ.
           IF W-DEP-CAB = "N"
               MOVE "S"             TO W-DEP-CAB
               MOVE CODIGO1         TO CD-CODIGO
               MOVE DENOMINACAO-DEP TO CD-DESCR
               MOVE DEP-GESTOR      TO CD-GESTOR
               WRITE ARQTX FROM CABDEP
               WRITE ARQTX FROM LINTRACO
               WRITE ARQTX FROM CABDET.
           MOVE RQ-NUMERO        TO LD-REQ.
           MOVE RQ-CODCARG       TO LD-CARGO.
           MOVE RQ-QTDE          TO LD-QTDE.
           MOVE RQ-QTD-CONSUMIDA TO LD-CONS.
           MOVE RQ-DATA-APROV    TO W-DT.
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           MOVE W-DATA-ED        TO LD-APROV.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL         TO W-SER-INI.
           MOVE SPACES           TO LD-CONSUMO.
           IF RQ-DATA-CONSUMO NOT = ZEROS
               MOVE RQ-DATA-CONSUMO TO W-DT
               PERFORM EDITA-DATA THRU FIM-EDITA-DATA
               MOVE W-DATA-ED       TO LD-CONSUMO.
      *    PREENCHIDA: ATE A ULTIMA ADMISSAO. ABERTA: ATE HOJE.
           IF RQ-STATUS = "C"
               MOVE "PREENCH."      TO LD-SIT
               ADD 1 TO W-DEP-PREENC
           ELSE
               MOVE "EM ABERTO"     TO LD-SIT
               MOVE W-HOJE          TO W-DT
               ADD 1 TO W-DEP-ABERTA.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE ZEROS TO W-DIAS.
           IF W-SERIAL > W-SER-INI
               COMPUTE W-DIAS = W-SERIAL - W-SER-INI.
           MOVE W-DIAS TO LD-DIAS.
           IF RQ-STATUS = "C"
               ADD W-DIAS TO W-DEP-DIAS.
           PERFORM CONTA-CAND THRU FIM-CONTA-CAND.
           MOVE W-RQ-CAND TO LD-CAND.
           MOVE W-RQ-PROC TO LD-PROC.
           MOVE W-RQ-APR  TO LD-APR.
           MOVE W-RQ-REP  TO LD-REP.
           MOVE W-RQ-ADM  TO LD-ADM.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-DEP-QTD.
           ADD W-RQ-CAND TO W-DEP-CAND.
           GO TO LER-REQ.
       FIM-REQ.
           MOVE "00" TO ST-ERRO.
           IF W-DEP-QTD = ZEROS
               GO TO LER-DEPTO.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-DEP-QTD    TO LR-QTD.
           MOVE W-DEP-PREENC TO LR-PREENC.
           MOVE W-DEP-ABERTA TO LR-ABERTA.
           MOVE W-DEP-CAND   TO LR-CAND.
           MOVE ZEROS TO W-MEDIA.
           IF W-DEP-PREENC NOT = ZEROS
               COMPUTE W-MEDIA ROUNDED = W-DEP-DIAS / W-DEP-PREENC.
           MOVE W-MEDIA      TO LR-MEDIA.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINSEP.
           ADD W-DEP-QTD    TO W-GER-QTD.
           ADD W-DEP-PREENC TO W-GER-PREENC.
           ADD W-DEP-ABERTA TO W-GER-ABERTA.
           ADD W-DEP-DIAS   TO W-GER-DIAS.
           ADD W-DEP-CAND   TO W-GER-CAND.
           GO TO LER-DEPTO.
       FIM-DEPTOS.
           MOVE "00" TO ST-ERRO.
           IF W-DEPTO NOT = ZEROS
               GO TO FIM-GERACAO.
           WRITE ARQTX FROM LINGERAL.
           MOVE W-GER-QTD    TO LR-QTD.
           MOVE W-GER-PREENC TO LR-PREENC.
           MOVE W-GER-ABERTA TO LR-ABERTA.
           MOVE W-GER-CAND   TO LR-CAND.
           MOVE ZEROS TO W-MEDIA.
           IF W-GER-PREENC NOT = ZEROS
               COMPUTE W-MEDIA ROUNDED = W-GER-DIAS / W-GER-PREENC.
           MOVE W-MEDIA      TO LR-MEDIA.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQREQPES ARQDEP.
           IF W-TEM-CAND = "S"
               CLOSE ARQCAND.
           GO TO ROT-FIM1.
      *
      *---------[ FUNIL DOS CANDIDATOS DA REQUISICAO ]------------------
      *    T/E/S/P = EM PROCESSO, A = APROVADO, R = REPROVADO,
      *    D = ADMITIDO.
       CONTA-CAND.
           MOVE ZEROS TO W-RQ-CAND W-RQ-PROC W-RQ-APR W-RQ-REP
                         W-RQ-ADM.
           IF W-TEM-CAND NOT = "S"
               GO TO FIM-CONTA-CAND.
           MOVE ZEROS TO CAN-CODIGO.
           START ARQCAND KEY IS NOT LESS THAN CAN-CODIGO
               INVALID KEY
               GO TO FIM-CONTA-CAND.
       CONTA-CAND-1.
           READ ARQCAND NEXT
               AT END
               GO TO FIM-CONTA-CAND.
           IF CAN-REQ NOT = RQ-NUMERO
               GO TO CONTA-CAND-1.
           ADD 1 TO W-RQ-CAND.
           IF CAN-ETAPA = "T" OR "E" OR "S" OR "P"
               ADD 1 TO W-RQ-PROC.
           IF CAN-ETAPA = "A"
               ADD 1 TO W-RQ-APR.
           IF CAN-ETAPA = "R"
               ADD 1 TO W-RQ-REP.
           IF CAN-ETAPA = "D"
               ADD 1 TO W-RQ-ADM.
           GO TO CONTA-CAND-1.
       FIM-CONTA-CAND.
           MOVE "00" TO ST-CAN.

      *---------[ DATA AAAAMMDD DE W-DT PARA DD/MM/AAAA ]---------------
       EDITA-DATA.
           MOVE W-DT-DIA TO W-ED-DIA.
           MOVE W-DT-MES TO W-ED-MES.
           MOVE W-DT-ANO TO W-ED-ANO.
       FIM-EDITA-DATA.
           CONTINUE.

      *---------[ NUMERO SERIAL DO DIA DE W-DT ]------------------------
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
       ROT-FIM1.
                DISPLAY (01, 01) ERASE.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
