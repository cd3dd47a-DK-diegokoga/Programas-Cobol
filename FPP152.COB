       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP152.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   PENDENCIAS DE DOCUMENTOS DO SAL.FAMILIA   *
      ***********************************************
      *----------------------------------------------------------------
      *    LISTA MENSAL, POR DEPARTAMENTO, DOS FILHOS/ENTEADOS DOS
      *    FUNCIONARIOS ATIVOS ABAIXO DA IDADE LIMITE DO SALARIO-
      *    FAMILIA (ARQSALFAM) CUJO DOCUMENTO (FPP151) ESTA PENDENTE NA
      *    COMPETENCIA: VENCIDO EM MES ANTERIOR (QUOTA SUSPENSA PELA
      *    FPP015), VENCENDO NO PROPRIO MES OU SEM CONTROLE CADASTRADO.
      *    ATE 6 ANOS VALE A VACINACAO, DEPOIS A FREQUENCIA ESCOLAR.
      *    DEPARTAMENTO ZERO = TODOS. VAI PARA O ARQUIVO105 DO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA---------------
           SELECT ARQDOCSF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DSF-KEY
                  FILE STATUS  IS ST-DSF.
      *---------------------ARQUIVO DO DEPENDENTE-----------------------
           SELECT ARQDEPE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DEPEN-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO SALARIO-FAMILIA---------------
           SELECT ARQSALFAM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DE PENDENCIAS---------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA---------------
       FD ARQDOCSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOCSF.DAT".
       01 REGDOCSF.
           03 DSF-KEY.
               05 DSF-CHAPA          PIC 9(06).
               05 DSF-DEPSEQ         PIC 9(02).
               05 DSF-TIPO           PIC X(01).
           03 DSF-DATA-ENTREGA    PIC 9(08).
           03 DSF-DATA-VENCTO     PIC 9(08).
           03 DSF-DT-VENCTO REDEFINES DSF-DATA-VENCTO.
               05 DSF-DIA-VENCTO     PIC 9(02).
               05 DSF-MES-VENCTO     PIC 9(02).
               05 DSF-ANO-VENCTO     PIC 9(04).
           03 DSF-OBS             PIC X(30).
           03 DSF-DATA-CAD        PIC 9(08).
      *---------------------ARQUIVO DO DEPENDENTE-----------------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
               05 DEPEN-CHAPA        PIC 9(06).
               05 DEPEN-SEQ          PIC 9(02).
           03 DEPEN-NOME          PIC X(30).
           03 PARENTESCO          PIC 9(02).
           03 DEPEN-DATANASC      PIC 9(08).
           03 DEPEN-DTNASC REDEFINES DEPEN-DATANASC.
               05 DEPEN-DIA          PIC 9(02).
               05 DEPEN-MES          PIC 9(02).
               05 DEPEN-ANO          PIC 9(04).
           03 DEPEN-SEXO          PIC X(01).
           03 DEPEN-INSS          PIC X(01).
           03 DEPEN-IMPRENDA      PIC X(01).
           03 DEPEN-STATUS        PIC X(20).
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 DATANASC        PIC 9(08).
           03 SEXO            PIC X(01).
           03 GENERO          PIC X(01).
           03 CODPTO          PIC 9(03).
           03 CODCARG         PIC 9(03).
           03 NVSALARIAL      PIC 9(02).
           03 IMPOSTORENDA    PIC X(01).
           03 DEPENDENTES     PIC 9(01).
           03 CEP-FUNC        PIC 9(08).
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
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
      *---------------------PARAMETROS DO SALARIO-FAMILIA---------------
       FD ARQSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALFAM.DAT".
       01 REGSALFAM.
           03 SF-LIMITE-RENDA     PIC 9(06)V99.
           03 SF-VALOR-QUOTA      PIC 9(04)V99.
           03 SF-IDADE-LIMITE     PIC 9(02).
           03 SF-VIGENCIA         PIC 9(06).
      *---------------------RELATORIO DE PENDENCIAS---------------------
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
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-DSF     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TEM-DSF     PIC X(01) VALUE "N".
       01 W-DEP-CAB     PIC X(01) VALUE "N".
       01 W-SF-IDADE    PIC 9(02) VALUE 14.
       01 W-SF-VIG-SEL  PIC 9(06) VALUE ZEROS.
       01 W-SF-ACHOU    PIC X(01) VALUE "N".
       01 W-IDADE-DEP   PIC S9(03) VALUE ZEROS.
       01 W-VENC-AAMM   PIC 9(06) VALUE ZEROS.
       01 W-SITUACAO    PIC X(01) VALUE SPACES.
      *---------------[ CONTADORES DO DEPARTAMENTO E GERAIS ]-----------
       01 W-DEP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-DEP-VENC    PIC 9(05) VALUE ZEROS.
       01 W-DEP-MES     PIC 9(05) VALUE ZEROS.
       01 W-DEP-SEMREG  PIC 9(05) VALUE ZEROS.
       01 W-GER-QTD     PIC 9(05) VALUE ZEROS.
       01 W-GER-VENC    PIC 9(05) VALUE ZEROS.
       01 W-GER-MES     PIC 9(05) VALUE ZEROS.
       01 W-GER-SEMREG  PIC 9(05) VALUE ZEROS.
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
           05  FILLER      PIC X(40) VALUE
           "DOCUMENTOS PENDENTES DO SAL.FAMILIA - ".
           05  C1-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(18) VALUE SPACES.
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
           "CHAPA  FUNCIONARIO            SQ DEPENDENTE  ".
           05  FILLER      PIC X(45) VALUE
           "           ID  D  VENCIMENTO SITUACAO".
       01  LINDET.
           05  LD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(22) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SEQ      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-DEPNOME  PIC X(22) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-IDADE    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-TIPO     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-VENCTO   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SIT      PIC X(14) VALUE SPACES.
       01  LINRES1.
           05  FILLER      PIC X(16) VALUE "PENDENTES     : ".
           05  LR-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   SUSPENSOS  : ".
           05  LR-VENC     PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   VENCE NO MES:".
           05  LR-MES      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   SEM REGISTRO:".
           05  LR-SEMREG   PIC ZZ.ZZ9 VALUE ZEROS.
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
               VALUE  "   *** DOCUMENTOS PENDENTES DO SALARIO-F".
           05  LINE 02  COLUMN 41
               VALUE  "AMILIA ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA".
           05  LINE 06  COLUMN 41
               VALUE  " (AAAAMM)          :".
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
           05  TCOMPETENCIA
               LINE 06  COLUMN 62  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
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
                MOVE W-HOJE(1:6) TO W-COMPETENCIA
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQDEPE
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM DEPENDENTES CADASTRADOS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQDEPE
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQDEPE ARQFUNC
               GO TO ROT-FIM.
      *    SEM CONTROLE DE DOCUMENTOS TODOS SAEM COMO SEM REGISTRO.
           MOVE "N" TO W-TEM-DSF.
           OPEN INPUT ARQDOCSF
           IF ST-DSF = "00"
               MOVE "S" TO W-TEM-DSF.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1900
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
                PERFORM LE-SALFAM THRU FIM-LE-SALFAM.
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
           MOVE "FPP152" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-COMP-MES TO C1-MES.
           MOVE W-COMP-ANO TO C1-ANO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-QTD W-GER-VENC W-GER-MES W-GER-SEMREG.
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
           MOVE ZEROS TO W-DEP-QTD W-DEP-VENC W-DEP-MES W-DEP-SEMREG.
      *    O CABECALHO SO SAI SE O DEPARTAMENTO TIVER PENDENCIA.
           MOVE "N" TO W-DEP-CAB.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-FUNC.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-FUNC.
           IF CODPTO NOT = CODIGO1 OR STATUS1 NOT = "A"
               GO TO LER-FUNC.
           MOVE CHAPA TO DEPEN-CHAPA.
           MOVE ZEROS TO DEPEN-SEQ.
           START ARQDEPE KEY IS NOT LESS THAN DEPEN-KEY
               INVALID KEY
               GO TO LER-FUNC.
       LER-DEPE.
           READ ARQDEPE NEXT
               AT END
               GO TO LER-FUNC.
           IF DEPEN-CHAPA NOT = CHAPA
               GO TO LER-FUNC.
           IF PARENTESCO NOT = 2 AND PARENTESCO NOT = 3
               GO TO LER-DEPE.
      *    IDADE NA COMPETENCIA, COMO NA FOLHA.
           COMPUTE W-IDADE-DEP = W-COMP-ANO - DEPEN-ANO.
           IF W-COMP-MES < DEPEN-MES
               SUBTRACT 1 FROM W-IDADE-DEP.
           IF W-IDADE-DEP < ZEROS OR W-IDADE-DEP NOT < W-SF-IDADE
               GO TO LER-DEPE.
           PERFORM SITUACAO-DOC THRU FIM-SITUACAO-DOC.
           IF W-SITUACAO = "E"
               GO TO LER-DEPE.
           IF W-DEP-CAB = "N"
               MOVE "S"             TO W-DEP-CAB
               MOVE CODIGO1         TO CD-CODIGO
               MOVE DENOMINACAO-DEP TO CD-DESCR
               MOVE DEP-GESTOR      TO CD-GESTOR
               WRITE ARQTX FROM CABDEP
               WRITE ARQTX FROM LINTRACO
               WRITE ARQTX FROM CABDET.
           MOVE CHAPA       TO LD-CHAPA.
           MOVE NOME        TO LD-NOME.
           MOVE DEPEN-SEQ   TO LD-SEQ.
           MOVE DEPEN-NOME  TO LD-DEPNOME.
           MOVE W-IDADE-DEP TO LD-IDADE.
           MOVE DSF-TIPO    TO LD-TIPO.
           MOVE SPACES      TO LD-VENCTO.
           IF W-SITUACAO = "S"
               MOVE "SEM REGISTRO"   TO LD-SIT
               ADD 1 TO W-DEP-SEMREG
               GO TO GRAVA-DET.
           MOVE DSF-DIA-VENCTO TO W-ED-DIA.
           MOVE DSF-MES-VENCTO TO W-ED-MES.
           MOVE DSF-ANO-VENCTO TO W-ED-ANO.
           MOVE W-DATA-ED      TO LD-VENCTO.
           IF W-SITUACAO = "V"
               MOVE "QUOTA SUSPENSA" TO LD-SIT
               ADD 1 TO W-DEP-VENC
           ELSE
               MOVE "VENCE NO MES"   TO LD-SIT
               ADD 1 TO W-DEP-MES.
       GRAVA-DET.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-DEP-QTD.
           GO TO LER-DEPE.
       FIM-FUNC.
           MOVE "00" TO ST-ERRO.
           IF W-DEP-QTD = ZEROS
               GO TO LER-DEPTO.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-DEP-QTD    TO LR-QTD.
           MOVE W-DEP-VENC   TO LR-VENC.
           MOVE W-DEP-MES    TO LR-MES.
           MOVE W-DEP-SEMREG TO LR-SEMREG.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINSEP.
           ADD W-DEP-QTD    TO W-GER-QTD.
           ADD W-DEP-VENC   TO W-GER-VENC.
           ADD W-DEP-MES    TO W-GER-MES.
           ADD W-DEP-SEMREG TO W-GER-SEMREG.
           GO TO LER-DEPTO.
       FIM-DEPTOS.
           MOVE "00" TO ST-ERRO.
           IF W-DEPTO NOT = ZEROS
               GO TO FIM-GERACAO.
           WRITE ARQTX FROM LINGERAL.
           MOVE W-GER-QTD    TO LR-QTD.
           MOVE W-GER-VENC   TO LR-VENC.
           MOVE W-GER-MES    TO LR-MES.
           MOVE W-GER-SEMREG TO LR-SEMREG.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQDEPE ARQFUNC ARQDEP.
           IF W-TEM-DSF = "S"
               CLOSE ARQDOCSF.
           GO TO ROT-FIM1.
      *
      *---------[ SITUACAO DO DOCUMENTO DO DEPENDENTE NA COMPETENCIA ]--
      *    W-SITUACAO: V = VENCIDO EM MES ANTERIOR (QUOTA SUSPENSA),
      *    M = VENCE NO MES, S = SEM REGISTRO, E = EM DIA.
       SITUACAO-DOC.
           MOVE DEPEN-CHAPA TO DSF-CHAPA.
           MOVE DEPEN-SEQ   TO DSF-DEPSEQ.
           IF W-IDADE-DEP < 7
               MOVE "V" TO DSF-TIPO
           ELSE
               MOVE "E" TO DSF-TIPO.
           MOVE "S" TO W-SITUACAO.
           IF W-TEM-DSF NOT = "S"
               GO TO FIM-SITUACAO-DOC.
           READ ARQDOCSF
               INVALID KEY
               GO TO FIM-SITUACAO-DOC.
           IF DSF-DATA-VENCTO = ZEROS
               GO TO FIM-SITUACAO-DOC.
           COMPUTE W-VENC-AAMM =
               DSF-ANO-VENCTO * 100 + DSF-MES-VENCTO.
           IF W-VENC-AAMM < W-COMPETENCIA
               MOVE "V" TO W-SITUACAO
           ELSE
               IF W-VENC-AAMM = W-COMPETENCIA
                   MOVE "M" TO W-SITUACAO
               ELSE
                   MOVE "E" TO W-SITUACAO.
       FIM-SITUACAO-DOC.
           MOVE "00" TO ST-DSF.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *---------------[ IDADE LIMITE DO SALARIO-FAMILIA ]--------------
      *    PARAMETRO VIGENTE NA COMPETENCIA: O DE MAIOR VIGENCIA NAO
      *    POSTERIOR A ELA, COMO NA FOLHA (FPP015).
       LE-SALFAM.
           MOVE 14  TO W-SF-IDADE.
           MOVE "N" TO W-SF-ACHOU.
           MOVE ZEROS TO W-SF-VIG-SEL.
           OPEN INPUT ARQSALFAM.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LE-SALFAM.
       LE-SALFAM-1.
           READ ARQSALFAM.
           IF ST-ERRO NOT = "00"
               GO TO LE-SALFAM-2.
           IF SF-VIGENCIA NOT NUMERIC
               MOVE ZEROS TO SF-VIGENCIA.
           IF SF-VIGENCIA > W-COMPETENCIA
               GO TO LE-SALFAM-1.
           IF W-SF-ACHOU = "S" AND SF-VIGENCIA < W-SF-VIG-SEL
               GO TO LE-SALFAM-1.
           MOVE "S"         TO W-SF-ACHOU.
           MOVE SF-VIGENCIA TO W-SF-VIG-SEL.
           MOVE 14          TO W-SF-IDADE.
           IF SF-IDADE-LIMITE > ZEROS
               MOVE SF-IDADE-LIMITE TO W-SF-IDADE.
           GO TO LE-SALFAM-1.
       LE-SALFAM-2.
           CLOSE ARQSALFAM.
           MOVE "00" TO ST-ERRO.
       FIM-LE-SALFAM.
           EXIT.

       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
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
