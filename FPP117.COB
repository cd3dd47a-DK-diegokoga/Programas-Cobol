       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP117.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   SEGURO DE VIDA EM GRUPO - VIDAS DO MES    *
      ***********************************************
      *-----------------------------------------------------------
      *    CAPITAL SEGURADO = SALARIO DO MES (SALARIOBASE OU GRADE)
      *    X MULTIPLO DA APOLICE, LIMITADO AO MINIMO E AO MAXIMO DO
      *    ARQSEGPAR. PREMIO = CAPITAL X TAXA POR MIL DA FAIXA ETARIA
      *    (ARQSEGFX) PELA IDADE NA COMPETENCIA. SEM OS ARQUIVOS DE
      *    PARAMETRO, ASSUME OS DA APOLICE VIGENTE.
      *    MOVIMENTO DA VIDA: I=INCLUSAO (ADMITIDO NO MES, FPP004),
      *    E=EXCLUSAO (DESLIGADO NO MES, FPP019), A=ATIVO.
      *    A PARTE DO FUNCIONARIO (% DO PREMIO) VAI PARA O ARQSEGVD
      *    E E DESCONTADA NA FOLHA (FPP015) DA MESMA COMPETENCIA.
      *    ARQUIVO86 = CONFERENCIA DA FATURA; ARQUIVO87 = ARQUIVO
      *    DE VIDAS PARA A SEGURADORA.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.
      *---------------------ARQUIVO DO CARGO----------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL-------
           SELECT ARQGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GRD-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DA APOLICE-----------------
           SELECT ARQSEGPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TAXAS POR FAIXA ETARIA----------------
           SELECT ARQSEGFX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------VIDAS SEGURADAS POR COMPETENCIA-------
           SELECT ARQSEGVD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SGV-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR CONFERENCIA DA FATURA-----------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR ARQUIVO DE VIDAS----------------
           SELECT TVIDAS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DO NOME DA EMPRESA------------
           SELECT ARQEMPRESA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 DATANASC        PIC 9(08).
           03 DT-NASC REDEFINES DATANASC.
               05 DIA-NASC    PIC 9(02).
               05 MES-NASC    PIC 9(02).
               05 ANO-NASC    PIC 9(04).
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
           03 CPF             PIC 9(11).
           03 RG              PIC X(12).
           03 PIS             PIC 9(11).
           03 DATA-ADMISSAO   PIC 9(08).
           03 DT-ADM REDEFINES DATA-ADMISSAO.
               05 DIA-ADM     PIC 9(02).
               05 MES-ADM     PIC 9(02).
               05 ANO-ADM     PIC 9(04).
           03 DATA-DESLIGAMENTO PIC 9(08).
           03 DT-DESL REDEFINES DATA-DESLIGAMENTO.
               05 DIA-DESL    PIC 9(02).
               05 MES-DESL    PIC 9(02).
               05 ANO-DESL    PIC 9(04).
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
           03 CODEMPRESA      PIC 9(03).
           03 FILLER          PIC X(60).
           03 FILLER          PIC X(30).
           03 FILLER          PIC 9(11).
           03 FILLER          PIC X(15).
           03 CATEGORIA       PIC X(01).
      *---------------------ARQUIVO DO CARGO----------------------
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
      *---------------------GRADE SALARIAL POR CARGO E NIVEL-------
       FD ARQGRADE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
               05 GRD-CARGO          PIC 9(03).
               05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
      *---------------------PARAMETROS DA APOLICE-----------------
       FD ARQSEGPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGPAR.DAT".
       01 REGSEGPAR.
           03 SGP-MULT-SAL    PIC 9(03)V99.
           03 SGP-CAP-MIN     PIC 9(07)V99.
           03 SGP-CAP-MAX     PIC 9(07)V99.
           03 SGP-PCT-FUNC    PIC 9(03)V99.
      *---------------------TAXAS POR FAIXA ETARIA----------------
       FD ARQSEGFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGFX.DAT".
       01 REGSEGFX.
           03 SGF-IDADE-ATE   PIC 9(03).
           03 SGF-TAXA        PIC 9(02)V9999.
      *---------------------VIDAS SEGURADAS POR COMPETENCIA-------
       FD ARQSEGVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVD.DAT".
       01 REGSEGVD.
           03 SGV-KEY.
               05 SGV-CHAPA        PIC 9(06).
               05 SGV-COMPETENCIA  PIC 9(06).
           03 SGV-MOVIMENTO     PIC X(01).
           03 SGV-IDADE         PIC 9(03).
           03 SGV-CAPITAL       PIC 9(08)V99.
           03 SGV-PREMIO        PIC 9(06)V99.
           03 SGV-PARTE-FUNC    PIC 9(06)V99.
           03 SGV-STATUS        PIC X(01).
      *---------------------GERAR CONFERENCIA DA FATURA-----------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------GERAR ARQUIVO DE VIDAS----------------
       FD TVIDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TVID-NOME.
       01 REGVIDAS   PIC X(100).
      *---------------------CADASTRO DO NOME DA EMPRESA------------
       FD ARQEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPRESA.DAT".
       01 REGEMPRESA    PIC X(032).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------------ARQUIVO DE INTERFACE (FPP171)--------------
       01 INTERF-ARQ EXTERNAL.
           03 ITF-EXT-OPER      PIC X(01).
           03 ITF-EXT-PROGR     PIC X(07).
           03 ITF-EXT-TIPO      PIC X(08).
           03 ITF-EXT-ARQUIVO   PIC X(40).
           03 ITF-EXT-COMPET    PIC 9(06).
           03 ITF-EXT-EMPRESA   PIC 9(03).
           03 ITF-EXT-REFER     PIC 9(08).
           03 ITF-EXT-QTDE      PIC 9(07).
           03 ITF-EXT-VALOR     PIC 9(13)V99.
           03 ITF-EXT-REJEIT    PIC 9(07).
           03 ITF-EXT-PROTOCOLO PIC X(20).
           03 ITF-EXT-NUMERO    PIC 9(08).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-GRADE PIC X(01) VALUE "S".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 SALMES     PIC 9(06)V99 VALUE ZEROS.
       01 W-MOVIMENTO PIC X(01) VALUE SPACES.
       01 W-IDADE    PIC 9(03) VALUE ZEROS.
       01 W-CAPITAL  PIC 9(08)V99 VALUE ZEROS.
       01 W-PREMIO   PIC 9(06)V99 VALUE ZEROS.
       01 W-PARTE    PIC 9(06)V99 VALUE ZEROS.
       01 W-TAXA     PIC 9(02)V9999 VALUE ZEROS.
       01 W-MULT-SAL PIC 9(03)V99 VALUE 24.
       01 W-CAP-MIN  PIC 9(07)V99 VALUE 10000.
       01 W-CAP-MAX  PIC 9(07)V99 VALUE 500000.
       01 W-PCT-FUNC PIC 9(03)V99 VALUE ZEROS.
       01 W-QTD-FX   PIC 9(02) VALUE ZEROS.
       01 IND-FX     PIC 9(02) VALUE ZEROS.
       01 TAB-FAIXA.
           03 TF-ITEM OCCURS 10 TIMES.
               05 TF-IDADE-ATE  PIC 9(03).
               05 TF-TAXA       PIC 9(02)V9999.
       01 W-QTD-INC  PIC 9(04) VALUE ZEROS.
       01 W-QTD-EXC  PIC 9(04) VALUE ZEROS.
       01 W-QTD-ATV  PIC 9(04) VALUE ZEROS.
       01 W-TOTCAP   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPREM  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPARTE PIC 9(09)V99 VALUE ZEROS.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-NOME-EMPRESA PIC X(032) VALUE "EMPRESA FATEC - ZL".
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO86_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TVID-NOME.
           05 FILLER        PIC X(10) VALUE "ARQUIVO87_".
           05 W-TVID-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
      *

       01  CAB1.
           05  CAB-EMPRESA            PIC X(022).
           05  FILLER                 PIC X(030) VALUE
           "***SEGURO DE VIDA EM GRUPO***".
           05  FILLER                 PIC X(008) VALUE
           "PAGINA:".
           05  NUMPAG   VALUE ZEROS  PIC Z99.

       01  CAB2.
           05  FILLER                 PIC X(037) VALUE
           "CODIGO NOME DO FUNCIONARIO  MOV IDAD".
           05  FILLER                 PIC X(042) VALUE
           "E     CAPITAL    PREMIO  PARTE FUNC".

       01  CAB3.
           05  FILLER                 PIC X(079) VALUE ALL "-".

       01  DET.
           05  D-CHAPA    PIC 999999 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-NOME     PIC X(020) VALUE SPACES.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  D-MOV      PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  D-IDADE    PIC ZZ9 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-CAPITAL  PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-PREMIO   PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  D-PARTE    PIC ZZZZZ9,99 VALUE ZEROS.

       01  LINTOT1.
           05  FILLER                 PIC X(040) VALUE
           "***VIDAS ATIVAS.....................:  ".
           05  TOTATV     VALUE ZEROS  PIC ZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "***INCLUSOES NO MES.................:  ".
           05  TOTINC     VALUE ZEROS  PIC ZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "***EXCLUSOES NO MES.................:  ".
           05  TOTEXC     VALUE ZEROS  PIC ZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(040) VALUE
           "***CAPITAL SEGURADO TOTAL...........:  ".
           05  TOTCAP     VALUE ZEROS  PIC ZZZZZZZZZ9,99.
       01  LINTOT5.
           05  FILLER                 PIC X(040) VALUE
           "***PREMIO TOTAL DA FATURA...........:  ".
           05  TOTPREM    VALUE ZEROS  PIC ZZZZZZZ9,99.
       01  LINTOT6.
           05  FILLER                 PIC X(040) VALUE
           "***PARTE DESCONTADA DOS FUNCIONARIOS:  ".
           05  TOTPARTE   VALUE ZEROS  PIC ZZZZZZZ9,99.
       01  LINLEG.
           05  FILLER                 PIC X(060) VALUE
           "MOV: A=ATIVO I=INCLUSAO (ADMISSAO) E=EXCLUSAO (DESLIG.)".

       01  LINHABR                    PIC X(100) VALUE SPACES.

       01  VID-HEADER.
           05  FILLER      PIC X(006) VALUE "VIDAS;".
           05  VH-EMPRESA  PIC X(032) VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  VH-COMP     PIC 9(06)  VALUE ZEROS.
       01  VID-DET.
           05  VD-MOV      PIC X(001) VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-CPF      PIC 9(11)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-NOME     PIC X(30)  VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-NASC     PIC 9(08)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-SEXO     PIC X(001) VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-CAPITAL  PIC 9(08)V99 VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  VD-PREMIO   PIC 9(06)V99 VALUE ZEROS.
       01  VID-TRAILER.
           05  FILLER      PIC X(006) VALUE "TOTAL;".
           05  VT-QTDE     PIC 9(05)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  VT-PREMIO   PIC 9(09)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** SEGURO DE VIDA EM GRUPO - VI".
           05  LINE 02  COLUMN 41
               VALUE  "DAS DO MES ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         COMPETENCIA (AA".
           05  LINE 10  COLUMN 41
               VALUE  "AAMM)     :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 10  COLUMN 53  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO NOME DENOMINACAO TIPOSALARIO
                MOVE ZEROS TO CODIGO CHAPA SALARIOBASE
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA W-TVID-DATA
                MOVE W-DATASIS(1:6) TO W-COMPETENCIA
                PERFORM LOAD-EMPRESA
                DISPLAY TELA.
       INC-OPB.
                ACCEPT TCOMPETENCIA
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM LOAD-SEGPAR THRU FIM-LOAD-SEGPAR.
                PERFORM LOAD-SEGFX THRU FIM-LOAD-SEGFX.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO DE CARGO NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN INPUT ARQGRADE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "N" TO W-TEM-GRADE
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DA GRADE SALARIAL"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
       INC-OP1.
           OPEN I-O ARQSEGVD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQSEGVD
                  CLOSE ARQSEGVD
                  GO TO INC-OP1
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSEGVD" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO86" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP117" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TVIDAS
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO87" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-NOME-EMPRESA TO VH-EMPRESA CAB-EMPRESA.
           MOVE W-COMPETENCIA  TO VH-COMP.
           WRITE REGVIDAS FROM VID-HEADER.

       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           MOVE SPACES TO ARQTX
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.

      *
       LER-FUNC.
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-VIDAS
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *    ESTAGIARIO TEM SEGURO DE ACIDENTES PESSOAIS PROPRIO E NAO
      *    ENTRA NA APOLICE DE VIDA EM GRUPO.
                IF CATEGORIA = "E"
                      GO TO LER-FUNC.
                PERFORM DEFINE-MOVIMENTO THRU FIM-DEFINE-MOVIMENTO.
                IF W-MOVIMENTO = SPACES
                      GO TO LER-FUNC.

       LER-CARG.
                MOVE CODCARG TO CODIGO
                READ ARQCARG
                   INVALID KEY
                      MOVE "*** CARGO NAO ENCONTRADO ***"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LER-FUNC
                   NOT INVALID KEY
                      NEXT SENTENCE.

       ROT-CALC-1.
           PERFORM APLICA-GRADE THRU FIM-APLICA-GRADE.
           IF TIPOSALARIO = "H"
               MULTIPLY SALARIOBASE BY MULT-HORAS GIVING SALMES
           ELSE
               IF TIPOSALARIO = "D"
                   MULTIPLY SALARIOBASE BY MULT-DIAS GIVING SALMES
               ELSE
                   MOVE SALARIOBASE TO SALMES.
           COMPUTE W-CAPITAL ROUNDED = SALMES * W-MULT-SAL.
           IF W-CAPITAL < W-CAP-MIN
               MOVE W-CAP-MIN TO W-CAPITAL.
           IF W-CAP-MAX > ZEROS AND W-CAPITAL > W-CAP-MAX
               MOVE W-CAP-MAX TO W-CAPITAL.
           PERFORM CALC-IDADE THRU FIM-CALC-IDADE.
           PERFORM BUSCA-TAXA THRU FIM-BUSCA-TAXA.
           COMPUTE W-PREMIO ROUNDED = W-CAPITAL * W-TAXA / 1000.
      *    NA EXCLUSAO A VIDA SAI DA FATURA E NAO HA DESCONTO EM
      *    FOLHA (O ACERTO FICA NA RESCISAO).
           MOVE ZEROS TO W-PARTE.
           IF W-MOVIMENTO NOT = "E"
               COMPUTE W-PARTE ROUNDED = W-PREMIO * W-PCT-FUNC / 100.
           PERFORM GRAVA-SEGVD THRU FIM-GRAVA-SEGVD.

       INC-003.
           MOVE CHAPA       TO D-CHAPA.
           MOVE NOME        TO D-NOME.
           MOVE W-MOVIMENTO TO D-MOV.
           MOVE W-IDADE     TO D-IDADE.
           MOVE W-CAPITAL   TO D-CAPITAL.
           MOVE W-PREMIO    TO D-PREMIO.
           MOVE W-PARTE     TO D-PARTE.
           IF W-MOVIMENTO = "I"
               ADD 1 TO W-QTD-INC.
           IF W-MOVIMENTO = "E"
               ADD 1 TO W-QTD-EXC
           ELSE
               ADD 1 TO W-QTD-ATV
               ADD W-CAPITAL TO W-TOTCAP
               ADD W-PREMIO  TO W-TOTPREM
               ADD W-PARTE   TO W-TOTPARTE.

       INC-WR1.
           WRITE ARQTX FROM DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO86" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE W-MOVIMENTO TO VD-MOV
           MOVE CPF         TO VD-CPF
           MOVE NOME        TO VD-NOME
           MOVE DATANASC    TO VD-NASC
           MOVE SEXO        TO VD-SEXO
           MOVE W-CAPITAL   TO VD-CAPITAL
           MOVE W-PREMIO    TO VD-PREMIO
           IF W-MOVIMENTO = "E"
               MOVE ZEROS TO VD-PREMIO.
           WRITE REGVIDAS FROM VID-DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO87" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
                IF CONLIN < 34
                      GO TO LER-FUNC
                ELSE
                      MOVE ZEROS TO CONLIN
                      WRITE ARQTX FROM LINHABR
                      GO TO ROT-CABEC.

      *----------------[ TOTAIS PARA CONFERENCIA DA FATURA ]---------
       FIM-VIDAS.
           WRITE ARQTX FROM LINHABR.
           MOVE W-QTD-ATV TO TOTATV.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-QTD-INC TO TOTINC.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-QTD-EXC TO TOTEXC.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-TOTCAP TO TOTCAP.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-TOTPREM TO TOTPREM.
           WRITE ARQTX FROM LINTOT5.
           MOVE W-TOTPARTE TO TOTPARTE.
           WRITE ARQTX FROM LINTOT6.
           WRITE ARQTX FROM LINLEG.
           COMPUTE VT-QTDE = W-QTD-ATV + W-QTD-EXC.
           MOVE W-TOTPREM TO VT-PREMIO.
           WRITE REGVIDAS FROM VID-TRAILER.
           MOVE "SEGVIDA" TO ITF-EXT-TIPO.
           MOVE W-TVID-NOME TO ITF-EXT-ARQUIVO.
           MOVE VT-QTDE TO ITF-EXT-QTDE.
           MOVE W-TOTPREM TO ITF-EXT-VALOR.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** VIDAS DO MES GERADAS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *----------------[ MOVIMENTO DA VIDA NA COMPETENCIA ]----------
      *    ADMITIDO NA COMPETENCIA = INCLUSAO; DESLIGADO (STATUS T)
      *    NA COMPETENCIA = EXCLUSAO; DESLIGADO ANTES FICA FORA.
       DEFINE-MOVIMENTO.
           MOVE SPACES TO W-MOVIMENTO.
           IF STATUS1 = "T"
               IF DATA-DESLIGAMENTO NOT = ZEROS
                  AND ANO-DESL = W-COMP-ANO AND MES-DESL = W-COMP-MES
                   MOVE "E" TO W-MOVIMENTO
               END-IF
               GO TO FIM-DEFINE-MOVIMENTO.
           IF STATUS1 NOT = "A"
               GO TO FIM-DEFINE-MOVIMENTO.
           IF DATA-ADMISSAO NOT = ZEROS
              AND (ANO-ADM > W-COMP-ANO
                   OR (ANO-ADM = W-COMP-ANO AND MES-ADM > W-COMP-MES))
               GO TO FIM-DEFINE-MOVIMENTO.
           MOVE "A" TO W-MOVIMENTO.
           IF ANO-ADM = W-COMP-ANO AND MES-ADM = W-COMP-MES
               MOVE "I" TO W-MOVIMENTO.
       FIM-DEFINE-MOVIMENTO.
           CONTINUE.

      *----------------[ IDADE NA COMPETENCIA ]----------------------
       CALC-IDADE.
           MOVE ZEROS TO W-IDADE.
           IF ANO-NASC = ZEROS OR ANO-NASC NOT < W-COMP-ANO
               GO TO FIM-CALC-IDADE.
           COMPUTE W-IDADE = W-COMP-ANO - ANO-NASC.
           IF MES-NASC > W-COMP-MES
               SUBTRACT 1 FROM W-IDADE.
       FIM-CALC-IDADE.
           CONTINUE.

      *----------------[ TAXA POR MIL DA FAIXA ETARIA ]--------------
       BUSCA-TAXA.
           MOVE ZEROS TO W-TAXA IND-FX.
       BUSCA-TAXA-1.
           ADD 1 TO IND-FX.
           IF IND-FX > W-QTD-FX
               GO TO FIM-BUSCA-TAXA.
           MOVE TF-TAXA(IND-FX) TO W-TAXA.
           IF W-IDADE NOT > TF-IDADE-ATE(IND-FX)
               GO TO FIM-BUSCA-TAXA.
           GO TO BUSCA-TAXA-1.
       FIM-BUSCA-TAXA.
           CONTINUE.

      *----------------[ VIDA DA COMPETENCIA P/ DESCONTO EM FOLHA ]--
       GRAVA-SEGVD.
           MOVE CHAPA         TO SGV-CHAPA.
           MOVE W-COMPETENCIA TO SGV-COMPETENCIA.
           MOVE W-MOVIMENTO   TO SGV-MOVIMENTO.
           MOVE W-IDADE       TO SGV-IDADE.
           MOVE W-CAPITAL     TO SGV-CAPITAL.
           MOVE W-PREMIO      TO SGV-PREMIO.
           MOVE W-PARTE       TO SGV-PARTE-FUNC.
           MOVE "A"           TO SGV-STATUS.
           WRITE REGSEGVD.
           IF ST-ERRO = "22"
               REWRITE REGSEGVD.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-SEGVD.
           CONTINUE.

      *----------------[ GRADE SALARIAL POR CARGO E NIVEL ]----------
       APLICA-GRADE.
           IF W-TEM-GRADE NOT = "S"
               GO TO FIM-APLICA-GRADE.
           IF NVSALARIAL = ZEROS
               GO TO FIM-APLICA-GRADE.
           MOVE CODIGO     TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               GO TO FIM-APLICA-GRADE.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO SALARIOBASE.
       FIM-APLICA-GRADE.
           CONTINUE.

      *---------[ PARAMETROS DA APOLICE ]-------------------------------
       LOAD-SEGPAR.
           OPEN INPUT ARQSEGPAR.
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               PERFORM SEED-SEGPAR THRU FIM-SEED-SEGPAR
               OPEN INPUT ARQSEGPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-SEGPAR.
           READ ARQSEGPAR.
           IF ST-ERRO = "00"
               MOVE SGP-MULT-SAL TO W-MULT-SAL
               MOVE SGP-CAP-MIN  TO W-CAP-MIN
               MOVE SGP-CAP-MAX  TO W-CAP-MAX
               MOVE SGP-PCT-FUNC TO W-PCT-FUNC.
           CLOSE ARQSEGPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-SEGPAR.
           CONTINUE.

       SEED-SEGPAR.
           OPEN OUTPUT ARQSEGPAR.
           MOVE 24     TO SGP-MULT-SAL.
           MOVE 10000  TO SGP-CAP-MIN.
           MOVE 500000 TO SGP-CAP-MAX.
           MOVE ZEROS  TO SGP-PCT-FUNC.
           WRITE REGSEGPAR.
           CLOSE ARQSEGPAR.
       FIM-SEED-SEGPAR.
           CONTINUE.

      *---------[ TAXAS POR FAIXA ETARIA (ATE 10 FAIXAS) ]--------------
       LOAD-SEGFX.
           MOVE ZEROS TO W-QTD-FX.
           OPEN INPUT ARQSEGFX.
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               PERFORM SEED-SEGFX THRU FIM-SEED-SEGFX
               OPEN INPUT ARQSEGFX.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-SEGFX.
       LOAD-SEGFX-1.
           READ ARQSEGFX
               AT END
               GO TO LOAD-SEGFX-9.
           IF W-QTD-FX < 10
               ADD 1 TO W-QTD-FX
               MOVE SGF-IDADE-ATE TO TF-IDADE-ATE(W-QTD-FX)
               MOVE SGF-TAXA      TO TF-TAXA(W-QTD-FX).
           GO TO LOAD-SEGFX-1.
       LOAD-SEGFX-9.
           CLOSE ARQSEGFX.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-SEGFX.
           CONTINUE.

       SEED-SEGFX.
           OPEN OUTPUT ARQSEGFX.
           MOVE 029    TO SGF-IDADE-ATE.
           MOVE 0,1500 TO SGF-TAXA.
           WRITE REGSEGFX.
           MOVE 039    TO SGF-IDADE-ATE.
           MOVE 0,2200 TO SGF-TAXA.
           WRITE REGSEGFX.
           MOVE 049    TO SGF-IDADE-ATE.
           MOVE 0,3800 TO SGF-TAXA.
           WRITE REGSEGFX.
           MOVE 059    TO SGF-IDADE-ATE.
           MOVE 0,7500 TO SGF-TAXA.
           WRITE REGSEGFX.
           MOVE 999    TO SGF-IDADE-ATE.
           MOVE 1,5000 TO SGF-TAXA.
           WRITE REGSEGFX.
           CLOSE ARQSEGFX.
       FIM-SEED-SEGFX.
           CONTINUE.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP117" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA ITF-EXT-REFER.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *---------------------[ NOME DA EMPRESA ]------------------------
       LOAD-EMPRESA.
           OPEN INPUT ARQEMPRESA.
           IF ST-ERRO = "00"
               READ ARQEMPRESA
               IF ST-ERRO = "00"
                   MOVE REGEMPRESA TO W-NOME-EMPRESA
               CLOSE ARQEMPRESA.
           MOVE "00"           TO ST-ERRO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQFUNC ARQCARG ARQSEGVD TX TVIDAS.
                IF W-TEM-GRADE = "S"
                    CLOSE ARQGRADE.
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
