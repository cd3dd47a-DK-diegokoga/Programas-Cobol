       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP158.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   INDICE DE ABSENTEISMO POR DEPTO E CAUSA   *
      ***********************************************
      *----------------------------------------------------------------
      *    INDICE MENSAL DE ABSENTEISMO POR EMPRESA E DEPARTAMENTO.
      *    HORAS PREVISTAS: ESCALA ATIVA DO FUNCIONARIO (ARQESCALA),
      *    DIA A DIA COMO NO FPP051 (SEMANAL SEM OS FERIADOS OU EM
      *    CICLO), SO NOS DIAS ENTRE A ADMISSAO E O DESLIGAMENTO.
      *    HORAS PERDIDAS POR CAUSA: FALTAS INJUSTIFICADAS (ARQFALTA,
      *    DIAS X MEDIA DE HORAS DO DIA PREVISTO, CANCELADAS NAO
      *    CONTAM) E AFASTAMENTOS POR AFA-TIPO (ARQAFAST, HORAS DA
      *    ESCALA DE CADA DIA AFASTADO). HORAS TRABALHADAS: ARQPONTO.
      *    INDICE = HORAS PERDIDAS / HORAS PREVISTAS X 100.
      *    TRAZ A TENDENCIA DOS 12 MESES ATE A COMPETENCIA E O RANKING
      *    DE AUSENCIAS CURTAS REPETIDAS NO PERIODO: CADA DIA DE FALTA
      *    E CADA AFASTAMENTO DE ATE N DIAS INICIADO NOS 12 MESES E
      *    UMA OCORRENCIA. RELATORIO NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DE ESCALAS--------------------------
           SELECT ARQESCALA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ESC-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DA EMPRESA--------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODEMPR
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
           SELECT ARQAFAST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AFA-KEY
                  FILE STATUS  IS ST-AFA.
      *---------------------ARQUIVO DE FALTAS---------------------------
           SELECT ARQFALTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FAL-KEY
                  FILE STATUS  IS ST-FAL.
      *---------------------ARQUIVO DO PONTO----------------------------
           SELECT ARQPONTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PONTO-KEY
                  FILE STATUS  IS ST-PON.
      *---------------------CALENDARIO DE FERIADOS----------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FERIAD-DATA
                  FILE STATUS  IS ST-FER.
      *---------------------RELATORIO DE ABSENTEISMO--------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DE ESCALAS--------------------------
       FD ARQESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
           03 ESC-CHAPA           PIC 9(06).
           03 ESC-HORAS-DIA       PIC 9(02)V99 OCCURS 7 TIMES.
           03 ESC-STATUS          PIC X(01).
           03 ESC-TIPO            PIC X(01).
           03 ESC-CICLO-DIAS      PIC 9(02).
           03 ESC-CICLO-INICIO    PIC 9(08).
           03 ESC-HORAS-CICLO     PIC 9(02)V99 OCCURS 6 TIMES.
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
      *---------------------ARQUIVO DA EMPRESA--------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS-EMP      PIC X(01).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS-DEP      PIC X(01).
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
               05 AFA-CHAPA          PIC 9(06).
               05 AFA-SEQ            PIC 9(02).
           03 AFA-TIPO            PIC 9(02).
           03 AFA-DATA-INI        PIC 9(08).
           03 AFA-DT-INI REDEFINES AFA-DATA-INI.
               05 AFA-DIA-INI        PIC 9(02).
               05 AFA-MES-INI        PIC 9(02).
               05 AFA-ANO-INI        PIC 9(04).
           03 AFA-DATA-RET        PIC 9(08).
           03 AFA-DT-RET REDEFINES AFA-DATA-RET.
               05 AFA-DIA-RET        PIC 9(02).
               05 AFA-MES-RET        PIC 9(02).
               05 AFA-ANO-RET        PIC 9(04).
           03 AFA-STATUS          PIC X(01).
      *---------------------ARQUIVO DE FALTAS---------------------------
       FD ARQFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFALTA.DAT".
       01 REGFALTA.
           03 FAL-KEY.
               05 FAL-CHAPA        PIC 9(06).
               05 FAL-COMPETENCIA  PIC 9(06).
           03 FAL-DIAS          PIC 9(02).
           03 FAL-STATUS        PIC X(01).
      *---------------------ARQUIVO DO PONTO----------------------------
       FD ARQPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 PONTO-KEY.
               05 PONTO-CHAPA        PIC 9(06).
               05 PONTO-COMPETENCIA  PIC 9(06).
               05 PONTO-SEQ          PIC 9(02).
           03 PONTO-DATA          PIC 9(08).
           03 PONTO-HORAS         PIC 9(03)V99.
           03 PONTO-HORAS-EXTRAS  PIC 9(03)V99.
           03 PONTO-HORAS-NOTURNAS PIC 9(03)V99.
           03 STATUS3             PIC X(01).
           03 PONTO-TIPO-DIA      PIC X(01).
      *---------------------CALENDARIO DE FERIADOS----------------------
       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------RELATORIO DE ABSENTEISMO--------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(110).
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
       77 ST-AFA     PIC X(02) VALUE "00".
       77 ST-FAL     PIC X(02) VALUE "00".
       77 ST-PON     PIC X(02) VALUE "00".
       77 ST-FER     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-EMPRESA     PIC 9(03) VALUE ZEROS.
       01 W-EMP-DESCR   PIC X(30) VALUE SPACES.
       01 W-CURTA       PIC 9(02) VALUE 3.
       01 W-MIN-OCOR    PIC 9(02) VALUE 3.
       01 W-TEM-AFAST   PIC X(01) VALUE "N".
       01 W-TEM-FALTA   PIC X(01) VALUE "N".
       01 W-TEM-PONTO   PIC X(01) VALUE "N".
       01 W-TEM-FERIADO PIC X(01) VALUE "N".
       01 W-FERIADO     PIC X(01) VALUE "N".
       01 W-CHEIO       PIC X(01) VALUE "N".
       01 W-M           PIC 9(02) VALUE ZEROS.
       01 W-D           PIC 9(02) VALUE ZEROS.
       01 W-C           PIC 9(01) VALUE ZEROS.
       01 W-G           PIC 9(04) VALUE ZEROS.
       01 W-J           PIC 9(04) VALUE ZEROS.
       01 W-R           PIC 9(02) VALUE ZEROS.
       01 W-SET-QTD     PIC 9(04) VALUE ZEROS.
       01 W-RANK-QTD    PIC 9(02) VALUE ZEROS.
       01 W-CHAVE       PIC 9(06) VALUE ZEROS.
       01 W-EMPR-ANT    PIC 9(03) VALUE ZEROS.
       01 W-INDICE      PIC 9(03)V99 VALUE ZEROS.
       01 W-AUX-HORAS   PIC 9(07)V99 VALUE ZEROS.
      *---------------[ MES EM APURACAO ]-------------------------------
       01 W-M-COMP      PIC 9(06) VALUE ZEROS.
       01 W-M-COMP-R REDEFINES W-M-COMP.
           03 W-M-ANO     PIC 9(04).
           03 W-M-MES     PIC 9(02).
       01 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       01 W-M-INI-AMD   PIC 9(08) VALUE ZEROS.
       01 W-M-FIM-AMD   PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD    PIC 9(08) VALUE ZEROS.
       01 W-ADM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-DESL-AMD    PIC 9(08) VALUE ZEROS.
       01 W-AFA-INI-AMD PIC 9(08) VALUE ZEROS.
       01 W-AFA-RET-AMD PIC 9(08) VALUE ZEROS.
       01 W-AFA-DE      PIC 9(02) VALUE ZEROS.
       01 W-AFA-ATE     PIC 9(02) VALUE ZEROS.
       01 W-AFA-DURACAO PIC 9(07) VALUE ZEROS.
       01 W-M-PREV      PIC 9(05)V99 VALUE ZEROS.
       01 W-M-DIAS-ESC  PIC 9(02) VALUE ZEROS.
       01 W-M-TRAB      PIC 9(05)V99 VALUE ZEROS.
       01 W-M-PERDA-TOT PIC 9(05)V99 VALUE ZEROS.
       01 TAB-M-PERDA.
           03 W-M-PERDA     PIC 9(05)V99 OCCURS 6 TIMES.
       01 TAB-DIA.
           03 TD-ITEM OCCURS 31 TIMES.
               05 TD-HORAS      PIC 9(02)V99.
               05 TD-AFAST      PIC X(01).
      *---------------[ ACUMULADOS DO FUNCIONARIO NOS 12 MESES ]--------
       01 W-F-FALTAS    PIC 9(03) VALUE ZEROS.
       01 W-F-CURTOS    PIC 9(03) VALUE ZEROS.
       01 W-F-OCOR      PIC 9(03) VALUE ZEROS.
       01 W-F-PERDA     PIC 9(05)V99 VALUE ZEROS.
      *---------------[ CALCULO DO DIA DA SEMANA (ZELLER) ]------------
       01 W-Z-DIA         PIC 9(02) VALUE ZEROS.
       01 W-Z-MES         PIC 9(02) VALUE ZEROS.
       01 W-Z-ANO         PIC 9(04) VALUE ZEROS.
       01 W-Z-K           PIC 9(02) VALUE ZEROS.
       01 W-Z-J           PIC 9(02) VALUE ZEROS.
       01 W-Z-TERMO       PIC 9(05) VALUE ZEROS.
       01 W-Z-AUX         PIC 9(05) VALUE ZEROS.
       01 W-Z-RESTO       PIC 9(02) VALUE ZEROS.
       01 W-IND-ESCALA    PIC 9(01) VALUE ZEROS.
      *---------------[ CALCULO DA POSICAO NO CICLO ]------------------
       01 W-S-DIA         PIC 9(02) VALUE ZEROS.
       01 W-S-MES         PIC 9(02) VALUE ZEROS.
       01 W-S-ANO         PIC 9(04) VALUE ZEROS.
       01 W-S-A           PIC 9(01) VALUE ZEROS.
       01 W-S-Y           PIC 9(04) VALUE ZEROS.
       01 W-S-M           PIC 9(02) VALUE ZEROS.
       01 W-S-AUX         PIC 9(05) VALUE ZEROS.
       01 W-S-Q1          PIC 9(04) VALUE ZEROS.
       01 W-S-Q2          PIC 9(04) VALUE ZEROS.
       01 W-S-Q3          PIC 9(02) VALUE ZEROS.
       01 W-S-Q4          PIC 9(02) VALUE ZEROS.
       01 W-SERIAL        PIC 9(07) VALUE ZEROS.
       01 W-SERIAL-INI    PIC 9(07) VALUE ZEROS.
       01 W-SERIAL-DIA    PIC 9(07) VALUE ZEROS.
       01 W-DIF-CICLO     PIC 9(07) VALUE ZEROS.
       01 W-AUX-CICLO     PIC 9(07) VALUE ZEROS.
       01 W-RES-CICLO     PIC 9(02) VALUE ZEROS.
       01 W-POS-CICLO     PIC 9(02) VALUE ZEROS.
       01 W-DT-CICLO      PIC 9(08) VALUE ZEROS.
       01 W-DT-CICLO-R REDEFINES W-DT-CICLO.
           03 W-INI-DIA   PIC 9(02).
           03 W-INI-MES   PIC 9(02).
           03 W-INI-ANO   PIC 9(04).
       01 W-RESTO4        PIC 9(04) VALUE ZEROS.
       01 W-AUX4          PIC 9(04) VALUE ZEROS.
       01 W-DATA-FER      PIC 9(08) VALUE ZEROS.
       01 W-DATA-FER-R REDEFINES W-DATA-FER.
           03 W-FER-DIA   PIC 9(02).
           03 W-FER-MES   PIC 9(02).
           03 W-FER-ANO   PIC 9(04).
       01 TAB-DIAS-MES-R.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-R.
           03 TDM-DIAS PIC 9(02) OCCURS 12 TIMES.
      *---------------[ CAUSAS: 1 = FALTA, 2 A 6 = AFA-TIPO 01 A 05 ]---
       01 TIPO-CAUSA.
          03 FILLER     PIC X(06) VALUE "FALTAS".
          03 FILLER     PIC X(06) VALUE "DOENCA".
          03 FILLER     PIC X(06) VALUE "MATERN".
          03 FILLER     PIC X(06) VALUE "ACIDEN".
          03 FILLER     PIC X(06) VALUE "MILITA".
          03 FILLER     PIC X(06) VALUE "OUTROS".
      *
       01 TABCAUSA REDEFINES TIPO-CAUSA.
          03 TBCAUSA    PIC X(06) OCCURS 6 TIMES.
      *---------------[ TENDENCIA: POSICAO 12 = COMPETENCIA ]-----------
       01 TAB-TEND.
           03 TT-ITEM OCCURS 12 TIMES.
               05 TT-COMP       PIC 9(06).
               05 TT-PREV       PIC 9(09)V99.
               05 TT-PERDA      PIC 9(09)V99.
      *---------------[ EMPRESA + DEPARTAMENTO EM ORDEM DE CHAVE ]------
       01 TAB-SET.
           03 TS-ITEM OCCURS 200 TIMES.
               05 TS-CHAVE      PIC 9(06).
               05 TS-DADOS.
                   07 TS-FUNC    PIC 9(05).
                   07 TS-PREV    PIC 9(07)V99.
                   07 TS-TRAB    PIC 9(07)V99.
                   07 TS-PERDA   PIC 9(07)V99 OCCURS 6 TIMES.
       01 W-LIN.
           03 WL-FUNC       PIC 9(05).
           03 WL-PREV       PIC 9(07)V99.
           03 WL-TRAB       PIC 9(07)V99.
           03 WL-PERDA      PIC 9(07)V99 OCCURS 6 TIMES.
       01 W-EMP-TOT.
           03 WE-FUNC       PIC 9(05).
           03 WE-PREV       PIC 9(07)V99.
           03 WE-TRAB       PIC 9(07)V99.
           03 WE-PERDA      PIC 9(07)V99 OCCURS 6 TIMES.
       01 W-GER-TOT.
           03 WG-FUNC       PIC 9(05).
           03 WG-PREV       PIC 9(07)V99.
           03 WG-TRAB       PIC 9(07)V99.
           03 WG-PERDA      PIC 9(07)V99 OCCURS 6 TIMES.
      *---------------[ RANKING DE AUSENCIAS CURTAS ]-------------------
       01 TAB-RANK.
           03 TR-ITEM OCCURS 20 TIMES.
               05 TR-CHAPA      PIC 9(06).
               05 TR-NOME       PIC X(30).
               05 TR-DEPTO      PIC 9(03).
               05 TR-FALTAS     PIC 9(03).
               05 TR-CURTOS     PIC 9(03).
               05 TR-OCOR       PIC 9(03).
               05 TR-PERDA      PIC 9(05)V99.
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
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(37) VALUE
           "INDICE DE ABSENTEISMO - COMPETENCIA ".
           05  C1-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(35) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(50) VALUE
           "INDICE = HORAS PERDIDAS / HORAS PREVISTAS NA ESCAL".
           05  FILLER      PIC X(09) VALUE "A X 100".
       01  CABEMP.
           05  FILLER      PIC X(09) VALUE "EMPRESA: ".
           05  CE-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CE-RAZAO    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  CNPJ: ".
           05  CE-CNPJ     PIC 9(14) VALUE ZEROS.
       01  CABDET1.
           05  FILLER      PIC X(42) VALUE SPACES.
           05  FILLER      PIC X(50) VALUE
           " -------- HORAS PERDIDAS POR CAUSA --------  TOTAL".
       01  CABDET2.
           05  FILLER      PIC X(42) VALUE
           "DEP DEPARTAMENTO      FUNC PREVIST TRABALH".
           05  CD-CAUSA OCCURS 6 TIMES.
               07  FILLER      PIC X(01) VALUE SPACES.
               07  CD-DESCR    PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(15) VALUE " PERDIDA INDICE".
       01  LINDET.
           05  LD-IDENT.
               07  LD-DEPTO    PIC ZZ9 VALUE ZEROS.
               07  FILLER      PIC X(01) VALUE SPACES.
               07  LD-DESCR    PIC X(16) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-FUNC     PIC ZZZZ9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-PREV     PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-TRAB     PIC ZZZ.ZZ9 VALUE ZEROS.
           05  LD-CAUSA OCCURS 6 TIMES.
               07  FILLER      PIC X(01) VALUE SPACES.
               07  LD-PERDA    PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-TOTPERDA PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-INDICE   PIC ZZ9,99 VALUE ZEROS.
       01  CABTEND.
           05  FILLER      PIC X(50) VALUE
           "TENDENCIA DOS ULTIMOS 12 MESES PREVISTAS   PERDIDA".
           05  FILLER      PIC X(10) VALUE
           "S   INDICE".
       01  LINTEND.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LT-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  LT-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(20) VALUE SPACES.
           05  LT-PREV     PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LT-PERDA    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LT-INDICE   PIC ZZ9,99 VALUE ZEROS.
       01  CABRANK1.
           05  FILLER      PIC X(50) VALUE
           "AUSENCIAS CURTAS REPETIDAS NOS 12 MESES - AFASTAME".
           05  FILLER      PIC X(10) VALUE "NTOS ATE ".
           05  CR-CURTA    PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE " DIAS, MINIMO DE".
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CR-MINIMO   PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE " OCORRENCIAS".
       01  CABRANK2.
           05  FILLER      PIC X(50) VALUE
           "POS CHAPA  FUNCIONARIO                     DEP FAL".
           05  FILLER      PIC X(36) VALUE
           "TAS AFAST.CURTOS  OCORR.  H.PERDIDAS".
       01  LINRANK.
           05  LR-POS      PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LR-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LR-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LR-DEPTO    PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LR-FALTAS   PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE SPACES.
           05  LR-CURTOS   PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LR-OCOR     PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LR-PERDA    PIC ZZ.ZZ9,99 VALUE ZEROS.
       01  LINNENHUM.
           05  FILLER      PIC X(40) VALUE
           "    NENHUM FUNCIONARIO NO CRITERIO".
       01  LINCHEIO.
           05  FILLER      PIC X(50) VALUE
           "*** RELATORIO LIMITADO A 200 DEPARTAMENTOS ***".
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** INDICE DE ABSENTEISMO POR DEP".
           05  LINE 02  COLUMN 41
               VALUE  "ARTAMENTO E CAUSA ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA ".
           05  LINE 06  COLUMN 41
               VALUE  "(AAAAMM)           :".
           05  LINE 07  COLUMN 01
               VALUE  "                            EMPRESA (0=T".
           05  LINE 07  COLUMN 41
               VALUE  "ODAS)              :".
           05  LINE 09  COLUMN 01
               VALUE  "                            AFASTAMENTO ".
           05  LINE 09  COLUMN 41
               VALUE  "CURTO ATE (DIAS)   :".
           05  LINE 10  COLUMN 01
               VALUE  "                            MINIMO DE OC".
           05  LINE 10  COLUMN 41
               VALUE  "ORRENCIAS NO RANK  :".
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
           05  TEMPRESA
               LINE 07  COLUMN 62  PIC 9(03)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TEMPDESCR
               LINE 08  COLUMN 42  PIC X(30)
               USING  W-EMP-DESCR.
           05  TCURTA
               LINE 09  COLUMN 62  PIC Z9
               USING  W-CURTA
               HIGHLIGHT.
           05  TMINOCOR
               LINE 10  COLUMN 62  PIC Z9
               USING  W-MIN-OCOR
               HIGHLIGHT.
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
      *    SUGERE O ULTIMO MES FECHADO.
                IF W-HOJE-MES = 1
                   COMPUTE W-COMP-ANO = W-HOJE-ANO - 1
                   MOVE 12 TO W-COMP-MES
                ELSE
                   MOVE W-HOJE-ANO TO W-COMP-ANO
                   COMPUTE W-COMP-MES = W-HOJE-MES - 1.
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQESCALA
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA ESCALA CADASTRADA (FPP050) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQESCALA
               GO TO ROT-FIM.
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE EMPRESAS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQESCALA ARQFUNC
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQESCALA ARQFUNC ARQEMPR
               GO TO ROT-FIM.
      *    SEM AFASTAMENTOS, FALTAS, PONTO OU FERIADOS A CAUSA FICA
      *    ZERADA.
           OPEN INPUT ARQAFAST
           IF ST-AFA = "00"
               MOVE "S" TO W-TEM-AFAST.
           OPEN INPUT ARQFALTA
           IF ST-FAL = "00"
               MOVE "S" TO W-TEM-FALTA.
           OPEN INPUT ARQPONTO
           IF ST-PON = "00"
               MOVE "S" TO W-TEM-PONTO.
           OPEN INPUT ARQFERIAD
           IF ST-FER = "00"
               MOVE "S" TO W-TEM-FERIADO.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-COMP-ANO < 1900 OR W-COMP-MES = ZEROS
                   OR W-COMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TEMPRESA
                MOVE SPACES TO W-EMP-DESCR
                IF W-EMPRESA = ZEROS
                   MOVE "TODAS" TO W-EMP-DESCR
                   DISPLAY TEMPDESCR
                   GO TO INC-OPC.
                MOVE W-EMPRESA TO CODEMPR
                READ ARQEMPR
                IF ST-ERRO NOT = "00"
                   MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPB.
                MOVE RAZAOSOCIAL TO W-EMP-DESCR
                DISPLAY TEMPDESCR.
       INC-OPC.
                ACCEPT TCURTA
                IF W-CURTA = ZEROS
                   MOVE "*** INFORME OS DIAS DO AFASTAMENTO CURTO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-OPD.
                ACCEPT TMINOCOR
                IF W-MIN-OCOR = ZEROS
                   MOVE "*** INFORME O MINIMO DE OCORRENCIAS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPD.
       INC-OPE.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPE.
                MOVE "*** APURANDO, AGUARDE ***" TO MENS
                DISPLAY (23, 12) MENS.
      *---------------[ OS 12 MESES ATE A COMPETENCIA ]-----------------
           MOVE 12 TO W-M.
           MOVE W-COMPETENCIA TO W-M-COMP.
       MONTA-TEND.
           MOVE W-M-COMP TO TT-COMP(W-M).
           MOVE ZEROS    TO TT-PREV(W-M) TT-PERDA(W-M).
           SUBTRACT 1 FROM W-M.
           IF W-M = ZEROS
               GO TO INICIA-APURACAO.
           IF W-M-MES = 1
               SUBTRACT 1 FROM W-M-ANO
               MOVE 12 TO W-M-MES
           ELSE
               SUBTRACT 1 FROM W-M-MES.
           GO TO MONTA-TEND.
       INICIA-APURACAO.
           MOVE ZEROS TO W-SET-QTD W-RANK-QTD.
           MOVE "N" TO W-CHEIO.
      *---------------[ UMA ESCALA ATIVA POR VEZ ]----------------------
       LER-ESCALA.
           READ ARQESCALA NEXT
               AT END
               GO TO FIM-APURACAO.
           IF ESC-STATUS NOT = "A"
               GO TO LER-ESCALA.
           MOVE ESC-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO LER-ESCALA.
           IF W-EMPRESA NOT = ZEROS AND CODEMPRESA NOT = W-EMPRESA
               GO TO LER-ESCALA.
           COMPUTE W-ADM-AMD = (ANO-ADM * 10000) + (MES-ADM * 100)
                             + DIA-ADM.
           COMPUTE W-DESL-AMD = (ANO-DESL * 10000) + (MES-DESL * 100)
                              + DIA-DESL.
           MOVE ZEROS TO W-F-FALTAS W-F-CURTOS W-F-OCOR W-F-PERDA.
           MOVE 1 TO W-M.
       APURA-MESES.
           MOVE TT-COMP(W-M) TO W-M-COMP.
           PERFORM CALC-MES THRU FIM-CALC-MES.
           IF W-M-PREV = ZEROS
               GO TO APURA-MESES-1.
           ADD W-M-PREV      TO TT-PREV(W-M).
           ADD W-M-PERDA-TOT TO TT-PERDA(W-M).
           ADD W-M-PERDA-TOT TO W-F-PERDA.
           IF W-M = 12
               PERFORM ACUMULA-SETOR THRU FIM-ACUMULA-SETOR.
       APURA-MESES-1.
           ADD 1 TO W-M.
           IF W-M NOT > 12
               GO TO APURA-MESES.
           COMPUTE W-F-OCOR = W-F-FALTAS + W-F-CURTOS.
           IF W-F-OCOR NOT < W-MIN-OCOR
               PERFORM ENTRA-RANKING THRU FIM-ENTRA-RANKING.
           GO TO LER-ESCALA.
       FIM-APURACAO.
           MOVE "00" TO ST-ERRO.
           DISPLAY (23, 12) LIMPA.
           IF W-SET-QTD = ZEROS
               MOVE "*** NENHUMA HORA PREVISTA NA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIM-ARQUIVOS.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP158" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-COMP-MES TO C1-MES.
           MOVE W-COMP-ANO TO C1-ANO.
           MOVE 1 TO W-C.
       MONTA-CABDET.
           MOVE TBCAUSA(W-C) TO CD-DESCR(W-C).
           ADD 1 TO W-C.
           IF W-C NOT > 6
               GO TO MONTA-CABDET.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-TOT W-EMP-TOT W-G.
      *---------------[ DEPARTAMENTOS COM QUEBRA POR EMPRESA ]----------
       IMPRIME-SETOR.
           ADD 1 TO W-G.
           IF W-G > W-SET-QTD
               GO TO FIM-IMPRIME-SETOR.
           DIVIDE TS-CHAVE(W-G) BY 1000 GIVING W-CHAVE
               REMAINDER CODIGO1.
           IF W-G = 1
               PERFORM CABECA-EMPRESA THRU FIM-CABECA-EMPRESA
           ELSE
               IF W-CHAVE NOT = W-EMPR-ANT
                   PERFORM TOTAL-EMPRESA THRU FIM-TOTAL-EMPRESA
                   PERFORM CABECA-EMPRESA THRU FIM-CABECA-EMPRESA.
           MOVE TS-DADOS(W-G) TO W-LIN.
           PERFORM SOMA-LIN THRU FIM-SOMA-LIN.
           MOVE SPACES TO LD-IDENT.
           MOVE CODIGO1 TO LD-DEPTO.
           READ ARQDEP
               INVALID KEY
               MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO-DEP.
           MOVE DENOMINACAO-DEP TO LD-DESCR.
           PERFORM MONTA-LINDET THRU FIM-MONTA-LINDET.
           WRITE ARQTX FROM LINDET.
           GO TO IMPRIME-SETOR.
       FIM-IMPRIME-SETOR.
           MOVE "00" TO ST-ERRO.
           PERFORM TOTAL-EMPRESA THRU FIM-TOTAL-EMPRESA.
           MOVE W-GER-TOT TO W-LIN.
           MOVE "TOTAL GERAL" TO LD-IDENT.
           PERFORM MONTA-LINDET THRU FIM-MONTA-LINDET.
           WRITE ARQTX FROM LINDET.
           IF W-CHEIO = "S"
               WRITE ARQTX FROM LINCHEIO.
           WRITE ARQTX FROM LINSEP.
      *---------------[ TENDENCIA DOS 12 MESES ]------------------------
           WRITE ARQTX FROM CABTEND.
           WRITE ARQTX FROM LINTRACO.
           MOVE ZEROS TO W-M.
       IMPRIME-TEND.
           ADD 1 TO W-M.
           IF W-M > 12
               GO TO FIM-IMPRIME-TEND.
           MOVE TT-COMP(W-M) TO W-M-COMP.
           MOVE W-M-MES      TO LT-MES.
           MOVE W-M-ANO      TO LT-ANO.
           MOVE TT-PREV(W-M)  TO LT-PREV.
           MOVE TT-PERDA(W-M) TO LT-PERDA.
           MOVE ZEROS TO W-INDICE.
           IF TT-PREV(W-M) > ZEROS
               COMPUTE W-INDICE ROUNDED =
                       TT-PERDA(W-M) * 100 / TT-PREV(W-M).
           MOVE W-INDICE TO LT-INDICE.
           WRITE ARQTX FROM LINTEND.
           GO TO IMPRIME-TEND.
       FIM-IMPRIME-TEND.
           WRITE ARQTX FROM LINSEP.
      *---------------[ RANKING DE AUSENCIAS CURTAS ]-------------------
           MOVE W-CURTA    TO CR-CURTA.
           MOVE W-MIN-OCOR TO CR-MINIMO.
           WRITE ARQTX FROM CABRANK1.
           WRITE ARQTX FROM CABRANK2.
           WRITE ARQTX FROM LINTRACO.
           IF W-RANK-QTD = ZEROS
               WRITE ARQTX FROM LINNENHUM.
           MOVE ZEROS TO W-R.
       IMPRIME-RANK.
           ADD 1 TO W-R.
           IF W-R > W-RANK-QTD
               GO TO FIM-IMPRIME-RANK.
           MOVE W-R           TO LR-POS.
           MOVE TR-CHAPA(W-R)  TO LR-CHAPA.
           MOVE TR-NOME(W-R)   TO LR-NOME.
           MOVE TR-DEPTO(W-R)  TO LR-DEPTO.
           MOVE TR-FALTAS(W-R) TO LR-FALTAS.
           MOVE TR-CURTOS(W-R) TO LR-CURTOS.
           MOVE TR-OCOR(W-R)   TO LR-OCOR.
           MOVE TR-PERDA(W-R)  TO LR-PERDA.
           WRITE ARQTX FROM LINRANK.
           GO TO IMPRIME-RANK.
       FIM-IMPRIME-RANK.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQESCALA ARQFUNC ARQEMPR ARQDEP.
           IF W-TEM-AFAST = "S"
               CLOSE ARQAFAST.
           IF W-TEM-FALTA = "S"
               CLOSE ARQFALTA.
           IF W-TEM-PONTO = "S"
               CLOSE ARQPONTO.
           IF W-TEM-FERIADO = "S"
               CLOSE ARQFERIAD.
           GO TO ROT-FIM1.
      *
      *---------[ HORAS DO FUNCIONARIO NO MES W-M-COMP ]----------------
       CALC-MES.
           MOVE TDM-DIAS(W-M-MES) TO W-DIAS-MES.
           IF W-M-MES = 2
               DIVIDE W-M-ANO BY 4 GIVING W-AUX4
                   REMAINDER W-RESTO4
               IF W-RESTO4 = ZEROS
                   MOVE 29 TO W-DIAS-MES.
           COMPUTE W-M-INI-AMD = (W-M-COMP * 100) + 1.
           COMPUTE W-M-FIM-AMD = (W-M-COMP * 100) + W-DIAS-MES.
           MOVE ZEROS TO W-M-TRAB W-M-PERDA-TOT TAB-M-PERDA.
           PERFORM MONTA-DIAS THRU FIM-MONTA-DIAS.
           IF W-M-PREV = ZEROS
               GO TO FIM-CALC-MES.
           PERFORM AFAST-MES THRU FIM-AFAST-MES.
           PERFORM FALTAS-MES THRU FIM-FALTAS-MES.
           PERFORM PONTO-MES THRU FIM-PONTO-MES.
           MOVE 1 TO W-C.
       CALC-MES-1.
           ADD W-M-PERDA(W-C) TO W-M-PERDA-TOT.
           ADD 1 TO W-C.
           IF W-C NOT > 6
               GO TO CALC-MES-1.
           IF W-M-PERDA-TOT > W-M-PREV
               MOVE W-M-PREV TO W-M-PERDA-TOT.
       FIM-CALC-MES.
           EXIT.
      *
      *---------[ HORAS PREVISTAS DE CADA DIA PELA ESCALA ]-------------
       MONTA-DIAS.
           MOVE ZEROS TO W-M-PREV W-M-DIAS-ESC W-D.
       MONTA-DIAS-1.
           ADD 1 TO W-D.
           IF W-D > W-DIAS-MES
               GO TO FIM-MONTA-DIAS.
           MOVE ZEROS TO TD-HORAS(W-D).
           MOVE "N"   TO TD-AFAST(W-D).
           COMPUTE W-DATA-AMD = (W-M-COMP * 100) + W-D.
           IF W-ADM-AMD > W-DATA-AMD
               GO TO MONTA-DIAS-1.
           IF W-DESL-AMD NOT = ZEROS AND W-DATA-AMD > W-DESL-AMD
               GO TO MONTA-DIAS-1.
           IF ESC-TIPO = "C"
               GO TO MONTA-DIAS-C.
           MOVE W-D      TO W-Z-DIA.
           MOVE W-M-MES  TO W-Z-MES.
           MOVE W-M-ANO  TO W-Z-ANO.
           PERFORM CALC-DIA-SEMANA THRU FIM-CALC-DIA-SEMANA.
           IF ESC-HORAS-DIA(W-IND-ESCALA) = ZEROS
               GO TO MONTA-DIAS-1.
           PERFORM CHECA-FERIADO THRU FIM-CHECA-FERIADO.
           IF W-FERIADO = "S"
               GO TO MONTA-DIAS-1.
           MOVE ESC-HORAS-DIA(W-IND-ESCALA) TO TD-HORAS(W-D).
           GO TO MONTA-DIAS-2.
      *    ESCALA EM CICLO: FERIADO NAO DISPENSA O TRABALHO.
       MONTA-DIAS-C.
           MOVE W-D      TO W-S-DIA.
           MOVE W-M-MES  TO W-S-MES.
           MOVE W-M-ANO  TO W-S-ANO.
           PERFORM CALC-POS-CICLO THRU FIM-CALC-POS-CICLO.
           IF W-POS-CICLO = ZEROS
               GO TO MONTA-DIAS-1.
           IF ESC-HORAS-CICLO(W-POS-CICLO) = ZEROS
               GO TO MONTA-DIAS-1.
           MOVE ESC-HORAS-CICLO(W-POS-CICLO) TO TD-HORAS(W-D).
       MONTA-DIAS-2.
           ADD TD-HORAS(W-D) TO W-M-PREV.
           ADD 1 TO W-M-DIAS-ESC.
           GO TO MONTA-DIAS-1.
       FIM-MONTA-DIAS.
           EXIT.
      *
       CHECA-FERIADO.
           MOVE "N" TO W-FERIADO.
           IF W-TEM-FERIADO NOT = "S"
               GO TO FIM-CHECA-FERIADO.
           MOVE W-D     TO W-FER-DIA.
           MOVE W-M-MES TO W-FER-MES.
           MOVE W-M-ANO TO W-FER-ANO.
           MOVE W-DATA-FER TO FERIAD-DATA.
           READ ARQFERIAD
               INVALID KEY
               GO TO FIM-CHECA-FERIADO.
           MOVE "S" TO W-FERIADO.
       FIM-CHECA-FERIADO.
           MOVE "00" TO ST-FER.
      *
      *---------[ DIAS AFASTADOS DO MES, POR AFA-TIPO ]-----------------
      *    O RETORNO E O PRIMEIRO DIA DE VOLTA; SEM RETORNO O
      *    AFASTAMENTO SEGUE ATE O FIM DO MES. O DIA JA AFASTADO POR
      *    OUTRO REGISTRO NAO CONTA DE NOVO.
       AFAST-MES.
           IF W-TEM-AFAST NOT = "S"
               GO TO FIM-AFAST-MES.
           MOVE CHAPA TO AFA-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO FIM-AFAST-MES.
       AFAST-MES-1.
           READ ARQAFAST NEXT
               AT END
               GO TO FIM-AFAST-MES.
           IF AFA-CHAPA NOT = CHAPA
               GO TO FIM-AFAST-MES.
           IF AFA-STATUS = SPACES OR AFA-TIPO = ZEROS OR AFA-TIPO > 5
               GO TO AFAST-MES-1.
           COMPUTE W-AFA-INI-AMD = (AFA-ANO-INI * 10000)
                                 + (AFA-MES-INI * 100) + AFA-DIA-INI.
           COMPUTE W-AFA-RET-AMD = (AFA-ANO-RET * 10000)
                                 + (AFA-MES-RET * 100) + AFA-DIA-RET.
           IF W-AFA-INI-AMD > W-M-FIM-AMD
               GO TO AFAST-MES-1.
           IF W-AFA-RET-AMD NOT = ZEROS
              AND W-AFA-RET-AMD NOT > W-M-INI-AMD
               GO TO AFAST-MES-1.
           PERFORM AFAST-CURTO THRU FIM-AFAST-CURTO.
           MOVE 1 TO W-AFA-DE.
           IF W-AFA-INI-AMD NOT < W-M-INI-AMD
               MOVE AFA-DIA-INI TO W-AFA-DE.
           MOVE W-DIAS-MES TO W-AFA-ATE.
           IF W-AFA-RET-AMD NOT = ZEROS
              AND W-AFA-RET-AMD NOT > W-M-FIM-AMD
               COMPUTE W-AFA-ATE = AFA-DIA-RET - 1.
           COMPUTE W-C = AFA-TIPO + 1.
           MOVE W-AFA-DE TO W-D.
       AFAST-MES-2.
           IF W-D > W-AFA-ATE
               GO TO AFAST-MES-1.
           IF TD-AFAST(W-D) = "N" AND TD-HORAS(W-D) > ZEROS
               ADD TD-HORAS(W-D) TO W-M-PERDA(W-C)
               MOVE "S" TO TD-AFAST(W-D).
           ADD 1 TO W-D.
           GO TO AFAST-MES-2.
       FIM-AFAST-MES.
           MOVE "00" TO ST-AFA.
      *
      *    AFASTAMENTO INICIADO NO MES COM RETORNO EM ATE N DIAS E UMA
      *    OCORRENCIA DE AUSENCIA CURTA.
       AFAST-CURTO.
           IF W-AFA-INI-AMD < W-M-INI-AMD OR W-AFA-RET-AMD = ZEROS
               GO TO FIM-AFAST-CURTO.
           MOVE AFA-DIA-RET TO W-S-DIA.
           MOVE AFA-MES-RET TO W-S-MES.
           MOVE AFA-ANO-RET TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-AFA-DURACAO.
           MOVE AFA-DIA-INI TO W-S-DIA.
           MOVE AFA-MES-INI TO W-S-MES.
           MOVE AFA-ANO-INI TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           IF W-AFA-DURACAO < W-SERIAL
               GO TO FIM-AFAST-CURTO.
           SUBTRACT W-SERIAL FROM W-AFA-DURACAO.
           IF W-AFA-DURACAO NOT > W-CURTA
               ADD 1 TO W-F-CURTOS.
       FIM-AFAST-CURTO.
           EXIT.
      *
      *---------[ FALTAS INJUSTIFICADAS DO MES ]------------------------
      *    CADA DIA VALE A MEDIA DE HORAS DOS DIAS PREVISTOS DO MES.
       FALTAS-MES.
           IF W-TEM-FALTA NOT = "S"
               GO TO FIM-FALTAS-MES.
           MOVE CHAPA    TO FAL-CHAPA.
           MOVE W-M-COMP TO FAL-COMPETENCIA.
           READ ARQFALTA
               INVALID KEY
               GO TO FIM-FALTAS-MES.
           IF FAL-STATUS = "C" OR FAL-DIAS = ZEROS
               GO TO FIM-FALTAS-MES.
           ADD FAL-DIAS TO W-F-FALTAS.
           COMPUTE W-M-PERDA(1) ROUNDED =
                   FAL-DIAS * W-M-PREV / W-M-DIAS-ESC.
       FIM-FALTAS-MES.
           MOVE "00" TO ST-FAL.
      *
      *---------[ HORAS TRABALHADAS NO PONTO ]--------------------------
       PONTO-MES.
           IF W-TEM-PONTO NOT = "S"
               GO TO FIM-PONTO-MES.
           MOVE CHAPA    TO PONTO-CHAPA.
           MOVE W-M-COMP TO PONTO-COMPETENCIA.
           MOVE ZEROS    TO PONTO-SEQ.
           START ARQPONTO KEY IS NOT LESS THAN PONTO-KEY
               INVALID KEY
               GO TO FIM-PONTO-MES.
       PONTO-MES-1.
           READ ARQPONTO NEXT
               AT END
               GO TO FIM-PONTO-MES.
           IF PONTO-CHAPA NOT = CHAPA
              OR PONTO-COMPETENCIA NOT = W-M-COMP
               GO TO FIM-PONTO-MES.
           ADD PONTO-HORAS TO W-M-TRAB.
           GO TO PONTO-MES-1.
       FIM-PONTO-MES.
           MOVE "00" TO ST-PON.
      *
      *---------[ SOMA O MES DA COMPETENCIA NO DEPARTAMENTO ]-----------
       ACUMULA-SETOR.
           COMPUTE W-CHAVE = (CODEMPRESA * 1000) + CODPTO.
           PERFORM LOCALIZA-SETOR THRU FIM-LOCALIZA-SETOR.
           IF W-G = ZEROS
               MOVE "S" TO W-CHEIO
               GO TO FIM-ACUMULA-SETOR.
           ADD 1        TO TS-FUNC(W-G).
           ADD W-M-PREV TO TS-PREV(W-G).
           ADD W-M-TRAB TO TS-TRAB(W-G).
           MOVE 1 TO W-C.
       ACUMULA-SETOR-1.
           ADD W-M-PERDA(W-C) TO TS-PERDA(W-G, W-C).
           ADD 1 TO W-C.
           IF W-C NOT > 6
               GO TO ACUMULA-SETOR-1.
       FIM-ACUMULA-SETOR.
           EXIT.
      *
      *---------[ LOCALIZA OU INCLUI O DEPARTAMENTO EM ORDEM ]----------
      *    DEVOLVE A POSICAO EM W-G; ZERO QUANDO A TABELA ESTA CHEIA.
       LOCALIZA-SETOR.
           MOVE 1 TO W-G.
       LOCALIZA-SETOR-1.
           IF W-G > W-SET-QTD
               GO TO LOCALIZA-SETOR-2.
           IF TS-CHAVE(W-G) = W-CHAVE
               GO TO FIM-LOCALIZA-SETOR.
           IF TS-CHAVE(W-G) > W-CHAVE
               GO TO LOCALIZA-SETOR-2.
           ADD 1 TO W-G.
           GO TO LOCALIZA-SETOR-1.
       LOCALIZA-SETOR-2.
           IF W-SET-QTD NOT < 200
               MOVE ZEROS TO W-G
               GO TO FIM-LOCALIZA-SETOR.
           MOVE W-SET-QTD TO W-J.
       LOCALIZA-SETOR-3.
           IF W-J < W-G
               GO TO LOCALIZA-SETOR-4.
           MOVE TS-ITEM(W-J) TO TS-ITEM(W-J + 1).
           SUBTRACT 1 FROM W-J.
           GO TO LOCALIZA-SETOR-3.
       LOCALIZA-SETOR-4.
           ADD 1 TO W-SET-QTD.
           MOVE W-CHAVE TO TS-CHAVE(W-G).
           MOVE ZEROS   TO TS-DADOS(W-G).
       FIM-LOCALIZA-SETOR.
           EXIT.
      *
      *---------[ RANKING: MAIS OCORRENCIAS PRIMEIRO, 20 POSICOES ]-----
       ENTRA-RANKING.
           MOVE 1 TO W-R.
       ENTRA-RANKING-1.
           IF W-R > W-RANK-QTD
               GO TO ENTRA-RANKING-2.
           IF TR-OCOR(W-R) < W-F-OCOR
               GO TO ENTRA-RANKING-2.
           ADD 1 TO W-R.
           GO TO ENTRA-RANKING-1.
       ENTRA-RANKING-2.
           IF W-R > 20
               GO TO FIM-ENTRA-RANKING.
           IF W-RANK-QTD < 20
               ADD 1 TO W-RANK-QTD.
           MOVE W-RANK-QTD TO W-J.
       ENTRA-RANKING-3.
           IF W-J NOT > W-R
               GO TO ENTRA-RANKING-4.
           MOVE TR-ITEM(W-J - 1) TO TR-ITEM(W-J).
           SUBTRACT 1 FROM W-J.
           GO TO ENTRA-RANKING-3.
       ENTRA-RANKING-4.
           MOVE CHAPA      TO TR-CHAPA(W-R).
           MOVE NOME       TO TR-NOME(W-R).
           MOVE CODPTO     TO TR-DEPTO(W-R).
           MOVE W-F-FALTAS TO TR-FALTAS(W-R).
           MOVE W-F-CURTOS TO TR-CURTOS(W-R).
           MOVE W-F-OCOR   TO TR-OCOR(W-R).
           MOVE W-F-PERDA  TO TR-PERDA(W-R).
       FIM-ENTRA-RANKING.
           EXIT.
      *
      *---------[ CABECALHO E TOTAL DA EMPRESA ]------------------------
       CABECA-EMPRESA.
           MOVE W-CHAVE TO W-EMPR-ANT CODEMPR CE-CODIGO.
           READ ARQEMPR
               INVALID KEY
               MOVE "*** NAO CADASTRADA ***" TO RAZAOSOCIAL
               MOVE ZEROS TO CNPJ.
           MOVE RAZAOSOCIAL TO CE-RAZAO.
           MOVE CNPJ        TO CE-CNPJ.
           WRITE ARQTX FROM CABEMP.
           WRITE ARQTX FROM CABDET1.
           WRITE ARQTX FROM CABDET2.
           WRITE ARQTX FROM LINTRACO.
           MOVE ZEROS TO W-EMP-TOT.
       FIM-CABECA-EMPRESA.
           MOVE "00" TO ST-ERRO.
      *
       TOTAL-EMPRESA.
           MOVE W-EMP-TOT TO W-LIN.
           MOVE "TOTAL DA EMPRESA" TO LD-IDENT.
           PERFORM MONTA-LINDET THRU FIM-MONTA-LINDET.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM LINDET.
           WRITE ARQTX FROM LINSEP.
       FIM-TOTAL-EMPRESA.
           EXIT.
      *
      *---------[ SOMA A LINHA NA EMPRESA E NO GERAL ]------------------
       SOMA-LIN.
           ADD WL-FUNC TO WE-FUNC WG-FUNC.
           ADD WL-PREV TO WE-PREV WG-PREV.
           ADD WL-TRAB TO WE-TRAB WG-TRAB.
           MOVE 1 TO W-C.
       SOMA-LIN-1.
           ADD WL-PERDA(W-C) TO WE-PERDA(W-C) WG-PERDA(W-C).
           ADD 1 TO W-C.
           IF W-C NOT > 6
               GO TO SOMA-LIN-1.
       FIM-SOMA-LIN.
           EXIT.
      *
      *---------[ LINHA DE DETALHE A PARTIR DE W-LIN ]------------------
       MONTA-LINDET.
           MOVE WL-FUNC TO LD-FUNC.
           MOVE WL-PREV TO LD-PREV.
           MOVE WL-TRAB TO LD-TRAB.
           MOVE ZEROS TO W-AUX-HORAS.
           MOVE 1 TO W-C.
       MONTA-LINDET-1.
           MOVE WL-PERDA(W-C) TO LD-PERDA(W-C).
           ADD WL-PERDA(W-C) TO W-AUX-HORAS.
           ADD 1 TO W-C.
           IF W-C NOT > 6
               GO TO MONTA-LINDET-1.
           IF W-AUX-HORAS > WL-PREV
               MOVE WL-PREV TO W-AUX-HORAS.
           MOVE W-AUX-HORAS TO LD-TOTPERDA.
           MOVE ZEROS TO W-INDICE.
           IF WL-PREV > ZEROS
               COMPUTE W-INDICE ROUNDED = W-AUX-HORAS * 100 / WL-PREV.
           MOVE W-INDICE TO LD-INDICE.
       FIM-MONTA-LINDET.
           EXIT.
      *
      *---------[ POSICAO DO DIA NO CICLO DA ESCALA ]-------------------
       CALC-POS-CICLO.
           MOVE ZEROS TO W-POS-CICLO.
           IF ESC-CICLO-DIAS < 2 OR ESC-CICLO-DIAS > 6
               GO TO FIM-CALC-POS-CICLO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SERIAL-DIA.
           MOVE ESC-CICLO-INICIO TO W-DT-CICLO.
           MOVE W-INI-DIA TO W-S-DIA.
           MOVE W-INI-MES TO W-S-MES.
           MOVE W-INI-ANO TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SERIAL-INI.
           IF W-SERIAL-DIA < W-SERIAL-INI
               GO TO FIM-CALC-POS-CICLO.
           COMPUTE W-DIF-CICLO = W-SERIAL-DIA - W-SERIAL-INI.
           DIVIDE W-DIF-CICLO BY ESC-CICLO-DIAS GIVING W-AUX-CICLO
               REMAINDER W-RES-CICLO.
           COMPUTE W-POS-CICLO = W-RES-CICLO + 1.
       FIM-CALC-POS-CICLO.
           CONTINUE.
      *
      *---------[ NUMERO SERIAL DO DIA (DIA JULIANO) ]------------------
       CALC-SERIAL.
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
      *---------[ DIA DA SEMANA: 1=DOMINGO ... 7=SABADO ]---------------
       CALC-DIA-SEMANA.
           IF W-Z-MES < 3
               ADD 12 TO W-Z-MES
               SUBTRACT 1 FROM W-Z-ANO.
           DIVIDE W-Z-ANO BY 100 GIVING W-Z-J REMAINDER W-Z-K.
           COMPUTE W-Z-AUX = (13 * (W-Z-MES + 1)) / 5.
           COMPUTE W-Z-TERMO = W-Z-DIA + W-Z-AUX + W-Z-K
               + (W-Z-K / 4) + (W-Z-J / 4) + (5 * W-Z-J).
           DIVIDE W-Z-TERMO BY 7 GIVING W-Z-AUX
               REMAINDER W-Z-RESTO.
      *    ZELLER: 0=SABADO 1=DOMINGO ... 6=SEXTA
           IF W-Z-RESTO = ZEROS
               MOVE 7 TO W-IND-ESCALA
           ELSE
               MOVE W-Z-RESTO TO W-IND-ESCALA.
       FIM-CALC-DIA-SEMANA.
           CONTINUE.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                MOVE W-EMPRESA TO SPL-EXT-EMPRESA.
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
