       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP155.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   RELATORIO DE TRANSPARENCIA SALARIAL       *
      ***********************************************
      *----------------------------------------------------------------
      *    RELATORIO SEMESTRAL DE IGUALDADE SALARIAL (LEI 14.611/2023).
      *    POR EMPRESA (CNPJ) E POR CARGO OU CBO, COMPARA HOMENS E
      *    MULHERES: QUANTIDADE, SALARIO CONTRATUAL MEDIO E MEDIANO E
      *    REMUNERACAO MEDIA E MEDIANA. ENTRA QUEM TEVE FOLHA ("FO")
      *    NO ARQRESUL EM ALGUM MES DO SEMESTRE; A REMUNERACAO DE CADA
      *    UM E A MEDIA DO BRUTO DOS MESES COM FOLHA. O SALARIO E O DA
      *    GRADE (CARGO+NIVEL ATIVO) OU O DO CARGO, HORISTA E DIARISTA
      *    PELO MULTIPLICADOR. A DIFERENCA % E (HOMENS - MULHERES) /
      *    HOMENS; GRUPO COM DIFERENCA ACIMA DA TOLERANCIA (ARQTRANSP)
      *    SAI MARCADO. TRAZ TAMBEM A DISTRIBUICAO POR GENERO.
      *    RELATORIO NO ARQUIVO105 E EXPORTACAO PARA O PORTAL NO
      *    ARQUIVO106 (.CSV SEPARADO POR PONTO E VIRGULA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DA EMPRESA--------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODEMPR
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRD-KEY
                  FILE STATUS  IS ST-GRADE.
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETRO DA TRANSPARENCIA SALARIAL---------
           SELECT ARQTRANSP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TRP.
      *---------------------RELATORIO DE TRANSPARENCIA------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------EXPORTACAO PARA O PORTAL--------------------
           SELECT CSVX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DA EMPRESA--------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS-EMP      PIC X(01).
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
           03 FILLER          PIC X(84).
           03 CODEMPRESA      PIC 9(03).
      *---------------------ARQUIVO DO CARGO----------------------------
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
           03 CODEMPRESA-CARG PIC 9(03).
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
               05 GRD-CARGO          PIC 9(03).
               05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
       FD ARQRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESUL.DAT".
       01 REGRESUL.
           03 RES-KEY.
               05 RES-CHAPA        PIC 9(06).
               05 RES-COMPETENCIA  PIC 9(06).
               05 RES-TIPO         PIC X(02).
           03 RES-BRUTO         PIC 9(08)V99.
           03 RES-INSS          PIC 9(08)V99.
           03 RES-IRRF          PIC 9(08)V99.
           03 RES-FGTS          PIC 9(08)V99.
           03 RES-VT            PIC 9(08)V99.
           03 RES-VR            PIC 9(08)V99.
           03 RES-LIQUIDO       PIC 9(08)V99.
      *---------------------PARAMETRO DA TRANSPARENCIA SALARIAL---------
       FD ARQTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSP.DAT".
       01 REGTRANSP.
           03 TRP-TOLER       PIC 9(02)V99.
      *---------------------RELATORIO DE TRANSPARENCIA------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(120).
      *---------------------EXPORTACAO PARA O PORTAL--------------------
       FD CSVX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-CSV-NOME.
       01 ARQCSV          PIC X(200).
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
       77 ST-GRADE   PIC X(02) VALUE "00".
       77 ST-TRP     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-SEMESTRE    PIC 9(01) VALUE ZEROS.
       01 W-EMPRESA     PIC 9(03) VALUE ZEROS.
       01 W-EMP-DESCR   PIC X(30) VALUE SPACES.
       01 W-AGRUPA      PIC X(01) VALUE "C".
       01 W-AGR-DESCR   PIC X(05) VALUE SPACES.
       01 W-TOLER       PIC 9(02)V99 VALUE 5,00.
       01 W-COMP-INI    PIC 9(06) VALUE ZEROS.
       01 W-COMP-FIM    PIC 9(06) VALUE ZEROS.
       01 W-TEM-GRADE   PIC X(01) VALUE "N".
       01 W-CHEIO       PIC X(01) VALUE "N".
       01 W-CHAVE       PIC 9(06) VALUE ZEROS.
       01 W-DESCR       PIC X(25) VALUE SPACES.
       01 W-SEXO        PIC X(01) VALUE SPACES.
       01 W-SAL-MENSAL  PIC 9(08)V99 VALUE ZEROS.
       01 W-REM-TOT     PIC 9(09)V99 VALUE ZEROS.
       01 W-REM-MESES   PIC 9(02) VALUE ZEROS.
       01 W-REM-MEDIA   PIC 9(08)V99 VALUE ZEROS.
       01 W-I           PIC 9(04) VALUE ZEROS.
       01 W-J           PIC 9(04) VALUE ZEROS.
       01 W-G           PIC 9(04) VALUE ZEROS.
       01 W-S           PIC 9(01) VALUE ZEROS.
       01 W-GRP-QTD     PIC 9(04) VALUE ZEROS.
       01 W-PES-QTD     PIC 9(04) VALUE ZEROS.
       01 W-TV-QTD      PIC 9(04) VALUE ZEROS.
       01 W-VAL         PIC 9(08)V99 VALUE ZEROS.
       01 W-MD-SEXO     PIC X(01) VALUE SPACES.
       01 W-MD-CAMPO    PIC X(01) VALUE SPACES.
       01 W-MD-VALOR    PIC 9(08)V99 VALUE ZEROS.
       01 W-DIF-SAL     PIC S9(05)V99 VALUE ZEROS.
       01 W-DIF-REM     PIC S9(05)V99 VALUE ZEROS.
       01 W-DIF-ABS     PIC 9(05)V99 VALUE ZEROS.
       01 W-ACIMA       PIC X(01) VALUE "N".
      *---------------[ TOTAIS DA EMPRESA E GERAIS ]--------------------
       01 W-EMP-QTD-H    PIC 9(05) VALUE ZEROS.
       01 W-EMP-QTD-M    PIC 9(05) VALUE ZEROS.
       01 W-EMP-REM-H    PIC 9(11)V99 VALUE ZEROS.
       01 W-EMP-REM-M    PIC 9(11)V99 VALUE ZEROS.
       01 W-EMP-MED-H    PIC 9(08)V99 VALUE ZEROS.
       01 W-EMP-MED-M    PIC 9(08)V99 VALUE ZEROS.
       01 W-EMP-SEMSEXO  PIC 9(05) VALUE ZEROS.
       01 W-EMP-COMPAR   PIC 9(04) VALUE ZEROS.
       01 W-EMP-ACIMA    PIC 9(04) VALUE ZEROS.
       01 W-GER-EMPRESAS PIC 9(04) VALUE ZEROS.
       01 W-GER-ACIMA    PIC 9(05) VALUE ZEROS.
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
       01 W-CSV-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO106_".
           05 W-CSV-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".CSV".
      *---------------[ GRUPOS (CARGO OU CBO) EM ORDEM DE CHAVE ]-------
      *    OS TOTAIS POR SEXO FICAM NA POSICAO 1 = HOMENS, 2 = MULHERES.
       01 TAB-GRP.
           03 TG-ITEM OCCURS 300 TIMES.
               05 TG-CHAVE      PIC 9(06).
               05 TG-DESCR      PIC X(25).
               05 TG-SEXO OCCURS 2 TIMES.
                   07 TG-QTD     PIC 9(04).
                   07 TG-SAL     PIC 9(10)V99.
                   07 TG-REM     PIC 9(10)V99.
      *---------------[ PESSOAS DO SEMESTRE NA EMPRESA ]----------------
       01 TAB-PES.
           03 TP-ITEM OCCURS 3000 TIMES.
               05 TP-CHAVE      PIC 9(06).
               05 TP-SEXO       PIC X(01).
               05 TP-SAL        PIC 9(08)V99.
               05 TP-REM        PIC 9(08)V99.
      *---------------[ VALORES ORDENADOS PARA A MEDIANA ]--------------
       01 TAB-VAL.
           03 TV-VALOR      PIC 9(08)V99 OCCURS 3000 TIMES.
      *---------------[ RESULTADO DO GRUPO: 1 = HOMENS, 2 = MULHERES ]--
       01 TAB-RES.
           03 RS-ITEM OCCURS 2 TIMES.
               05 RS-QTD        PIC 9(04).
               05 RS-SAL-MED    PIC 9(08)V99.
               05 RS-SAL-MDN    PIC 9(08)V99.
               05 RS-REM-MED    PIC 9(08)V99.
               05 RS-REM-MDN    PIC 9(08)V99.
      *---------------[ GENERO (MESMOS CODIGOS DO FPP004) ]-------------
       01 TIPO-GENERO.
          03 FILLER     PIC X(25) VALUE "HHETEROSEXUAL".
          03 FILLER     PIC X(25) VALUE "MHOMESEXUAL".
          03 FILLER     PIC X(25) VALUE "BBISEXUAL".
          03 FILLER     PIC X(25) VALUE "TTRANSSEXUAL".
          03 FILLER     PIC X(25) VALUE "PPANSEXUAL".
          03 FILLER     PIC X(25) VALUE "OOUTROS OU NAO INFORMADO".
      *
       01 TABGENERO REDEFINES TIPO-GENERO.
          03 TBGENERO   PIC X(25) OCCURS 6 TIMES.
      *
       01 TAB-GEN.
           03 TGN-ITEM OCCURS 6 TIMES.
               05 TGN-QTD       PIC 9(05).
               05 TGN-REM       PIC 9(11)V99.
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(118) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(118) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(38) VALUE
           "RELATORIO DE TRANSPARENCIA SALARIAL - ".
           05  C1-SEMESTRE PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "O SEMESTRE/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(43) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(13) VALUE "AGRUPAMENTO: ".
           05  C2-AGRUPA   PIC X(05) VALUE SPACES.
           05  FILLER      PIC X(31) VALUE
           "   TOLERANCIA DA DIFERENCA: ".
           05  C2-TOLER    PIC Z9,99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "%".
           05  FILLER      PIC X(35) VALUE
           "   DIF.% = (HOMENS-MULHERES)/HOMENS".
       01  CABEMP.
           05  FILLER      PIC X(09) VALUE "EMPRESA: ".
           05  CE-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CE-RAZAO    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  CNPJ: ".
           05  CE-CNPJ     PIC 9(14) VALUE ZEROS.
       01  CABDET.
           05  CD-TITULO   PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(56) VALUE
           " DENOMINACAO           SEXO  QTD    SAL.MEDIO  SAL.MEDIA".
           05  FILLER      PIC X(56) VALUE
           "NO    REM.MEDIA  REM.MEDIANA  DIF.SAL%  DIF.REM%  SITUAC".
       01  LINDET.
           03  LD-IDENT.
               05  LD-CHAVE    PIC ZZZZZ9 VALUE ZEROS.
               05  FILLER      PIC X(01) VALUE SPACES.
               05  LD-DESCR    PIC X(20) VALUE SPACES.
           03  FILLER      PIC X(02) VALUE SPACES.
           03  LD-SEXO     PIC X(04) VALUE SPACES.
           03  FILLER      PIC X(01) VALUE SPACES.
           03  LD-QTD      PIC ZZZ9 VALUE ZEROS.
           03  FILLER      PIC X(01) VALUE SPACES.
           03  LD-SAL-MED  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER      PIC X(01) VALUE SPACES.
           03  LD-SAL-MDN  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER      PIC X(01) VALUE SPACES.
           03  LD-REM-MED  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER      PIC X(01) VALUE SPACES.
           03  LD-REM-MDN  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  LD-DIFS.
               05  FILLER      PIC X(02) VALUE SPACES.
               05  LD-DIF-SAL  PIC -ZZZ9,99 VALUE ZEROS.
               05  FILLER      PIC X(02) VALUE SPACES.
               05  LD-DIF-REM  PIC -ZZZ9,99 VALUE ZEROS.
               05  FILLER      PIC X(02) VALUE SPACES.
               05  LD-MARCA    PIC X(06) VALUE SPACES.
       01  LINRES1.
           05  FILLER      PIC X(18) VALUE "TOTAL DA EMPRESA: ".
           05  FILLER      PIC X(08) VALUE "HOMENS ".
           05  LR-QTD-H    PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "  REM.MEDIA ".
           05  LR-MED-H    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "   MULHERES ".
           05  LR-QTD-M    PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "  REM.MEDIA ".
           05  LR-MED-M    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "   DIF.REM% ".
           05  LR-DIF      PIC -ZZZ9,99 VALUE ZEROS.
       01  LINRES2.
           05  FILLER      PIC X(20) VALUE "GRUPOS COMPARADOS: ".
           05  LR-COMPAR   PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(26) VALUE
           "   ACIMA DA TOLERANCIA: ".
           05  LR-ACIMA    PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(26) VALUE
           "   SEM SEXO INFORMADO: ".
           05  LR-SEMSEXO  PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINCHEIO.
           05  FILLER      PIC X(55) VALUE
           "*** LIMITE DE GRUPOS ATINGIDO - EMPRESA PARCIAL ***".
       01  CABGEN.
           05  FILLER      PIC X(50) VALUE
           "DISTRIBUICAO POR GENERO          QTD    REM.MEDIA".
       01  LINGEN.
           05  LG-DESCR    PIC X(24) VALUE SPACES.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LG-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LG-MEDIA    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINGERAL.
           05  FILLER      PIC X(22) VALUE "EMPRESAS RELATADAS: ".
           05  LT-EMPRESAS PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(38) VALUE
           "   GRUPOS ACIMA DA TOLERANCIA: ".
           05  LT-ACIMA    PIC ZZ.ZZ9 VALUE ZEROS.
      *---------------------[ REGISTROS DA EXPORTACAO ]-----------------
       01  CSV-CAB.
           05  FILLER      PIC X(55) VALUE
           "CNPJ;ANO;SEMESTRE;AGRUPAMENTO;CODIGO;DENOMINACAO;QTD-H;".
           05  FILLER      PIC X(52) VALUE
           "SAL-MEDIO-H;SAL-MEDIANO-H;REM-MEDIA-H;REM-MEDIANA-H;".
           05  FILLER      PIC X(06) VALUE "QTD-M;".
           05  FILLER      PIC X(52) VALUE
           "SAL-MEDIO-M;SAL-MEDIANO-M;REM-MEDIA-M;REM-MEDIANA-M;".
           05  FILLER      PIC X(23) VALUE
           "DIF-SAL;DIF-REM;ACIMA".
       01  CSV-DET.
           05  CSV-CNPJ    PIC 9(14).
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-ANO     PIC 9(04).
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-SEM     PIC 9(01).
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-AGRUPA  PIC X(01).
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-CHAVE   PIC 9(06).
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-DESCR   PIC X(25).
           05  CSV-SEXOS OCCURS 2 TIMES.
               07  FILLER      PIC X(01) VALUE ";".
               07  CSV-QTD     PIC 9(04).
               07  FILLER      PIC X(01) VALUE ";".
               07  CSV-SAL-MED PIC ZZZZZZ9,99.
               07  FILLER      PIC X(01) VALUE ";".
               07  CSV-SAL-MDN PIC ZZZZZZ9,99.
               07  FILLER      PIC X(01) VALUE ";".
               07  CSV-REM-MED PIC ZZZZZZ9,99.
               07  FILLER      PIC X(01) VALUE ";".
               07  CSV-REM-MDN PIC ZZZZZZ9,99.
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-DIF-SAL PIC -ZZZ9,99.
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-DIF-REM PIC -ZZZ9,99.
           05  FILLER      PIC X(01) VALUE ";".
           05  CSV-ACIMA   PIC X(01).
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** RELATORIO DE TRANSPARENCIA SA".
           05  LINE 02  COLUMN 41
               VALUE  "LARIAL (LEI 14.611) ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            ANO DE REFER".
           05  LINE 06  COLUMN 41
               VALUE  "ENCIA (AAAA)       :".
           05  LINE 07  COLUMN 01
               VALUE  "                            SEMESTRE (1/".
           05  LINE 07  COLUMN 41
               VALUE  "2)                 :".
           05  LINE 08  COLUMN 01
               VALUE  "                            EMPRESA (0=T".
           05  LINE 08  COLUMN 41
               VALUE  "ODAS)              :".
           05  LINE 10  COLUMN 01
               VALUE  "                            AGRUPAR POR ".
           05  LINE 10  COLUMN 41
               VALUE  "(C=CARGO B=CBO)    :".
           05  LINE 11  COLUMN 01
               VALUE  "                            TOLERANCIA D".
           05  LINE 11  COLUMN 41
               VALUE  "A DIFERENCA (%)    :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TANO
               LINE 06  COLUMN 62  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TSEMESTRE
               LINE 07  COLUMN 62  PIC 9(01)
               USING  W-SEMESTRE
               HIGHLIGHT.
           05  TEMPRESA
               LINE 08  COLUMN 62  PIC 9(03)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TEMPDESCR
               LINE 09  COLUMN 42  PIC X(30)
               USING  W-EMP-DESCR.
           05  TAGRUPA
               LINE 10  COLUMN 62  PIC X(01)
               USING  W-AGRUPA
               HIGHLIGHT.
           05  TAGRDESCR
               LINE 10  COLUMN 64  PIC X(05)
               USING  W-AGR-DESCR.
           05  TTOLER
               LINE 11  COLUMN 62  PIC Z9,99
               USING  W-TOLER
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
                MOVE W-HOJE TO W-TX-DATA W-CSV-DATA
      *    SUGERE O ULTIMO SEMESTRE FECHADO.
                IF W-HOJE-MES > 6
                   MOVE W-HOJE-ANO TO W-ANO
                   MOVE 1 TO W-SEMESTRE
                ELSE
                   COMPUTE W-ANO = W-HOJE-ANO - 1
                   MOVE 2 TO W-SEMESTRE.
                PERFORM LOAD-TRANSP THRU FIM-LOAD-TRANSP.
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE EMPRESAS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQRESUL
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM RESULTADO DE FOLHA GRAVADO AINDA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQEMPR
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQEMPR ARQRESUL
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQEMPR ARQRESUL ARQCARG
               GO TO ROT-FIM.
      *    SEM GRADE VALE O SALARIO DO CARGO.
           MOVE "N" TO W-TEM-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-GRADE = "00"
               MOVE "S" TO W-TEM-GRADE.
       INC-OPA.
                ACCEPT TANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-ANO < 1900
                   MOVE "*** ANO INVALIDO (AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TSEMESTRE
                IF W-SEMESTRE NOT = 1 AND NOT = 2
                   MOVE "*** SEMESTRE DEVE SER 1 OU 2 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
       INC-OPC.
                ACCEPT TEMPRESA
                MOVE SPACES TO W-EMP-DESCR
                IF W-EMPRESA = ZEROS
                   MOVE "TODAS" TO W-EMP-DESCR
                   DISPLAY TEMPDESCR
                   GO TO INC-OPD.
                MOVE W-EMPRESA TO CODEMPR
                READ ARQEMPR
                IF ST-ERRO NOT = "00"
                   MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPC.
                MOVE RAZAOSOCIAL TO W-EMP-DESCR
                DISPLAY TEMPDESCR.
       INC-OPD.
                ACCEPT TAGRUPA
                IF W-AGRUPA = "c"
                   MOVE "C" TO W-AGRUPA.
                IF W-AGRUPA = "b"
                   MOVE "B" TO W-AGRUPA.
                IF W-AGRUPA NOT = "C" AND NOT = "B"
                   MOVE "*** DIGITE C=CARGO OU B=CBO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPD.
                IF W-AGRUPA = "C"
                   MOVE "CARGO" TO W-AGR-DESCR
                ELSE
                   MOVE "CBO" TO W-AGR-DESCR.
                DISPLAY TAGRDESCR.
       INC-OPE.
                ACCEPT TTOLER
                IF W-TOLER = ZEROS
                   MOVE "*** INFORME A TOLERANCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPE.
       INC-OPF.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPF.
      *    A TOLERANCIA INFORMADA PASSA A SER A PADRAO.
           PERFORM GRAVA-TRANSP THRU FIM-GRAVA-TRANSP.
           COMPUTE W-COMP-INI = W-ANO * 100 + 1.
           IF W-SEMESTRE = 2
               ADD 6 TO W-COMP-INI.
           COMPUTE W-COMP-FIM = W-COMP-INI + 5.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP155" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT CSVX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO106" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE TX
               GO TO FIM-ARQUIVOS.
           WRITE ARQCSV FROM CSV-CAB.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-SEMESTRE TO C1-SEMESTRE.
           MOVE W-ANO      TO C1-ANO.
           MOVE W-AGR-DESCR TO C2-AGRUPA CD-TITULO.
           MOVE W-TOLER    TO C2-TOLER.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-EMPRESAS W-GER-ACIMA.
           MOVE W-EMPRESA TO CODEMPR.
           START ARQEMPR KEY IS NOT LESS THAN CODEMPR
               INVALID KEY
               GO TO FIM-EMPRESAS.
      *---------------[ UM BLOCO POR EMPRESA (CNPJ) ]-------------------
       LER-EMPRESA.
           READ ARQEMPR NEXT
               AT END
               GO TO FIM-EMPRESAS.
           IF W-EMPRESA NOT = ZEROS AND CODEMPR NOT = W-EMPRESA
               GO TO FIM-EMPRESAS.
           MOVE ZEROS TO W-GRP-QTD W-PES-QTD W-EMP-QTD-H W-EMP-QTD-M
                         W-EMP-REM-H W-EMP-REM-M W-EMP-SEMSEXO
                         W-EMP-COMPAR W-EMP-ACIMA.
           MOVE "N" TO W-CHEIO.
           MOVE 1 TO W-I.
       LIMPA-GENERO.
           MOVE ZEROS TO TGN-QTD(W-I) TGN-REM(W-I).
           ADD 1 TO W-I.
           IF W-I NOT > 6
               GO TO LIMPA-GENERO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-FUNC.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-FUNC.
           IF CODEMPRESA NOT = CODEMPR
               GO TO LER-FUNC.
           PERFORM REMUNERACAO THRU FIM-REMUNERACAO.
           IF W-REM-MESES = ZEROS
               GO TO LER-FUNC.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO LER-FUNC.
           PERFORM CONTA-GENERO THRU FIM-CONTA-GENERO.
           MOVE SPACES TO W-SEXO.
           IF SEXO = "M" OR SEXO = "m"
               MOVE "M" TO W-SEXO
               MOVE 1 TO W-S
               ADD 1 TO W-EMP-QTD-H
               ADD W-REM-MEDIA TO W-EMP-REM-H.
           IF SEXO = "F" OR SEXO = "f"
               MOVE "F" TO W-SEXO
               MOVE 2 TO W-S
               ADD 1 TO W-EMP-QTD-M
               ADD W-REM-MEDIA TO W-EMP-REM-M.
           IF W-SEXO = SPACES
               ADD 1 TO W-EMP-SEMSEXO
               GO TO LER-FUNC.
           PERFORM SALARIO-MENSAL THRU FIM-SALARIO-MENSAL.
           IF W-AGRUPA = "C"
               MOVE CODCARG TO W-CHAVE
               MOVE DENOMINACAO TO W-DESCR
           ELSE
               MOVE CBO TO W-CHAVE
               MOVE DENOMINACAO TO W-DESCR
               IF CBO = ZEROS
                   MOVE "CBO NAO INFORMADO" TO W-DESCR.
           PERFORM LOCALIZA-GRUPO THRU FIM-LOCALIZA-GRUPO.
           IF W-G = ZEROS OR W-PES-QTD NOT < 3000
               MOVE "S" TO W-CHEIO
               GO TO LER-FUNC.
           ADD 1 TO W-PES-QTD.
           MOVE W-CHAVE      TO TP-CHAVE(W-PES-QTD).
           MOVE W-SEXO       TO TP-SEXO(W-PES-QTD).
           MOVE W-SAL-MENSAL TO TP-SAL(W-PES-QTD).
           MOVE W-REM-MEDIA  TO TP-REM(W-PES-QTD).
           ADD 1            TO TG-QTD(W-G, W-S).
           ADD W-SAL-MENSAL TO TG-SAL(W-G, W-S).
           ADD W-REM-MEDIA  TO TG-REM(W-G, W-S).
           GO TO LER-FUNC.
       FIM-FUNC.
           MOVE "00" TO ST-ERRO.
      *    EMPRESA SEM NINGUEM NA FOLHA DO SEMESTRE NAO SAI.
           IF W-EMP-QTD-H = ZEROS AND W-EMP-QTD-M = ZEROS
              AND W-EMP-SEMSEXO = ZEROS
               GO TO LER-EMPRESA.
           ADD 1 TO W-GER-EMPRESAS.
           MOVE CODEMPR     TO CE-CODIGO.
           MOVE RAZAOSOCIAL TO CE-RAZAO.
           MOVE CNPJ        TO CE-CNPJ.
           WRITE ARQTX FROM CABEMP.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABDET.
           WRITE ARQTX FROM LINTRACO.
           MOVE 1 TO W-G.
       IMPRIME-GRUPOS.
           IF W-G > W-GRP-QTD
               GO TO FIM-GRUPOS.
           PERFORM CALCULA-GRUPO THRU FIM-CALCULA-GRUPO.
           PERFORM IMPRIME-GRUPO THRU FIM-IMPRIME-GRUPO.
           ADD 1 TO W-G.
           GO TO IMPRIME-GRUPOS.
       FIM-GRUPOS.
           WRITE ARQTX FROM LINTRACO.
           IF W-CHEIO = "S"
               WRITE ARQTX FROM LINCHEIO.
           MOVE ZEROS TO W-EMP-MED-H W-EMP-MED-M W-DIF-REM.
           IF W-EMP-QTD-H > ZEROS
               COMPUTE W-EMP-MED-H ROUNDED = W-EMP-REM-H / W-EMP-QTD-H.
           IF W-EMP-QTD-M > ZEROS
               COMPUTE W-EMP-MED-M ROUNDED = W-EMP-REM-M / W-EMP-QTD-M.
           IF W-EMP-MED-H > ZEROS AND W-EMP-QTD-M > ZEROS
               COMPUTE W-DIF-REM ROUNDED =
                   (W-EMP-MED-H - W-EMP-MED-M) / W-EMP-MED-H * 100.
           MOVE W-EMP-QTD-H   TO LR-QTD-H.
           MOVE W-EMP-MED-H   TO LR-MED-H.
           MOVE W-EMP-QTD-M   TO LR-QTD-M.
           MOVE W-EMP-MED-M   TO LR-MED-M.
           MOVE W-DIF-REM     TO LR-DIF.
           WRITE ARQTX FROM LINRES1.
           MOVE W-EMP-COMPAR  TO LR-COMPAR.
           MOVE W-EMP-ACIMA   TO LR-ACIMA.
           MOVE W-EMP-SEMSEXO TO LR-SEMSEXO.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABGEN.
           MOVE 1 TO W-I.
       IMPRIME-GENERO.
           IF TGN-QTD(W-I) = ZEROS
               GO TO IMPRIME-GENERO-1.
           MOVE TBGENERO(W-I)(2:24) TO LG-DESCR.
           MOVE TGN-QTD(W-I)        TO LG-QTD.
           COMPUTE LG-MEDIA ROUNDED = TGN-REM(W-I) / TGN-QTD(W-I).
           WRITE ARQTX FROM LINGEN.
       IMPRIME-GENERO-1.
           ADD 1 TO W-I.
           IF W-I NOT > 6
               GO TO IMPRIME-GENERO.
           WRITE ARQTX FROM LINSEP.
           ADD W-EMP-ACIMA TO W-GER-ACIMA.
           GO TO LER-EMPRESA.
       FIM-EMPRESAS.
           MOVE "00" TO ST-ERRO.
           MOVE W-GER-EMPRESAS TO LT-EMPRESAS.
           MOVE W-GER-ACIMA    TO LT-ACIMA.
           WRITE ARQTX FROM LINGERAL.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX CSVX.
           IF W-GER-EMPRESAS = ZEROS
               MOVE "*** NENHUMA FOLHA NO SEMESTRE INFORMADO ***"
                                                          TO MENS
           ELSE
               MOVE "*** GERADO NO ARQUIVO105 E ARQUIVO106 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQEMPR ARQRESUL ARQCARG ARQFUNC.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
           GO TO ROT-FIM1.
      *
      *---------[ REMUNERACAO MEDIA DO FUNCIONARIO NO SEMESTRE ]--------
      *    MEDIA DO BRUTO DAS FOLHAS ("FO") GRAVADAS NOS MESES DO
      *    SEMESTRE. SEM NENHUMA, W-REM-MESES FICA ZERADO.
       REMUNERACAO.
           MOVE ZEROS TO W-REM-TOT W-REM-MESES W-REM-MEDIA.
           MOVE CHAPA      TO RES-CHAPA.
           MOVE W-COMP-INI TO RES-COMPETENCIA.
           MOVE SPACES     TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO FIM-REMUNERACAO.
       REMUNERACAO-1.
           READ ARQRESUL NEXT
               AT END
               GO TO REMUNERACAO-9.
           IF RES-CHAPA NOT = CHAPA OR RES-COMPETENCIA > W-COMP-FIM
               GO TO REMUNERACAO-9.
           IF RES-TIPO = "FO"
               ADD RES-BRUTO TO W-REM-TOT
               ADD 1 TO W-REM-MESES.
           GO TO REMUNERACAO-1.
       REMUNERACAO-9.
           IF W-REM-MESES > ZEROS
               COMPUTE W-REM-MEDIA ROUNDED = W-REM-TOT / W-REM-MESES.
       FIM-REMUNERACAO.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ DISTRIBUICAO POR GENERO ]-----------------------------
      *    CODIGO FORA DA TABELA CONTA COMO "OUTROS OU NAO INFORMADO".
       CONTA-GENERO.
           MOVE 1 TO W-I.
       CONTA-GENERO-1.
           IF GENERO = TBGENERO(W-I)(1:1)
               GO TO CONTA-GENERO-2.
           ADD 1 TO W-I.
           IF W-I < 6
               GO TO CONTA-GENERO-1.
       CONTA-GENERO-2.
           ADD 1           TO TGN-QTD(W-I).
           ADD W-REM-MEDIA TO TGN-REM(W-I).
       FIM-CONTA-GENERO.
           EXIT.
      *
      *---------[ SALARIO MENSAL DO FUNCIONARIO ]-----------------------
      *    GRADE DO CARGO+NIVEL QUANDO ATIVA, SENAO SALARIO DO CARGO.
       SALARIO-MENSAL.
           MOVE SALARIOBASE TO W-SAL-MENSAL.
           IF W-TEM-GRADE NOT = "S" OR NVSALARIAL = ZEROS
               GO TO SALARIO-MENSAL-1.
           MOVE CODCARG    TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               GO TO SALARIO-MENSAL-1.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO W-SAL-MENSAL.
       SALARIO-MENSAL-1.
           IF TIPOSALARIO = "H"
               MULTIPLY MULT-HORAS BY W-SAL-MENSAL.
           IF TIPOSALARIO = "D"
               MULTIPLY MULT-DIAS BY W-SAL-MENSAL.
       FIM-SALARIO-MENSAL.
           MOVE "00" TO ST-GRADE.
      *
      *---------[ LOCALIZA OU INCLUI O GRUPO EM ORDEM DE CHAVE ]--------
      *    DEVOLVE A POSICAO EM W-G; ZERO QUANDO A TABELA ESTA CHEIA.
       LOCALIZA-GRUPO.
           MOVE 1 TO W-G.
       LOCALIZA-GRUPO-1.
           IF W-G > W-GRP-QTD
               GO TO LOCALIZA-GRUPO-2.
           IF TG-CHAVE(W-G) = W-CHAVE
               GO TO FIM-LOCALIZA-GRUPO.
           IF TG-CHAVE(W-G) > W-CHAVE
               GO TO LOCALIZA-GRUPO-2.
           ADD 1 TO W-G.
           GO TO LOCALIZA-GRUPO-1.
       LOCALIZA-GRUPO-2.
           IF W-GRP-QTD NOT < 300
               MOVE ZEROS TO W-G
               GO TO FIM-LOCALIZA-GRUPO.
           MOVE W-GRP-QTD TO W-J.
       LOCALIZA-GRUPO-3.
           IF W-J < W-G
               GO TO LOCALIZA-GRUPO-4.
           MOVE TG-ITEM(W-J) TO TG-ITEM(W-J + 1).
           SUBTRACT 1 FROM W-J.
           GO TO LOCALIZA-GRUPO-3.
       LOCALIZA-GRUPO-4.
           ADD 1 TO W-GRP-QTD.
           MOVE W-CHAVE TO TG-CHAVE(W-G).
           MOVE W-DESCR TO TG-DESCR(W-G).
           MOVE ZEROS TO TG-QTD(W-G, 1) TG-SAL(W-G, 1) TG-REM(W-G, 1)
                         TG-QTD(W-G, 2) TG-SAL(W-G, 2) TG-REM(W-G, 2).
       FIM-LOCALIZA-GRUPO.
           EXIT.
      *
      *---------[ MEDIAS, MEDIANAS E DIFERENCA DO GRUPO W-G ]-----------
       CALCULA-GRUPO.
           MOVE 1 TO W-S.
           MOVE "M" TO W-MD-SEXO.
       CALCULA-GRUPO-1.
           MOVE TG-QTD(W-G, W-S) TO RS-QTD(W-S).
           MOVE ZEROS TO RS-SAL-MED(W-S) RS-REM-MED(W-S).
           IF RS-QTD(W-S) > ZEROS
               COMPUTE RS-SAL-MED(W-S) ROUNDED =
                   TG-SAL(W-G, W-S) / RS-QTD(W-S)
               COMPUTE RS-REM-MED(W-S) ROUNDED =
                   TG-REM(W-G, W-S) / RS-QTD(W-S).
           MOVE "S" TO W-MD-CAMPO.
           PERFORM MEDIANA THRU FIM-MEDIANA.
           MOVE W-MD-VALOR TO RS-SAL-MDN(W-S).
           MOVE "R" TO W-MD-CAMPO.
           PERFORM MEDIANA THRU FIM-MEDIANA.
           MOVE W-MD-VALOR TO RS-REM-MDN(W-S).
           IF W-S = 1
               MOVE 2 TO W-S
               MOVE "F" TO W-MD-SEXO
               GO TO CALCULA-GRUPO-1.
      *    SO HA COMPARACAO COM OS DOIS SEXOS NO GRUPO.
           MOVE ZEROS TO W-DIF-SAL W-DIF-REM.
           MOVE "N" TO W-ACIMA.
           IF RS-QTD(1) = ZEROS OR RS-QTD(2) = ZEROS
               GO TO FIM-CALCULA-GRUPO.
           ADD 1 TO W-EMP-COMPAR.
           IF RS-SAL-MED(1) > ZEROS
               COMPUTE W-DIF-SAL ROUNDED =
                   (RS-SAL-MED(1) - RS-SAL-MED(2))
                   / RS-SAL-MED(1) * 100.
           IF RS-REM-MED(1) > ZEROS
               COMPUTE W-DIF-REM ROUNDED =
                   (RS-REM-MED(1) - RS-REM-MED(2))
                   / RS-REM-MED(1) * 100.
           IF W-DIF-SAL < ZEROS
               COMPUTE W-DIF-ABS = ZEROS - W-DIF-SAL
           ELSE
               MOVE W-DIF-SAL TO W-DIF-ABS.
           IF W-DIF-ABS > W-TOLER
               MOVE "S" TO W-ACIMA.
           IF W-DIF-REM < ZEROS
               COMPUTE W-DIF-ABS = ZEROS - W-DIF-REM
           ELSE
               MOVE W-DIF-REM TO W-DIF-ABS.
           IF W-DIF-ABS > W-TOLER
               MOVE "S" TO W-ACIMA.
           IF W-ACIMA = "S"
               ADD 1 TO W-EMP-ACIMA.
       FIM-CALCULA-GRUPO.
           EXIT.
      *
      *---------[ MEDIANA DO GRUPO W-G POR SEXO E CAMPO ]---------------
      *    SEPARA OS VALORES DO GRUPO/SEXO EM TAB-VAL JA EM ORDEM
      *    (INSERCAO) E TOMA O DO MEIO, OU A MEDIA DOS DOIS DO MEIO.
       MEDIANA.
           MOVE ZEROS TO W-MD-VALOR W-TV-QTD.
           MOVE 1 TO W-I.
       MEDIANA-1.
           IF W-I > W-PES-QTD
               GO TO MEDIANA-5.
           IF TP-CHAVE(W-I) NOT = TG-CHAVE(W-G)
              OR TP-SEXO(W-I) NOT = W-MD-SEXO
               GO TO MEDIANA-4.
           IF W-MD-CAMPO = "S"
               MOVE TP-SAL(W-I) TO W-VAL
           ELSE
               MOVE TP-REM(W-I) TO W-VAL.
           MOVE W-TV-QTD TO W-J.
       MEDIANA-2.
           IF W-J = ZEROS
               GO TO MEDIANA-3.
           IF TV-VALOR(W-J) NOT > W-VAL
               GO TO MEDIANA-3.
           MOVE TV-VALOR(W-J) TO TV-VALOR(W-J + 1).
           SUBTRACT 1 FROM W-J.
           GO TO MEDIANA-2.
       MEDIANA-3.
           MOVE W-VAL TO TV-VALOR(W-J + 1).
           ADD 1 TO W-TV-QTD.
       MEDIANA-4.
           ADD 1 TO W-I.
           GO TO MEDIANA-1.
       MEDIANA-5.
           IF W-TV-QTD = ZEROS
               GO TO FIM-MEDIANA.
           DIVIDE W-TV-QTD BY 2 GIVING W-J REMAINDER W-I.
           IF W-I = 1
               MOVE TV-VALOR(W-J + 1) TO W-MD-VALOR
           ELSE
               COMPUTE W-MD-VALOR ROUNDED =
                   (TV-VALOR(W-J) + TV-VALOR(W-J + 1)) / 2.
       FIM-MEDIANA.
           EXIT.
      *
      *---------[ LINHAS DO GRUPO NO RELATORIO E NA EXPORTACAO ]--------
       IMPRIME-GRUPO.
           MOVE TG-CHAVE(W-G) TO LD-CHAVE.
           MOVE TG-DESCR(W-G) TO LD-DESCR.
           MOVE "MASC"        TO LD-SEXO.
           MOVE 1 TO W-S.
           PERFORM MONTA-LINHA THRU FIM-MONTA-LINHA.
           MOVE SPACES TO LD-DIFS.
           WRITE ARQTX FROM LINDET.
           MOVE SPACES TO LD-IDENT.
           MOVE "FEM"         TO LD-SEXO.
           MOVE 2 TO W-S.
           PERFORM MONTA-LINHA THRU FIM-MONTA-LINHA.
           MOVE W-DIF-SAL TO LD-DIF-SAL.
           MOVE W-DIF-REM TO LD-DIF-REM.
           MOVE SPACES TO LD-MARCA.
           IF W-ACIMA = "S"
               MOVE "ACIMA" TO LD-MARCA.
           IF RS-QTD(1) = ZEROS OR RS-QTD(2) = ZEROS
               MOVE SPACES TO LD-DIFS
               MOVE "S/COMP" TO LD-MARCA.
           WRITE ARQTX FROM LINDET.
           MOVE CNPJ          TO CSV-CNPJ.
           MOVE W-ANO         TO CSV-ANO.
           MOVE W-SEMESTRE    TO CSV-SEM.
           MOVE W-AGRUPA      TO CSV-AGRUPA.
           MOVE TG-CHAVE(W-G) TO CSV-CHAVE.
           MOVE TG-DESCR(W-G) TO CSV-DESCR.
           MOVE W-DIF-SAL     TO CSV-DIF-SAL.
           MOVE W-DIF-REM     TO CSV-DIF-REM.
           MOVE W-ACIMA       TO CSV-ACIMA.
           WRITE ARQCSV FROM CSV-DET.
       FIM-IMPRIME-GRUPO.
           EXIT.
      *
       MONTA-LINHA.
           MOVE RS-QTD(W-S)     TO LD-QTD CSV-QTD(W-S).
           MOVE RS-SAL-MED(W-S) TO LD-SAL-MED CSV-SAL-MED(W-S).
           MOVE RS-SAL-MDN(W-S) TO LD-SAL-MDN CSV-SAL-MDN(W-S).
           MOVE RS-REM-MED(W-S) TO LD-REM-MED CSV-REM-MED(W-S).
           MOVE RS-REM-MDN(W-S) TO LD-REM-MDN CSV-REM-MDN(W-S).
       FIM-MONTA-LINHA.
           EXIT.
      *
      *---------[ PARAMETRO DE TOLERANCIA DA TRANSPARENCIA ]------------
       LOAD-TRANSP.
           OPEN INPUT ARQTRANSP.
           IF ST-TRP = "30" OR ST-TRP = "35"
               PERFORM GRAVA-TRANSP THRU FIM-GRAVA-TRANSP
               OPEN INPUT ARQTRANSP.
           IF ST-TRP NOT = "00"
               MOVE "00" TO ST-TRP
               GO TO FIM-LOAD-TRANSP.
           READ ARQTRANSP.
           IF ST-TRP = "00" AND TRP-TOLER > ZEROS
               MOVE TRP-TOLER TO W-TOLER.
           CLOSE ARQTRANSP.
           MOVE "00" TO ST-TRP.
       FIM-LOAD-TRANSP.
           CONTINUE.

       GRAVA-TRANSP.
           OPEN OUTPUT ARQTRANSP.
           MOVE W-TOLER TO TRP-TOLER.
           WRITE REGTRANSP.
           CLOSE ARQTRANSP.
           MOVE "00" TO ST-TRP.
       FIM-GRAVA-TRANSP.
           CONTINUE.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
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
