       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP159.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   PROJECAO DE CUSTO DE PESSOAL (12 MESES)   *
      ***********************************************
      *----------------------------------------------------------------
      *    PREVISAO DO CUSTO DE PESSOAL DOS 12 MESES A PARTIR DA
      *    COMPETENCIA INICIAL, POR DEPARTAMENTO E MES, NO MESMO
      *    FORMATO DO ORCADO X REALIZADO (FPP094) PARA COMPARAR COM O
      *    ARQORCAM. PARTE DOS FUNCIONARIOS ATIVOS E DO SALARIO DO
      *    CARGO+NIVEL (GRADE ATIVA, SENAO SALARIO BASE DO CARGO) E
      *    APLICA:
      *      - PROGRESSOES JA LANCADAS NO FPP057 COM DATA EFETIVA
      *        DENTRO OU APOS A JANELA: ATE O MES DA DATA EFETIVA VALE
      *        O SALARIO DO CARGO+NIVEL DE ORIGEM;
      *      - DISSIDIO: PERCENTUAL A PARTIR DO MES INFORMADO;
      *      - 13 SALARIO: 1A PARCELA EM NOVEMBRO E 2A EM DEZEMBRO,
      *        PROPORCIONAL AOS MESES DO ANO DA ADMISSAO;
      *      - FERIAS PROGRAMADAS (ARQFERIAS STATUS C) NO MES DO
      *        INICIO DO GOZO: 1/3 SOBRE OS DIAS DE GOZO E O ABONO
      *        COM 1/3;
      *      - ENCARGOS PATRONAIS E FGTS SOBRE TUDO.
      *    AS REQUISICOES APROVADAS (ARQREQPES STATUS A) COM VAGAS
      *    AINDA ABERTAS ENTRAM DESDE O PRIMEIRO MES, PELO MENOR NIVEL
      *    ATIVO DA GRADE DO CARGO. RELATORIO NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *---------------------HISTORICO DE PROGRESSOES (FPP057)-----------
           SELECT ARQCARR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAR-KEY
                  FILE STATUS  IS ST-CARR.
      *---------------------ARQUIVO DE FERIAS---------------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FER-KEY
                  FILE STATUS  IS ST-FER.
      *---------------------REQUISICOES DE PESSOAL----------------------
           SELECT ARQREQPES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RQ-NUMERO
                  FILE STATUS  IS ST-RQ.
      *---------------------ORCAMENTO MENSAL POR DEPARTAMENTO-----------
           SELECT ARQORCAM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ORC-KEY
                  FILE STATUS  IS ST-ORC.
      *---------------------RELATORIO DA PROJECAO-----------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *---------------------HISTORICO DE PROGRESSOES (FPP057)-----------
       FD ARQCARR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARR.DAT".
       01 REGCARR.
           03 CAR-KEY.
            05 CAR-CHAPA          PIC 9(06).
            05 CAR-SEQ            PIC 9(03).
           03 CAR-DATA            PIC 9(08).
           03 CAR-DT REDEFINES CAR-DATA.
            05 CAR-DIA            PIC 9(02).
            05 CAR-MES            PIC 9(02).
            05 CAR-ANO            PIC 9(04).
           03 CAR-DE-CODCARG      PIC 9(03).
           03 CAR-PARA-CODCARG    PIC 9(03).
           03 CAR-DE-NIVEL        PIC 9(02).
           03 CAR-PARA-NIVEL      PIC 9(02).
           03 CAR-DE-SALARIO      PIC 9(06)V99.
           03 CAR-PARA-SALARIO    PIC 9(06)V99.
      *---------------------ARQUIVO DE FERIAS---------------------------
       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-SEQ            PIC 9(02).
           03 FER-AQUIS-INI       PIC 9(08).
           03 FER-AQUIS-FIM       PIC 9(08).
           03 FER-DIAS-DIREITO    PIC 9(02).
           03 FER-GOZO-INI        PIC 9(08).
           03 FER-DT-GOZO-INI REDEFINES FER-GOZO-INI.
            05 GOZO-DIA            PIC 9(02).
            05 GOZO-MES            PIC 9(02).
            05 GOZO-ANO            PIC 9(04).
           03 FER-GOZO-FIM        PIC 9(08).
           03 FER-DIAS-GOZO       PIC 9(02).
           03 FER-STATUS          PIC X(01).
           03 FER-DIAS-ABONO      PIC 9(02).
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
      *---------------------ORCAMENTO MENSAL POR DEPARTAMENTO-----------
       FD ARQORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCAM.DAT".
       01 REGORCAM.
           03 ORC-KEY.
            05 ORC-CODPTO         PIC 9(03).
            05 ORC-ANO            PIC 9(04).
            05 ORC-MES            PIC 9(02).
           03 ORC-VALOR           PIC 9(10)V99.
      *---------------------RELATORIO DA PROJECAO-----------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(120).
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
       77 ST-CARR    PIC X(02) VALUE "00".
       77 ST-FER     PIC X(02) VALUE "00".
       77 ST-RQ      PIC X(02) VALUE "00".
       77 ST-ORC     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PCT-PATRONAL PIC 9V999 VALUE 0,200.
       77 W-PCT-FGTS     PIC 9V999 VALUE 0,080.
       01 W-TEM-GRADE   PIC X(01) VALUE "N".
       01 W-TEM-CARR    PIC X(01) VALUE "N".
       01 W-TEM-FER     PIC X(01) VALUE "N".
       01 W-TEM-RQ      PIC X(01) VALUE "N".
       01 W-TEM-ORC     PIC X(01) VALUE "N".
       01 W-CHEIO       PIC X(01) VALUE "N".
      *---------------[ PARAMETROS DA PROJECAO ]------------------------
       01 W-COMP-INI    PIC 9(06) VALUE ZEROS.
       01 W-COMP-INI-R REDEFINES W-COMP-INI.
           03 W-INI-ANO   PIC 9(04).
           03 W-INI-MES   PIC 9(02).
       01 W-DISS-PCT    PIC 9(02)V99 VALUE ZEROS.
       01 W-DISS-MES    PIC 9(02) VALUE ZEROS.
       01 W-TOLER       PIC 9(02)V99 VALUE 5,00.
      *---------------[ OS 12 MESES DA JANELA ]-------------------------
       01 TAB-MES.
           03 TM-ITEM OCCURS 12 TIMES.
               05 TM-COMP     PIC 9(06).
               05 TM-COMP-R REDEFINES TM-COMP.
                   07 TM-ANO  PIC 9(04).
                   07 TM-MES  PIC 9(02).
      *---------------[ FUNCIONARIO OU VAGA CORRENTE, MES A MES ]------
       01 TAB-CALC.
           03 TC-ITEM OCCURS 12 TIMES.
               05 TC-SALARIO  PIC 9(07)V99.
               05 TC-13       PIC 9(07)V99.
               05 TC-FERIAS   PIC 9(07)V99.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-J           PIC 9(03) VALUE ZEROS.
       01 W-K           PIC 9(03) VALUE ZEROS.
       01 W-E           PIC 9(02) VALUE ZEROS.
       01 W-MES-DE      PIC 9(02) VALUE ZEROS.
       01 W-DIF         PIC S9(05) VALUE ZEROS.
       01 W-ANO-B       PIC 9(04) VALUE ZEROS.
       01 W-MES-B       PIC 9(02) VALUE ZEROS.
       01 W-ADM-COMP    PIC 9(06) VALUE ZEROS.
       01 W-ADM-COMP-R REDEFINES W-ADM-COMP.
           03 W-ADM-ANO   PIC 9(04).
           03 W-ADM-MES   PIC 9(02).
       01 W-SAL-ATUAL   PIC 9(07)V99 VALUE ZEROS.
       01 W-BUS-CARGO   PIC 9(03) VALUE ZEROS.
       01 W-BUS-NIVEL   PIC 9(02) VALUE ZEROS.
       01 W-SAL-BUS     PIC 9(07)V99 VALUE ZEROS.
       01 W-APLICA      PIC X(01) VALUE "N".
       01 W-AVOS        PIC 9(02) VALUE ZEROS.
       01 W-PARC1       PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR       PIC S9(08)V99 VALUE ZEROS.
       01 W-QTD         PIC 9(02) VALUE ZEROS.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-CUSTO       PIC 9(10)V99 VALUE ZEROS.
      *---------------[ PROJECAO POR DEPARTAMENTO E MES ]---------------
       01 W-QTD-DEP     PIC 9(03) VALUE ZEROS.
       01 TAB-PROJ.
           03 TP-ITEM OCCURS 100 TIMES.
               05 TP-CODPTO      PIC 9(03).
               05 TP-VALOR       PIC 9(10)V99 OCCURS 12 TIMES.
               05 TP-ORC-ACUM    PIC 9(10)V99.
               05 TP-PROJ-ACUM   PIC 9(10)V99.
       01 W-ORC-MES     PIC 9(10)V99 VALUE ZEROS.
       01 W-VAL-ORC     PIC 9(10)V99 VALUE ZEROS.
       01 W-VAL-PROJ    PIC 9(10)V99 VALUE ZEROS.
       01 W-DESVIO      PIC S9(05)V99 VALUE ZEROS.
       01 W-DESVIO-ABS  PIC 9(05)V99 VALUE ZEROS.
       01 W-TOT-ORC     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PROJ    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-ORC-ACUM  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PROJ-ACUM PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-FUNC    PIC 9(05) VALUE ZEROS.
       01 W-TOT-VAGAS   PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(095) VALUE ALL "=".
       01  CAB1.
           05  FILLER                 PIC X(040) VALUE
           "PROJECAO DE CUSTO DE PESSOAL - 12 MESES".
           05  FILLER                 PIC X(009) VALUE
           " INICIO: ".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(011) VALUE
           " DISSIDIO: ".
           05  CAB-DISS               PIC Z9,99 VALUE ZEROS.
           05  FILLER                 PIC X(009) VALUE
           "% NO MES ".
           05  CAB-DISS-MES           PIC 99 VALUE ZEROS.
           05  FILLER                 PIC X(013) VALUE
           " TOLERANCIA: ".
           05  CAB-TOLER              PIC Z9,99 VALUE ZEROS.
       01  CABCOMP.
           05  FILLER                 PIC X(013) VALUE
           "COMPETENCIA: ".
           05  CC-COMP                PIC 9(06) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(052) VALUE
           "DEPTO    ORCADO MES   PROJ MES   DESV%   ORCADO ACU".
           05  FILLER                 PIC X(030) VALUE
           "M   PROJ ACUM   SITUACAO".
       01  CAB3.
           05  FILLER                 PIC X(095) VALUE ALL "-".
       01  DET.
           05  D-CODPTO   PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-ORCMES   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PROJMES  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-DESVIO   PIC -ZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-ORCYTD   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PROJYTD  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-SITUACAO PIC X(12) VALUE SPACES.
       01  DETTOT.
           05  FILLER     PIC X(05) VALUE "TOTAL".
           05  T-ORCMES   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  T-PROJMES  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  T-DESVIO   PIC -ZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  T-ORCYTD   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  T-PROJYTD  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  T-SITUACAO PIC X(12) VALUE SPACES.
       01  LINRESUMO.
           05  FILLER     PIC X(21) VALUE "FUNCIONARIOS ATIVOS: ".
           05  LR-FUNC    PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER     PIC X(37) VALUE
           "   VAGAS ABERTAS DE REQUISICOES: ".
           05  LR-VAGAS   PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINCHEIO.
           05  FILLER      PIC X(50) VALUE
           "*** PROJECAO LIMITADA A 100 DEPARTAMENTOS ***".
       01  LINHABR        PIC X(120) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** PROJECAO DE CUSTO DE PESSOAL (".
           05  LINE 02  COLUMN 41
               VALUE  "12 MESES) ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA ".
           05  LINE 06  COLUMN 41
               VALUE  "INICIAL (AAAAMM)   :".
           05  LINE 08  COLUMN 01
               VALUE  "                            PERCENTUAL D".
           05  LINE 08  COLUMN 41
               VALUE  "O DISSIDIO         :".
           05  LINE 09  COLUMN 01
               VALUE  "                            MES DO DISSI".
           05  LINE 09  COLUMN 41
               VALUE  "DIO (1-12)         :".
           05  LINE 10  COLUMN 01
               VALUE  "                            TOLERANCIA %".
           05  LINE 10  COLUMN 41
               VALUE  "                   :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPINI
               LINE 06  COLUMN 62  PIC 9(06)
               USING  W-COMP-INI
               HIGHLIGHT.
           05  TDISSPCT
               LINE 08  COLUMN 62  PIC 99,99
               USING  W-DISS-PCT
               HIGHLIGHT.
           05  TDISSMES
               LINE 09  COLUMN 62  PIC 99
               USING  W-DISS-MES
               HIGHLIGHT.
           05  TTOLER
               LINE 10  COLUMN 62  PIC 99,99
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
                MOVE W-HOJE TO W-TX-DATA
                MOVE W-HOJE-ANO TO W-INI-ANO
                COMPUTE W-INI-MES = W-HOJE-MES + 1
                IF W-INI-MES > 12
                   MOVE 01 TO W-INI-MES
                   ADD 1 TO W-INI-ANO.
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQFUNC
               GO TO ROT-FIM.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM GRADE VALE O SALARIO
      *    DO CARGO; SEM ORCAMENTO O ORCADO SAI ZERADO.
           MOVE "N" TO W-TEM-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-GRADE = "00"
               MOVE "S" TO W-TEM-GRADE.
           MOVE "N" TO W-TEM-CARR.
           OPEN INPUT ARQCARR
           IF ST-CARR = "00"
               MOVE "S" TO W-TEM-CARR.
           MOVE "N" TO W-TEM-FER.
           OPEN INPUT ARQFERIAS
           IF ST-FER = "00"
               MOVE "S" TO W-TEM-FER.
           MOVE "N" TO W-TEM-RQ.
           OPEN INPUT ARQREQPES
           IF ST-RQ = "00"
               MOVE "S" TO W-TEM-RQ.
           MOVE "N" TO W-TEM-ORC.
           OPEN INPUT ARQORCAM
           IF ST-ORC = "00"
               MOVE "S" TO W-TEM-ORC.
       INC-OPA.
                ACCEPT TCOMPINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-INI-ANO < 1900 OR W-INI-MES < 01
                                    OR W-INI-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TDISSPCT.
       INC-OPB1.
                ACCEPT TDISSMES
                IF W-DISS-PCT > ZEROS AND
                   (W-DISS-MES < 01 OR W-DISS-MES > 12)
                   MOVE "*** INFORME O MES DO DISSIDIO (1-12) ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB1.
       INC-OPB2.
                ACCEPT TTOLER
                IF W-TOLER = ZEROS
                   MOVE 5,00 TO W-TOLER
                   DISPLAY TTOLER.
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
      *---------------[ MESES DA JANELA ]-------------------------------
           MOVE W-COMP-INI TO TM-COMP(1).
           MOVE 1 TO W-I.
       MONTA-MESES.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO MONTA-MESES-FIM.
           MOVE TM-ANO(W-I - 1) TO TM-ANO(W-I).
           COMPUTE TM-MES(W-I) = TM-MES(W-I - 1) + 1.
           IF TM-MES(W-I) > 12
               MOVE 01 TO TM-MES(W-I)
               ADD 1 TO TM-ANO(W-I).
           GO TO MONTA-MESES.
       MONTA-MESES-FIM.
           MOVE ZEROS TO W-QTD-DEP W-TOT-FUNC W-TOT-VAGAS.
           MOVE "N" TO W-CHEIO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-FUNC.
      *---------------[ FUNCIONARIOS ATIVOS ]---------------------------
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-FUNC.
           IF STATUS1 NOT = "A"
               GO TO LER-FUNC.
           MOVE CODCARG    TO W-BUS-CARGO.
           MOVE NVSALARIAL TO W-BUS-NIVEL.
           PERFORM BUSCA-SAL THRU FIM-BUSCA-SAL.
           IF W-SAL-BUS = ZEROS
               GO TO LER-FUNC.
           MOVE W-SAL-BUS TO W-SAL-ATUAL.
           COMPUTE W-ADM-COMP = (ANO-ADM * 100) + MES-ADM.
           PERFORM MONTA-SALARIOS THRU FIM-MONTA-SALARIOS.
           PERFORM PROMOCOES THRU FIM-PROMOCOES.
           PERFORM APLICA-DISSIDIO THRU FIM-APLICA-DISSIDIO.
           PERFORM CALC-13 THRU FIM-CALC-13.
           PERFORM SOMA-FERIAS THRU FIM-SOMA-FERIAS.
           MOVE CODPTO TO W-DEPTO.
           MOVE 1 TO W-QTD.
           PERFORM ACUMULA-PROJ THRU FIM-ACUMULA-PROJ.
           ADD 1 TO W-TOT-FUNC.
           GO TO LER-FUNC.
       FIM-FUNC.
           MOVE "00" TO ST-ERRO.
           IF W-TEM-RQ NOT = "S"
               GO TO FIM-REQ.
           MOVE ZEROS TO RQ-NUMERO.
           START ARQREQPES KEY IS NOT LESS THAN RQ-NUMERO
               INVALID KEY
               GO TO FIM-REQ.
      *---------------[ REQUISICOES APROVADAS COM VAGAS ABERTAS ]-------
      *    A VAGA ENTRA COMO ADMITIDA NO PRIMEIRO MES DA JANELA, SEM
      *    PROGRESSOES E SEM FERIAS NOS 12 MESES.
       LER-REQ.
           READ ARQREQPES NEXT
               AT END
               GO TO FIM-REQ.
           IF RQ-STATUS NOT = "A" OR RQ-QTDE NOT > RQ-QTD-CONSUMIDA
               GO TO LER-REQ.
           MOVE RQ-CODCARG TO W-BUS-CARGO.
           MOVE ZEROS      TO W-BUS-NIVEL.
           PERFORM BUSCA-SAL THRU FIM-BUSCA-SAL.
           IF W-SAL-BUS = ZEROS
               GO TO LER-REQ.
           MOVE W-SAL-BUS  TO W-SAL-ATUAL.
           MOVE W-COMP-INI TO W-ADM-COMP.
           PERFORM MONTA-SALARIOS THRU FIM-MONTA-SALARIOS.
           PERFORM APLICA-DISSIDIO THRU FIM-APLICA-DISSIDIO.
           PERFORM CALC-13 THRU FIM-CALC-13.
           COMPUTE W-QTD = RQ-QTDE - RQ-QTD-CONSUMIDA.
           MOVE RQ-CODPTO TO W-DEPTO.
           PERFORM ACUMULA-PROJ THRU FIM-ACUMULA-PROJ.
           ADD W-QTD TO W-TOT-VAGAS.
           GO TO LER-REQ.
       FIM-REQ.
           MOVE "00" TO ST-RQ.
           IF W-QTD-DEP = ZEROS
               MOVE "*** NENHUM CUSTO A PROJETAR ***" TO MENS
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
           MOVE "FPP159" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMP-INI TO CAB-COMP.
           MOVE W-DISS-PCT TO CAB-DISS.
           MOVE W-DISS-MES TO CAB-DISS-MES.
           MOVE W-TOLER    TO CAB-TOLER.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-TOT-ORC-ACUM W-TOT-PROJ-ACUM.
           MOVE ZEROS TO W-I.
      *---------------[ IMPRESSAO MES A MES ]---------------------------
       IMPRIME-MES.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO FIM-IMPRIME.
           MOVE TM-COMP(W-I) TO CC-COMP.
           WRITE ARQTX FROM CABCOMP.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-TOT-ORC W-TOT-PROJ.
           MOVE ZEROS TO W-J.
       IMPRIME-DEP.
           ADD 1 TO W-J.
           IF W-J > W-QTD-DEP
               GO TO IMPRIME-TOT.
           PERFORM LE-ORCADO THRU FIM-LE-ORCADO.
           ADD W-ORC-MES TO TP-ORC-ACUM(W-J) W-TOT-ORC.
           ADD TP-VALOR(W-J, W-I) TO TP-PROJ-ACUM(W-J) W-TOT-PROJ.
           MOVE TP-CODPTO(W-J) TO D-CODPTO.
           MOVE W-ORC-MES TO D-ORCMES W-VAL-ORC.
           MOVE TP-VALOR(W-J, W-I) TO D-PROJMES W-VAL-PROJ.
           PERFORM CALC-DESVIO THRU FIM-CALC-DESVIO.
           MOVE W-DESVIO TO D-DESVIO.
           MOVE TP-ORC-ACUM(W-J)  TO D-ORCYTD.
           MOVE TP-PROJ-ACUM(W-J) TO D-PROJYTD.
           IF W-DESVIO-ABS > W-TOLER
               MOVE "FORA TOLER." TO D-SITUACAO
           ELSE
               MOVE "OK" TO D-SITUACAO.
           WRITE ARQTX FROM DET.
           GO TO IMPRIME-DEP.
       IMPRIME-TOT.
           ADD W-TOT-ORC  TO W-TOT-ORC-ACUM.
           ADD W-TOT-PROJ TO W-TOT-PROJ-ACUM.
           MOVE W-TOT-ORC  TO T-ORCMES W-VAL-ORC.
           MOVE W-TOT-PROJ TO T-PROJMES W-VAL-PROJ.
           PERFORM CALC-DESVIO THRU FIM-CALC-DESVIO.
           MOVE W-DESVIO TO T-DESVIO.
           MOVE W-TOT-ORC-ACUM  TO T-ORCYTD.
           MOVE W-TOT-PROJ-ACUM TO T-PROJYTD.
           IF W-DESVIO-ABS > W-TOLER
               MOVE "FORA TOLER." TO T-SITUACAO
           ELSE
               MOVE "OK" TO T-SITUACAO.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM DETTOT.
           WRITE ARQTX FROM LINHABR.
           GO TO IMPRIME-MES.
       FIM-IMPRIME.
           WRITE ARQTX FROM LINSEP.
           IF W-CHEIO = "S"
               WRITE ARQTX FROM LINCHEIO.
           MOVE W-TOT-FUNC  TO LR-FUNC.
           MOVE W-TOT-VAGAS TO LR-VAGAS.
           WRITE ARQTX FROM LINRESUMO.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQFUNC ARQCARG.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
           IF W-TEM-CARR = "S"
               CLOSE ARQCARR.
           IF W-TEM-FER = "S"
               CLOSE ARQFERIAS.
           IF W-TEM-RQ = "S"
               CLOSE ARQREQPES.
           IF W-TEM-ORC = "S"
               CLOSE ARQORCAM.
           GO TO ROT-FIM1.
      *
      *---------[ SALARIO MENSAL DO CARGO+NIVEL ]-----------------------
      *    GRADE ATIVA DO CARGO+NIVEL, SENAO SALARIO BASE DO CARGO. COM
      *    NIVEL ZERO VALE O MENOR NIVEL ATIVO DA GRADE (VAGA NOVA).
      *    CARGO POR HORA OU DIA E CONVERTIDO PARA O MES.
       BUSCA-SAL.
           MOVE ZEROS TO W-SAL-BUS.
           MOVE W-BUS-CARGO TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO FIM-BUSCA-SAL.
           MOVE SALARIOBASE TO W-SAL-BUS.
           IF W-TEM-GRADE NOT = "S"
               GO TO BUSCA-SAL-3.
           MOVE W-BUS-CARGO TO GRD-CARGO.
           MOVE W-BUS-NIVEL TO GRD-NIVEL.
           IF W-BUS-NIVEL = ZEROS
               GO TO BUSCA-SAL-1.
           READ ARQGRADE
               INVALID KEY
               GO TO BUSCA-SAL-3.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO W-SAL-BUS.
           GO TO BUSCA-SAL-3.
       BUSCA-SAL-1.
           START ARQGRADE KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
               GO TO BUSCA-SAL-3.
       BUSCA-SAL-2.
           READ ARQGRADE NEXT
               AT END
               GO TO BUSCA-SAL-3.
           IF GRD-CARGO NOT = W-BUS-CARGO
               GO TO BUSCA-SAL-3.
           IF GRD-STATUS NOT = "A" OR GRD-SALARIO = ZEROS
               GO TO BUSCA-SAL-2.
           MOVE GRD-SALARIO TO W-SAL-BUS.
       BUSCA-SAL-3.
           MOVE "00" TO ST-GRADE.
           IF TIPOSALARIO = "H"
               MULTIPLY MULT-HORAS BY W-SAL-BUS
           ELSE
               IF TIPOSALARIO = "D"
                   MULTIPLY MULT-DIAS BY W-SAL-BUS.
       FIM-BUSCA-SAL.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ SALARIO ATUAL EM TODOS OS MESES DESDE A ADMISSAO ]---
       MONTA-SALARIOS.
           MOVE ZEROS TO W-I.
       MONTA-SALARIOS-1.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO FIM-MONTA-SALARIOS.
           MOVE ZEROS TO TC-13(W-I) TC-FERIAS(W-I).
           IF W-ADM-COMP > TM-COMP(W-I)
               MOVE ZEROS TO TC-SALARIO(W-I)
           ELSE
               MOVE W-SAL-ATUAL TO TC-SALARIO(W-I).
           GO TO MONTA-SALARIOS-1.
       FIM-MONTA-SALARIOS.
           EXIT.
      *
      *---------[ PROGRESSOES COM DATA EFETIVA FUTURA ]-----------------
      *    O FPP057 JA GRAVOU NO ARQFUNC O CARGO+NIVEL NOVO; ANTES DO
      *    MES DA DATA EFETIVA VOLTA O SALARIO DO CARGO+NIVEL DE ORIGEM.
       PROMOCOES.
           IF W-TEM-CARR NOT = "S"
               GO TO FIM-PROMOCOES.
           MOVE 1 TO W-MES-DE.
           MOVE CHAPA TO CAR-CHAPA.
           MOVE ZEROS TO CAR-SEQ.
           START ARQCARR KEY IS NOT LESS THAN CAR-KEY
               INVALID KEY
               GO TO FIM-PROMOCOES.
       PROMOCOES-1.
           READ ARQCARR NEXT
               AT END
               GO TO FIM-PROMOCOES.
           IF CAR-CHAPA NOT = CHAPA
               GO TO FIM-PROMOCOES.
           MOVE CAR-ANO TO W-ANO-B.
           MOVE CAR-MES TO W-MES-B.
           PERFORM POSICAO-MES THRU FIM-POSICAO-MES.
           IF W-DIF < 1
               GO TO PROMOCOES-1.
           IF W-DIF > 12
               MOVE 13 TO W-E
           ELSE
               MOVE W-DIF TO W-E.
           MOVE CAR-DE-CODCARG TO W-BUS-CARGO.
           MOVE CAR-DE-NIVEL   TO W-BUS-NIVEL.
           PERFORM BUSCA-SAL THRU FIM-BUSCA-SAL.
           MOVE W-MES-DE TO W-I.
       PROMOCOES-2.
           IF W-I NOT < W-E
               GO TO PROMOCOES-3.
           IF TC-SALARIO(W-I) > ZEROS AND W-SAL-BUS > ZEROS
               MOVE W-SAL-BUS TO TC-SALARIO(W-I).
           ADD 1 TO W-I.
           GO TO PROMOCOES-2.
       PROMOCOES-3.
           IF W-E > W-MES-DE
               MOVE W-E TO W-MES-DE.
           GO TO PROMOCOES-1.
       FIM-PROMOCOES.
           MOVE "00" TO ST-CARR.
      *
      *---------[ DISSIDIO A PARTIR DO MES INFORMADO ]------------------
       APLICA-DISSIDIO.
           IF W-DISS-PCT = ZEROS
               GO TO FIM-APLICA-DISSIDIO.
           MOVE "N" TO W-APLICA.
           MOVE ZEROS TO W-I.
       APLICA-DISSIDIO-1.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO FIM-APLICA-DISSIDIO.
           IF TM-MES(W-I) = W-DISS-MES
               MOVE "S" TO W-APLICA.
           IF W-APLICA = "S"
               COMPUTE TC-SALARIO(W-I) ROUNDED =
                       TC-SALARIO(W-I) * (100 + W-DISS-PCT) / 100.
           GO TO APLICA-DISSIDIO-1.
       FIM-APLICA-DISSIDIO.
           EXIT.
      *
      *---------[ 13 SALARIO: 1A PARCELA NOV, 2A PARCELA DEZ ]----------
      *    AVOS PELOS MESES DO ANO A PARTIR DA ADMISSAO. SE A JANELA
      *    COMECA EM DEZEMBRO A 1A PARCELA JA FOI PAGA EM NOVEMBRO.
       CALC-13.
           MOVE ZEROS TO W-PARC1 W-I.
       CALC-13-1.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO FIM-CALC-13.
           IF TM-MES(W-I) < 11 OR TC-SALARIO(W-I) = ZEROS
               GO TO CALC-13-1.
           MOVE 12 TO W-AVOS.
           IF W-ADM-ANO = TM-ANO(W-I)
               COMPUTE W-AVOS = 13 - W-ADM-MES.
           IF TM-MES(W-I) = 11
               COMPUTE W-PARC1 ROUNDED =
                       TC-SALARIO(W-I) * W-AVOS / 24
               MOVE W-PARC1 TO TC-13(W-I)
               GO TO CALC-13-1.
           IF W-PARC1 = ZEROS
               COMPUTE W-PARC1 ROUNDED =
                       TC-SALARIO(W-I) * W-AVOS / 24.
           COMPUTE W-VALOR ROUNDED =
                   (TC-SALARIO(W-I) * W-AVOS / 12) - W-PARC1.
           IF W-VALOR > ZEROS
               MOVE W-VALOR TO TC-13(W-I).
           MOVE ZEROS TO W-PARC1.
           GO TO CALC-13-1.
       FIM-CALC-13.
           EXIT.
      *
      *---------[ FERIAS PROGRAMADAS NA JANELA ]------------------------
      *    O GOZO JA ESTA NO SALARIO DO MES; SOMA O 1/3 DOS DIAS DE
      *    GOZO E O ABONO PECUNIARIO COM SEU 1/3, NO MES DO INICIO.
       SOMA-FERIAS.
           IF W-TEM-FER NOT = "S"
               GO TO FIM-SOMA-FERIAS.
           MOVE CHAPA TO FER-CHAPA.
           MOVE ZEROS TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO FIM-SOMA-FERIAS.
       SOMA-FERIAS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO FIM-SOMA-FERIAS.
           IF FER-CHAPA NOT = CHAPA
               GO TO FIM-SOMA-FERIAS.
           IF FER-STATUS NOT = "C" OR FER-GOZO-INI = ZEROS
               GO TO SOMA-FERIAS-1.
           MOVE GOZO-ANO TO W-ANO-B.
           MOVE GOZO-MES TO W-MES-B.
           PERFORM POSICAO-MES THRU FIM-POSICAO-MES.
           IF W-DIF < 1 OR W-DIF > 12
               GO TO SOMA-FERIAS-1.
           MOVE W-DIF TO W-E.
           COMPUTE W-VALOR ROUNDED = TC-SALARIO(W-E) / 30 *
                   (FER-DIAS-GOZO + (FER-DIAS-ABONO * 4)) / 3.
           ADD W-VALOR TO TC-FERIAS(W-E).
           GO TO SOMA-FERIAS-1.
       FIM-SOMA-FERIAS.
           MOVE "00" TO ST-FER.
      *
      *---------[ POSICAO DO ANO/MES NA JANELA (1 A 12) ]---------------
       POSICAO-MES.
           COMPUTE W-DIF = ((W-ANO-B - TM-ANO(1)) * 12)
                         + W-MES-B - TM-MES(1) + 1.
       FIM-POSICAO-MES.
           EXIT.
      *
      *---------[ CUSTO COM ENCARGOS NA TABELA DO DEPARTAMENTO ]--------
       ACUMULA-PROJ.
           MOVE ZEROS TO W-J.
       ACUMULA-PROJ-1.
           ADD 1 TO W-J.
           IF W-J > W-QTD-DEP
               GO TO ACUMULA-PROJ-2.
           IF TP-CODPTO(W-J) = W-DEPTO
               GO TO ACUMULA-PROJ-4.
           IF TP-CODPTO(W-J) < W-DEPTO
               GO TO ACUMULA-PROJ-1.
       ACUMULA-PROJ-2.
           IF W-QTD-DEP NOT < 100
               MOVE "S" TO W-CHEIO
               GO TO FIM-ACUMULA-PROJ.
           MOVE W-QTD-DEP TO W-K.
       ACUMULA-PROJ-3.
           IF W-K < W-J
               GO TO ACUMULA-PROJ-3A.
           MOVE TP-ITEM(W-K) TO TP-ITEM(W-K + 1).
           SUBTRACT 1 FROM W-K.
           GO TO ACUMULA-PROJ-3.
       ACUMULA-PROJ-3A.
           ADD 1 TO W-QTD-DEP.
           MOVE W-DEPTO TO TP-CODPTO(W-J).
           MOVE ZEROS TO TP-ORC-ACUM(W-J) TP-PROJ-ACUM(W-J).
           MOVE ZEROS TO W-I.
       ACUMULA-PROJ-3B.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO ACUMULA-PROJ-4.
           MOVE ZEROS TO TP-VALOR(W-J, W-I).
           GO TO ACUMULA-PROJ-3B.
       ACUMULA-PROJ-4.
           MOVE ZEROS TO W-I.
       ACUMULA-PROJ-5.
           ADD 1 TO W-I.
           IF W-I > 12
               GO TO FIM-ACUMULA-PROJ.
           COMPUTE W-CUSTO ROUNDED =
                   (TC-SALARIO(W-I) + TC-13(W-I) + TC-FERIAS(W-I))
                   * (1 + W-PCT-PATRONAL + W-PCT-FGTS) * W-QTD.
           ADD W-CUSTO TO TP-VALOR(W-J, W-I).
           GO TO ACUMULA-PROJ-5.
       FIM-ACUMULA-PROJ.
           EXIT.
      *
      *---------[ ORCADO DO DEPARTAMENTO NO MES ]-----------------------
       LE-ORCADO.
           MOVE ZEROS TO W-ORC-MES.
           IF W-TEM-ORC NOT = "S"
               GO TO FIM-LE-ORCADO.
           MOVE TP-CODPTO(W-J) TO ORC-CODPTO.
           MOVE TM-ANO(W-I)    TO ORC-ANO.
           MOVE TM-MES(W-I)    TO ORC-MES.
           READ ARQORCAM
               INVALID KEY
               GO TO FIM-LE-ORCADO.
           MOVE ORC-VALOR TO W-ORC-MES.
       FIM-LE-ORCADO.
           MOVE "00" TO ST-ORC.
      *
      *---------[ DESVIO % DO PROJETADO SOBRE O ORCADO ]----------------
       CALC-DESVIO.
           IF W-VAL-ORC > ZEROS
               COMPUTE W-DESVIO ROUNDED =
                   ((W-VAL-PROJ - W-VAL-ORC) / W-VAL-ORC) * 100
                   ON SIZE ERROR
                   MOVE 999,99 TO W-DESVIO
           ELSE
               MOVE 999,99 TO W-DESVIO.
           IF W-DESVIO < ZEROS
               COMPUTE W-DESVIO-ABS = ZEROS - W-DESVIO
           ELSE
               MOVE W-DESVIO TO W-DESVIO-ABS.
       FIM-CALC-DESVIO.
           EXIT.
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
