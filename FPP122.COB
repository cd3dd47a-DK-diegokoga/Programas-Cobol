       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP122.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   PEDIDO DE RECARGA DE VT/VR DO MES         *
      ***********************************************
      *----------------------------------------------------------------
      *    CALCULA OS DIAS DE TRABALHO DE CADA FUNCIONARIO NA
      *    COMPETENCIA DO PEDIDO (NORMALMENTE A SEGUINTE) PELA ESCALA
      *    (ARQESCALA SEMANAL OU EM CICLO; SEM ESCALA, SEGUNDA A
      *    SEXTA), TIRANDO FERIADOS (ARQFERIAD), FERIAS PROGRAMADAS
      *    (ARQFERIAS) E AFASTAMENTOS (ARQAFAST). OS DIAS MULTIPLICAM
      *    A TARIFA DIARIA DE VT (VT-VALOR) E O VALOR DIARIO DE VR
      *    (VR-VALOR) DO CADASTRO.
      *    GERA O PEDIDO DE VT (ARQUIVO90) E DE VR (ARQUIVO91) NO
      *    LAYOUT DAS OPERADORAS, A CONFERENCIA POR DEPARTAMENTO
      *    (ARQUIVO92) E O ARQRECARGA, DE ONDE A FOLHA (FPP015) TIRA
      *    O VALOR PEDIDO PARA O DESCONTO DE 6% DO VT.
      *----------------------------------------------------------------
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
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-ERRO.
      *---------------------JORNADA/ESCALA DO FUNCIONARIO---------
           SELECT ARQESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CALENDARIO DE FERIADOS------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FERIAD-DATA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DE FERIAS---------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DE AFASTAMENTOS-----------------
           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------RECARGA DE VT/VR POR COMPETENCIA--------
           SELECT ARQRECARGA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RCG-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR PEDIDO DE VT-------------------
           SELECT TVT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR PEDIDO DE VR-------------------
           SELECT TVR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR CONFERENCIA POR DEPARTAMENTO----
           SELECT TX ASSIGN TO DISK
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
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
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
      *---------------------JORNADA/ESCALA DO FUNCIONARIO---------
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
      *---------------------CALENDARIO DE FERIADOS------------------
       FD ARQFERIAD
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------ARQUIVO DE FERIAS---------------------
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
           03 FER-DT-GOZO-FIM REDEFINES FER-GOZO-FIM.
            05 GOZO-DIA-FIM        PIC 9(02).
            05 GOZO-MES-FIM        PIC 9(02).
            05 GOZO-ANO-FIM        PIC 9(04).
           03 FER-DIAS-GOZO       PIC 9(02).
           03 FER-STATUS          PIC X(01).
           03 FER-DIAS-ABONO      PIC 9(02).
      *---------------------ARQUIVO DE AFASTAMENTOS-----------------
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
      *---------------------RECARGA DE VT/VR POR COMPETENCIA--------
       FD ARQRECARGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRECARGA.DAT".
       01 REGRECARGA.
           03 RCG-KEY.
               05 RCG-CHAPA        PIC 9(06).
               05 RCG-COMPETENCIA  PIC 9(06).
           03 RCG-CODPTO        PIC 9(03).
           03 RCG-DIAS          PIC 9(02).
           03 RCG-VT-DIA        PIC 9(04)V99.
           03 RCG-VT-VALOR      PIC 9(06)V99.
           03 RCG-VR-DIA        PIC 9(04)V99.
           03 RCG-VR-VALOR      PIC 9(06)V99.
           03 RCG-STATUS        PIC X(01).
      *---------------------GERAR PEDIDO DE VT-------------------
       FD TVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TVT-NOME.
       01 REGTVT     PIC X(100).
      *---------------------GERAR PEDIDO DE VR-------------------
       FD TVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TVR-NOME.
       01 REGTVR     PIC X(100).
      *---------------------GERAR CONFERENCIA POR DEPARTAMENTO----
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
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
       77 W-TEM-ESCALA  PIC X(01) VALUE "S".
       77 W-TEM-FERIADO PIC X(01) VALUE "S".
       77 W-TEM-FERIAS  PIC X(01) VALUE "S".
       77 W-TEM-AFAST   PIC X(01) VALUE "S".
       77 W-TEM-DEP     PIC X(01) VALUE "S".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-DATASIS-R REDEFINES W-DATASIS.
           03 W-ANO-SIS   PIC 9(04).
           03 W-MES-SIS   PIC 9(02).
           03 W-DIA-SIS   PIC 9(02).
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-NOME-EMPRESA PIC X(032) VALUE "EMPRESA FATEC - ZL".
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO92_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TVT-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO90_".
           05 W-TVT-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TVR-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO91_".
           05 W-TVR-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ DIAS DE TRABALHO DA COMPETENCIA ]---------------
       01 TAB-DIAS-MES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           03 TDM-DIAS    PIC 9(02) OCCURS 12 TIMES.
       01 W-DIAS-MES      PIC 9(02) VALUE ZEROS.
       01 W-AUX4          PIC 9(04) VALUE ZEROS.
       01 W-RESTO4        PIC 9(01) VALUE ZEROS.
       01 W-DIA           PIC 9(02) VALUE ZEROS.
       01 W-DIAS-TRAB     PIC 9(02) VALUE ZEROS.
       01 W-TRABALHA      PIC X(01) VALUE "N".
       01 W-DIA-ADM       PIC 9(02) VALUE ZEROS.
       01 W-IND-ESCALA    PIC 9(01) VALUE ZEROS.
       01 W-Z-DIA          PIC 9(02) VALUE ZEROS.
       01 W-Z-MES          PIC 9(02) VALUE ZEROS.
       01 W-Z-ANO          PIC 9(04) VALUE ZEROS.
       01 W-Z-K            PIC 9(02) VALUE ZEROS.
       01 W-Z-J            PIC 9(02) VALUE ZEROS.
       01 W-Z-AUX          PIC 9(04) VALUE ZEROS.
       01 W-Z-TERMO        PIC 9(05) VALUE ZEROS.
       01 W-Z-RESTO        PIC 9(01) VALUE ZEROS.
       01 W-DATA-FER       PIC 9(08) VALUE ZEROS.
       01 W-DATA-FER-R REDEFINES W-DATA-FER.
           03 W-FER-DIA    PIC 9(02).
           03 W-FER-MES    PIC 9(02).
           03 W-FER-ANO    PIC 9(04).
      *---------------[ POSICAO NO CICLO / DIA JULIANO ]---------------
       01 W-S-DIA          PIC 9(02) VALUE ZEROS.
       01 W-S-MES          PIC 9(02) VALUE ZEROS.
       01 W-S-ANO          PIC 9(04) VALUE ZEROS.
       01 W-S-A            PIC 9(01) VALUE ZEROS.
       01 W-S-Y            PIC 9(04) VALUE ZEROS.
       01 W-S-M            PIC 9(02) VALUE ZEROS.
       01 W-S-AUX          PIC 9(05) VALUE ZEROS.
       01 W-S-Q1           PIC 9(04) VALUE ZEROS.
       01 W-S-Q2           PIC 9(04) VALUE ZEROS.
       01 W-S-Q3           PIC 9(02) VALUE ZEROS.
       01 W-S-Q4           PIC 9(02) VALUE ZEROS.
       01 W-SERIAL         PIC 9(07) VALUE ZEROS.
       01 W-SERIAL-INI     PIC 9(07) VALUE ZEROS.
       01 W-SERIAL-DIA     PIC 9(07) VALUE ZEROS.
       01 W-DIF-CICLO      PIC 9(07) VALUE ZEROS.
       01 W-AUX-CICLO      PIC 9(07) VALUE ZEROS.
       01 W-RES-CICLO      PIC 9(02) VALUE ZEROS.
       01 W-POS-CICLO      PIC 9(02) VALUE ZEROS.
       01 W-DT-CICLO       PIC 9(08) VALUE ZEROS.
       01 W-DT-CICLO-R REDEFINES W-DT-CICLO.
           03 W-INI-DIA    PIC 9(02).
           03 W-INI-MES    PIC 9(02).
           03 W-INI-ANO    PIC 9(04).
      *---------------[ PERIODOS FORA (FERIAS E AFASTAMENTOS) ]--------
       01 W-QTD-PER       PIC 9(02) VALUE ZEROS.
       01 IND-PER         PIC 9(02) VALUE ZEROS.
       01 TAB-PERIODO.
           03 TP-ITEM OCCURS 30 TIMES.
               05 TP-INI       PIC 9(07).
               05 TP-FIM       PIC 9(07).
      *---------------[ TOTAIS POR DEPARTAMENTO ]-----------------------
       01 W-IND           PIC 9(02) VALUE ZEROS.
       01 W-QTD-DEP       PIC 9(02) VALUE ZEROS.
       01 TAB-DEPTO.
           03 TD-ITEM OCCURS 50 TIMES.
               05 TD-CODPTO    PIC 9(03).
               05 TD-QTDE      PIC 9(04).
               05 TD-DIAS      PIC 9(05).
               05 TD-VT        PIC 9(08)V99.
               05 TD-VR        PIC 9(08)V99.
       01 W-VT-VALOR      PIC 9(06)V99 VALUE ZEROS.
       01 W-VR-VALOR      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-VT        PIC 9(05) VALUE ZEROS.
       01 W-QTD-VR        PIC 9(05) VALUE ZEROS.
       01 W-TOT-VT        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-VR        PIC 9(09)V99 VALUE ZEROS.
      *

       01  CAB1.
           05  CAB-EMPRESA            PIC X(022).
           05  FILLER                 PIC X(030) VALUE
           "***PEDIDO DE RECARGA VT/VR***".
           05  FILLER                 PIC X(008) VALUE
           "PAGINA:".
           05  NUMPAG   VALUE ZEROS  PIC Z99.
       01  CAB1A.
           05  FILLER                 PIC X(022) VALUE
           "COMPETENCIA DO PEDIDO:".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.

       01  CAB2.
           05  FILLER                 PIC X(037) VALUE
           "CODIGO NOME DO FUNCIONARIO   DEP DIA".
           05  FILLER                 PIC X(042) VALUE
           "S  VT DIA  VT PEDIDO  VR DIA  VR PEDIDO".

       01  CAB3.
           05  FILLER                 PIC X(079) VALUE ALL "-".

       01  DET.
           05  D-CHAPA    PIC 999999 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-NOME     PIC X(021) VALUE SPACES.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-CODPTO   PIC 999 VALUE ZEROS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  D-DIAS     PIC Z9 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-VT-DIA   PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-VT       PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-VR-DIA   PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  D-VR       PIC ZZZZZ9,99 VALUE ZEROS.

       01  CABDEP.
           05  FILLER                 PIC X(060) VALUE
           "***CONFERENCIA POR DEPARTAMENTO***".
       01  CABDEP2.
           05  FILLER                 PIC X(040) VALUE
           "DEP DENOMINACAO               FUNC  DIA".
           05  FILLER                 PIC X(030) VALUE
           "S    TOTAL VT    TOTAL VR".
       01  DETDEP.
           05  DD-CODPTO  PIC 999 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-DENOM   PIC X(025) VALUE SPACES.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-QTDE    PIC ZZZ9 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-DIAS    PIC ZZZZ9 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-VT      PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-VR      PIC ZZZZZZZ9,99 VALUE ZEROS.

       01  LINTOT1.
           05  FILLER                 PIC X(040) VALUE
           "***FUNCIONARIOS NO PEDIDO DE VT.....:  ".
           05  TOTQVT     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DO PEDIDO DE VT............:  ".
           05  TOTVT      VALUE ZEROS  PIC ZZZZZZZZ9,99.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "***FUNCIONARIOS NO PEDIDO DE VR.....:  ".
           05  TOTQVR     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DO PEDIDO DE VR............:  ".
           05  TOTVR      VALUE ZEROS  PIC ZZZZZZZZ9,99.

       01  LINHABR                    PIC X(100) VALUE SPACES.

       01  PED-HEADER.
           05  FILLER      PIC X(007) VALUE "PEDIDO;".
           05  PH-TIPO     PIC X(002) VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  PH-EMPRESA  PIC X(032) VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  PH-COMP     PIC 9(06)  VALUE ZEROS.
       01  PED-DET.
           05  PD-CPF      PIC 9(11)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  PD-NOME     PIC X(30)  VALUE SPACES.
           05  FILLER      PIC X(001) VALUE ";".
           05  PD-CHAPA    PIC 9(06)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  PD-DIAS     PIC 9(02)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  PD-VLR-DIA  PIC 9(04)V99 VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  PD-VALOR    PIC 9(06)V99 VALUE ZEROS.
       01  PED-TRAILER.
           05  FILLER      PIC X(006) VALUE "TOTAL;".
           05  PT-QTDE     PIC 9(05)  VALUE ZEROS.
           05  FILLER      PIC X(001) VALUE ";".
           05  PT-VALOR    PIC 9(09)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** PEDIDO DE RECARGA DE VT/VR D".
           05  LINE 02  COLUMN 41
               VALUE  "O MES ***".
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
                MOVE SPACES TO NOME
                MOVE ZEROS TO CHAPA
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA W-TVT-DATA W-TVR-DATA
      *    O PEDIDO E FEITO PARA A COMPETENCIA SEGUINTE.
                MOVE W-ANO-SIS TO W-COMP-ANO
                MOVE W-MES-SIS TO W-COMP-MES
                IF W-COMP-MES = 12
                   MOVE 1 TO W-COMP-MES
                   ADD 1 TO W-COMP-ANO
                ELSE
                   ADD 1 TO W-COMP-MES.
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
                MOVE TDM-DIAS(W-COMP-MES) TO W-DIAS-MES.
                IF W-COMP-MES = 2
                   DIVIDE W-COMP-ANO BY 4 GIVING W-AUX4
                       REMAINDER W-RESTO4
                   IF W-RESTO4 = ZEROS
                      MOVE 29 TO W-DIAS-MES.
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
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-DEP
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQESCALA
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-ESCALA
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQFERIAD
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-FERIADO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-FERIAS
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQAFAST
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-AFAST
               MOVE "00" TO ST-ERRO.
      *
       INC-OP1.
           OPEN I-O ARQRECARGA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQRECARGA
                  CLOSE ARQRECARGA
                  GO TO INC-OP1
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRECARGA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO92" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP122" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TVT
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO90" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           OPEN OUTPUT TVR
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO91" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-NOME-EMPRESA TO PH-EMPRESA CAB-EMPRESA.
           MOVE W-COMPETENCIA  TO PH-COMP CAB-COMP.
           MOVE "VT" TO PH-TIPO.
           WRITE REGTVT FROM PED-HEADER.
           MOVE "VR" TO PH-TIPO.
           WRITE REGTVR FROM PED-HEADER.

       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB1A.
           WRITE ARQTX FROM CAB3.
           MOVE SPACES TO ARQTX
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.

      *
       LER-FUNC.
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-PEDIDO
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF STATUS1 NOT = "A"
                      GO TO LER-FUNC.
                IF VT-VALOR = ZEROS AND VR-VALOR = ZEROS
                      GO TO LER-FUNC.
      *    ADMITIDO DEPOIS DA COMPETENCIA NAO ENTRA; ADMITIDO NELA SO
      *    RECEBE A PARTIR DO DIA DA ADMISSAO.
                MOVE ZEROS TO W-DIA-ADM.
                IF DATA-ADMISSAO NOT = ZEROS
                   IF ANO-ADM > W-COMP-ANO
                      OR (ANO-ADM = W-COMP-ANO AND MES-ADM > W-COMP-MES)
                      GO TO LER-FUNC
                   ELSE
                      IF ANO-ADM = W-COMP-ANO AND MES-ADM = W-COMP-MES
                         MOVE DIA-ADM TO W-DIA-ADM.

       ROT-CALC-1.
           PERFORM CARREGA-PERIODOS THRU FIM-CARREGA-PERIODOS.
           PERFORM CONTA-DIAS THRU FIM-CONTA-DIAS.
           COMPUTE W-VT-VALOR = VT-VALOR * W-DIAS-TRAB.
           COMPUTE W-VR-VALOR = VR-VALOR * W-DIAS-TRAB.
           PERFORM GRAVA-RECARGA THRU FIM-GRAVA-RECARGA.
           PERFORM ACHA-DEPTO THRU FIM-ACHA-DEPTO.
           IF W-IND > ZEROS
               ADD 1            TO TD-QTDE(W-IND)
               ADD W-DIAS-TRAB  TO TD-DIAS(W-IND)
               ADD W-VT-VALOR   TO TD-VT(W-IND)
               ADD W-VR-VALOR   TO TD-VR(W-IND).

       INC-003.
           MOVE CHAPA       TO D-CHAPA.
           MOVE NOME        TO D-NOME.
           MOVE CODPTO      TO D-CODPTO.
           MOVE W-DIAS-TRAB TO D-DIAS.
           MOVE VT-VALOR    TO D-VT-DIA.
           MOVE W-VT-VALOR  TO D-VT.
           MOVE VR-VALOR    TO D-VR-DIA.
           MOVE W-VR-VALOR  TO D-VR.

       INC-WR1.
           WRITE ARQTX FROM DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO92" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE CPF         TO PD-CPF.
           MOVE NOME        TO PD-NOME.
           MOVE CHAPA       TO PD-CHAPA.
           MOVE W-DIAS-TRAB TO PD-DIAS.
           IF W-VT-VALOR > ZEROS
               MOVE VT-VALOR   TO PD-VLR-DIA
               MOVE W-VT-VALOR TO PD-VALOR
               WRITE REGTVT FROM PED-DET
               ADD 1 TO W-QTD-VT
               ADD W-VT-VALOR TO W-TOT-VT.
           IF W-VR-VALOR > ZEROS
               MOVE VR-VALOR   TO PD-VLR-DIA
               MOVE W-VR-VALOR TO PD-VALOR
               WRITE REGTVR FROM PED-DET
               ADD 1 TO W-QTD-VR
               ADD W-VR-VALOR TO W-TOT-VR.

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
                IF CONLIN < 34
                      GO TO LER-FUNC
                ELSE
                      MOVE ZEROS TO CONLIN
                      WRITE ARQTX FROM LINHABR
                      GO TO ROT-CABEC.

      *----------------[ TOTAIS E CONFERENCIA POR DEPARTAMENTO ]-----
       FIM-PEDIDO.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CABDEP.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CABDEP2.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-IND.
       FIM-PEDIDO-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-DEP
               GO TO FIM-PEDIDO-2.
           MOVE TD-CODPTO(W-IND) TO DD-CODPTO.
           MOVE SPACES TO DD-DENOM.
           IF W-TEM-DEP = "S"
               MOVE TD-CODPTO(W-IND) TO CODIGO1
               READ ARQDEP
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE DENOMINACAO-DEP TO DD-DENOM
               END-READ.
           MOVE TD-QTDE(W-IND) TO DD-QTDE.
           MOVE TD-DIAS(W-IND) TO DD-DIAS.
           MOVE TD-VT(W-IND)   TO DD-VT.
           MOVE TD-VR(W-IND)   TO DD-VR.
           WRITE ARQTX FROM DETDEP.
           GO TO FIM-PEDIDO-1.
       FIM-PEDIDO-2.
           WRITE ARQTX FROM CAB3.
           MOVE W-QTD-VT TO TOTQVT.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-VT TO TOTVT.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-QTD-VR TO TOTQVR.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-TOT-VR TO TOTVR.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-QTD-VT TO PT-QTDE.
           MOVE W-TOT-VT TO PT-VALOR.
           WRITE REGTVT FROM PED-TRAILER.
           MOVE W-QTD-VR TO PT-QTDE.
           MOVE W-TOT-VR TO PT-VALOR.
           WRITE REGTVR FROM PED-TRAILER.
           IF W-QTD-VT > ZEROS
               MOVE "VT" TO ITF-EXT-TIPO
               MOVE W-TVT-NOME TO ITF-EXT-ARQUIVO
               MOVE W-QTD-VT TO ITF-EXT-QTDE
               MOVE W-TOT-VT TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           IF W-QTD-VR > ZEROS
               MOVE "VR" TO ITF-EXT-TIPO
               MOVE W-TVR-NOME TO ITF-EXT-ARQUIVO
               MOVE W-QTD-VR TO ITF-EXT-QTDE
               MOVE W-TOT-VR TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** PEDIDO DE RECARGA GERADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *----------------[ VALOR PEDIDO PARA A FOLHA ]-------------------
       GRAVA-RECARGA.
           MOVE CHAPA         TO RCG-CHAPA.
           MOVE W-COMPETENCIA TO RCG-COMPETENCIA.
           MOVE CODPTO        TO RCG-CODPTO.
           MOVE W-DIAS-TRAB   TO RCG-DIAS.
           MOVE VT-VALOR      TO RCG-VT-DIA.
           MOVE W-VT-VALOR    TO RCG-VT-VALOR.
           MOVE VR-VALOR      TO RCG-VR-DIA.
           MOVE W-VR-VALOR    TO RCG-VR-VALOR.
           MOVE "A"           TO RCG-STATUS.
           WRITE REGRECARGA.
           IF ST-ERRO = "22"
               REWRITE REGRECARGA.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-RECARGA.
           CONTINUE.

      *----------------[ FERIAS E AFASTAMENTOS DO FUNCIONARIO ]--------
      *    GUARDA OS PERIODOS FORA DO TRABALHO COMO DIA JULIANO DE
      *    INICIO E FIM. AFASTAMENTO SEM RETORNO VAI ATE O FIM DO MES.
       CARREGA-PERIODOS.
           MOVE ZEROS TO W-QTD-PER.
           IF W-TEM-FERIAS NOT = "S"
               GO TO CARREGA-PERIODOS-3.
           MOVE CHAPA TO FER-CHAPA.
           MOVE ZEROS TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO CARREGA-PERIODOS-3.
       CARREGA-PERIODOS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO CARREGA-PERIODOS-3.
           IF FER-CHAPA NOT = CHAPA
               GO TO CARREGA-PERIODOS-3.
           IF FER-GOZO-INI = ZEROS OR FER-GOZO-FIM = ZEROS
               GO TO CARREGA-PERIODOS-1.
           IF W-QTD-PER NOT < 30
               GO TO CARREGA-PERIODOS-3.
           ADD 1 TO W-QTD-PER.
           MOVE GOZO-DIA TO W-S-DIA.
           MOVE GOZO-MES TO W-S-MES.
           MOVE GOZO-ANO TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO TP-INI(W-QTD-PER).
           MOVE GOZO-DIA-FIM TO W-S-DIA.
           MOVE GOZO-MES-FIM TO W-S-MES.
           MOVE GOZO-ANO-FIM TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO TP-FIM(W-QTD-PER).
           GO TO CARREGA-PERIODOS-1.
       CARREGA-PERIODOS-3.
           IF W-TEM-AFAST NOT = "S"
               GO TO FIM-CARREGA-PERIODOS.
           MOVE CHAPA TO AFA-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO FIM-CARREGA-PERIODOS.
       CARREGA-PERIODOS-4.
           READ ARQAFAST NEXT
               AT END
               GO TO FIM-CARREGA-PERIODOS.
           IF AFA-CHAPA NOT = CHAPA
               GO TO FIM-CARREGA-PERIODOS.
           IF AFA-STATUS NOT = "A" OR AFA-DATA-INI = ZEROS
               GO TO CARREGA-PERIODOS-4.
           IF W-QTD-PER NOT < 30
               GO TO FIM-CARREGA-PERIODOS.
           ADD 1 TO W-QTD-PER.
           MOVE AFA-DIA-INI TO W-S-DIA.
           MOVE AFA-MES-INI TO W-S-MES.
           MOVE AFA-ANO-INI TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO TP-INI(W-QTD-PER).
           IF AFA-DATA-RET = ZEROS
               MOVE W-DIAS-MES TO W-S-DIA
               MOVE W-COMP-MES TO W-S-MES
               MOVE W-COMP-ANO TO W-S-ANO
               PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL
               MOVE W-SERIAL TO TP-FIM(W-QTD-PER)
           ELSE
      *        O DIA DO RETORNO JA E DIA DE TRABALHO.
               MOVE AFA-DIA-RET TO W-S-DIA
               MOVE AFA-MES-RET TO W-S-MES
               MOVE AFA-ANO-RET TO W-S-ANO
               PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL
               COMPUTE TP-FIM(W-QTD-PER) = W-SERIAL - 1.
           GO TO CARREGA-PERIODOS-4.
       FIM-CARREGA-PERIODOS.
           MOVE "00" TO ST-ERRO.

      *----------------[ DIAS DE TRABALHO NA COMPETENCIA ]--------------
      *    ESCALA EM CICLO: DIA PREVISTO PELA POSICAO DO CICLO (FERIADO
      *    NAO DISPENSA). ESCALA SEMANAL: DIA COM HORAS NA ESCALA E QUE
      *    NAO SEJA FERIADO. SEM ESCALA: SEGUNDA A SEXTA SEM FERIADO.
       CONTA-DIAS.
           MOVE ZEROS TO W-DIAS-TRAB W-DIA.
           MOVE "N" TO ESC-STATUS.
           IF W-TEM-ESCALA = "S"
               MOVE CHAPA TO ESC-CHAPA
               READ ARQESCALA
                   INVALID KEY
                   MOVE "N" TO ESC-STATUS
               END-READ.
       CONTA-DIAS-1.
           ADD 1 TO W-DIA.
           IF W-DIA > W-DIAS-MES
               GO TO FIM-CONTA-DIAS.
           IF W-DIA < W-DIA-ADM
               GO TO CONTA-DIAS-1.
           MOVE "N" TO W-TRABALHA.
           IF ESC-STATUS = "A" AND ESC-TIPO = "C"
               MOVE W-DIA      TO W-S-DIA
               MOVE W-COMP-MES TO W-S-MES
               MOVE W-COMP-ANO TO W-S-ANO
               PERFORM CALC-POS-CICLO THRU FIM-CALC-POS-CICLO
               IF W-POS-CICLO > ZEROS
                   IF ESC-HORAS-CICLO(W-POS-CICLO) > ZEROS
                       MOVE "S" TO W-TRABALHA
                   END-IF
               END-IF
               GO TO CONTA-DIAS-2.
           MOVE W-DIA      TO W-Z-DIA.
           MOVE W-COMP-MES TO W-Z-MES.
           MOVE W-COMP-ANO TO W-Z-ANO.
           PERFORM CALC-DIA-SEMANA THRU FIM-CALC-DIA-SEMANA.
           IF ESC-STATUS = "A"
               IF ESC-HORAS-DIA(W-IND-ESCALA) > ZEROS
                   MOVE "S" TO W-TRABALHA
               END-IF
           ELSE
               IF W-IND-ESCALA > 1 AND W-IND-ESCALA < 7
                   MOVE "S" TO W-TRABALHA.
           IF W-TRABALHA = "S" AND W-TEM-FERIADO = "S"
               MOVE W-DIA      TO W-FER-DIA
               MOVE W-COMP-MES TO W-FER-MES
               MOVE W-COMP-ANO TO W-FER-ANO
               MOVE W-DATA-FER TO FERIAD-DATA
               READ ARQFERIAD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "N" TO W-TRABALHA
               END-READ.
       CONTA-DIAS-2.
           IF W-TRABALHA NOT = "S"
               GO TO CONTA-DIAS-1.
           MOVE W-DIA      TO W-S-DIA.
           MOVE W-COMP-MES TO W-S-MES.
           MOVE W-COMP-ANO TO W-S-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE ZEROS TO IND-PER.
       CONTA-DIAS-3.
           ADD 1 TO IND-PER.
           IF IND-PER > W-QTD-PER
               ADD 1 TO W-DIAS-TRAB
               GO TO CONTA-DIAS-1.
           IF W-SERIAL NOT < TP-INI(IND-PER)
              AND W-SERIAL NOT > TP-FIM(IND-PER)
               GO TO CONTA-DIAS-1.
           GO TO CONTA-DIAS-3.
       FIM-CONTA-DIAS.
           MOVE "00" TO ST-ERRO.

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

      *---------[ TOTALIZADOR DO DEPARTAMENTO (ATE 50) ]----------------
       ACHA-DEPTO.
           MOVE ZEROS TO W-IND.
       ACHA-DEPTO-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-DEP
               IF W-QTD-DEP < 50
                   ADD 1 TO W-QTD-DEP
                   MOVE W-QTD-DEP TO W-IND
                   MOVE CODPTO TO TD-CODPTO(W-IND)
                   MOVE ZEROS TO TD-QTDE(W-IND) TD-DIAS(W-IND)
                                 TD-VT(W-IND) TD-VR(W-IND)
                   GO TO FIM-ACHA-DEPTO
               ELSE
                   MOVE ZEROS TO W-IND
                   GO TO FIM-ACHA-DEPTO.
           IF TD-CODPTO(W-IND) = CODPTO
               GO TO FIM-ACHA-DEPTO.
           GO TO ACHA-DEPTO-1.
       FIM-ACHA-DEPTO.
           CONTINUE.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP122" TO ITF-EXT-PROGR.
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
                CLOSE ARQFUNC ARQRECARGA TX TVT TVR.
                IF W-TEM-DEP = "S"
                    CLOSE ARQDEP.
                IF W-TEM-ESCALA = "S"
                    CLOSE ARQESCALA.
                IF W-TEM-FERIADO = "S"
                    CLOSE ARQFERIAD.
                IF W-TEM-FERIAS = "S"
                    CLOSE ARQFERIAS.
                IF W-TEM-AFAST = "S"
                    CLOSE ARQAFAST.
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
