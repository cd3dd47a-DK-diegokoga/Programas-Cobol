       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP178.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   ATESTADOS MEDICOS - ENCAMINHAMENTO INSS   *
      *   E RELATORIO POR GRUPO DE CID              *
      ***********************************************
      *----------------------------------------------------------------
      *    OPCAO 1 (DIARIA, TAMBEM NA CADEIA NOTURNA DO FPP064): POR
      *    CHAPA E GRUPO DE CID (3 PRIMEIRAS POSICOES), SOMA OS DIAS
      *    DOS ATESTADOS ATIVOS DE DOENCA E ODONTOLOGICOS (FPP177) QUE
      *    COMECAM DENTRO DE 60 DIAS DO PRIMEIRO DELES. PASSANDO DE 15
      *    DIAS, PROPOE NO ARQUIVO114 O AFASTAMENTO INSS TIPO 01 A
      *    PARTIR DO 16o DIA, COM RETORNO NO DIA SEGUINTE AO FIM DO
      *    ULTIMO ATESTADO. CONFIRMADO PELO OPERADOR, GRAVA O
      *    ARQAFAST (OU VINCULA AO AFASTAMENTO DOENCA JA ABERTO) E
      *    MARCA OS ATESTADOS COMO "E". NA CADEIA NOTURNA SO LISTA.
      *    OPCAO 2: RELATORIO DO PERIODO POR GRUPO DE CID PARA A
      *    MEDICINA DO TRABALHO. FORA DO PERFIL MEDICO O GRUPO SAI SO
      *    COM A LETRA DO CAPITULO (EX.: J**).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ATESTADOS MEDICOS---------------------------
           SELECT ARQATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ATE-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-FUN.
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-KEY
                      FILE STATUS IS ST-AFA.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *---------------------RELATORIO DE ATESTADOS---------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ATESTADOS MEDICOS---------------------------
      *    TIPO: 1=DOENCA 2=ODONTOLOGICO 3=ACIDENTE DE TRABALHO
      *    4=ACOMPANHAMENTO DE DEPENDENTE 5=COMPARECIMENTO.
      *    SITUACAO: A=ATIVO E=ENCAMINHADO AO INSS (ATE-AFA-SEQ).
      *    DATAS DDMMAAAA, INCLUSAO AAAAMMDD.
       FD ARQATEST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
           03 ATE-KEY.
            05 ATE-CHAPA          PIC 9(06).
            05 ATE-SEQ            PIC 9(03).
           03 ATE-DATA-INI        PIC 9(08).
           03 ATE-DT-INI REDEFINES ATE-DATA-INI.
            05 ATE-DIA            PIC 9(02).
            05 ATE-MES            PIC 9(02).
            05 ATE-ANO            PIC 9(04).
           03 ATE-DIAS            PIC 9(03).
           03 ATE-DATA-FIM        PIC 9(08).
           03 ATE-DT-FIM REDEFINES ATE-DATA-FIM.
            05 ATE-FIM-DIA        PIC 9(02).
            05 ATE-FIM-MES        PIC 9(02).
            05 ATE-FIM-ANO        PIC 9(04).
           03 ATE-TIPO            PIC 9(01).
           03 ATE-CID             PIC X(04).
           03 ATE-CRM             PIC X(10).
           03 ATE-CRM-UF          PIC X(02).
           03 ATE-STATUS          PIC X(01).
           03 ATE-AFA-SEQ         PIC 9(02).
           03 ATE-USUARIO         PIC X(10).
           03 ATE-DATA-INC        PIC 9(08).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
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
           03 AFA-DATA-RET        PIC 9(08).
           03 AFA-STATUS          PIC X(01).
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".
       01 REGUSU.
           03 USU-LOGIN     PIC X(10).
           03 USU-SENHA     PIC X(10).
           03 USU-PERFIL    PIC X(08).
           03 USU-ATIVO     PIC X(01).
           03 USU-CHAPA     PIC 9(06).
           03 FILLER        PIC X(101).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *---------------------RELATORIO DE ATESTADOS---------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-GRAVA    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-FUN     PIC X(02) VALUE "00".
       77 ST-AFA     PIC X(02) VALUE "00".
       77 ST-SEG     PIC X(02) VALUE "00".
       77 ST-TX      PIC X(02) VALUE "00".
       77 ST-AUTO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-AUTO     PIC X(01) VALUE "N".
       77 W-MODO     PIC 9(01) VALUE ZEROS.
       77 W-TEM-FUNC PIC X(01) VALUE "S".
       77 W-FIM-ATE  PIC X(01) VALUE "N".
       01 W-USUARIO-SESS  PIC X(10) VALUE SPACES.
      *    S = PERFIL MEDICO (OU SEM CADASTRO DE USUARIOS): VE O CID.
       01 W-VE-CID        PIC X(01) VALUE "N".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HJ-ANO    PIC 9(04).
           03 W-HJ-MES    PIC 9(02).
           03 W-HJ-DIA    PIC 9(02).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO114_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ PERIODO DO RELATORIO (DDMMAAAA) ]---------------
       01 W-DATA-DE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-DE-R REDEFINES W-DATA-DE.
           03 W-DE-DIA    PIC 9(02).
           03 W-DE-MES    PIC 9(02).
           03 W-DE-ANO    PIC 9(04).
       01 W-DATA-ATE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-ATE-R REDEFINES W-DATA-ATE.
           03 W-ATE-DIA   PIC 9(02).
           03 W-ATE-MES   PIC 9(02).
           03 W-ATE-ANO   PIC 9(04).
       01 W-DE-INV        PIC 9(08) VALUE ZEROS.
       01 W-ATE-INV       PIC 9(08) VALUE ZEROS.
       01 W-INI-INV       PIC 9(08) VALUE ZEROS.
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           03 W-SD-DIA    PIC 9(02).
           03 W-SD-MES    PIC 9(02).
           03 W-SD-ANO    PIC 9(04).
       01 W-SD-QTD        PIC 9(03) VALUE ZEROS.
       01 W-SD-I          PIC 9(03) VALUE ZEROS.
       01 W-SD-LIMITE     PIC 9(02) VALUE ZEROS.
       01 W-SD-RESTO4     PIC 9(04) VALUE ZEROS.
       01 W-SD-AUX4       PIC 9(04) VALUE ZEROS.
       01 TAB-SD-MES-R.
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
       01 TAB-SD-MES REDEFINES TAB-SD-MES-R.
           03 SD-DIAS PIC 9(02) OCCURS 12 TIMES.
      *---------------[ ATESTADOS DA CHAPA EM ANALISE ]-----------------
      *    DATAS AAAAMMDD PARA COMPARAR E DDMMAAAA PARA A SOMA DE DIAS.
       01 W-CHAPA-ANT     PIC 9(06) VALUE ZEROS.
       01 W-QTD-AT        PIC 9(03) VALUE ZEROS.
       01 W-I             PIC 9(03) VALUE ZEROS.
       01 W-J             PIC 9(03) VALUE ZEROS.
       01 W-K             PIC 9(03) VALUE ZEROS.
       01 W-TROCOU        PIC X(01) VALUE "N".
       01 TAB-AT.
           03 AT-ITEM OCCURS 200 TIMES.
               05 AT-SEQ       PIC 9(03).
               05 AT-INI       PIC 9(08).
               05 AT-INI-D     PIC 9(08).
               05 AT-FIM       PIC 9(08).
               05 AT-FIM-D     PIC 9(08).
               05 AT-DIAS      PIC 9(03).
               05 AT-CID3      PIC X(03).
               05 AT-USADO     PIC X(01).
               05 AT-MARCA     PIC X(01).
       01 W-AT-AUX        PIC X(43) VALUE SPACES.
      *---------------[ JANELA DE 60 DIAS E 16o DIA ]-------------------
       01 W-LIMITE        PIC 9(08) VALUE ZEROS.
       01 W-SOMA          PIC 9(04) VALUE ZEROS.
       01 W-ACUM          PIC 9(04) VALUE ZEROS.
       01 W-QTD-CAD       PIC 9(02) VALUE ZEROS.
       01 W-MAX-FIM       PIC 9(08) VALUE ZEROS.
       01 W-MAX-FIM-D     PIC 9(08) VALUE ZEROS.
       01 W-INI-INSS      PIC 9(08) VALUE ZEROS.
      *---------------[ AFASTAMENTOS PROPOSTOS ]------------------------
       01 W-QTD-PROP      PIC 9(03) VALUE ZEROS.
       01 W-P             PIC 9(03) VALUE ZEROS.
       01 TAB-PROP.
           03 PR-ITEM OCCURS 200 TIMES.
               05 PR-CHAPA     PIC 9(06).
               05 PR-AFA-INI   PIC 9(08).
               05 PR-AFA-RET   PIC 9(08).
               05 PR-QTD       PIC 9(02).
               05 PR-SEQ       PIC 9(03) OCCURS 30 TIMES.
       01 W-AFA-SEQ-MAX   PIC 9(02) VALUE ZEROS.
       01 W-AFA-ABERTO    PIC 9(02) VALUE ZEROS.
       01 W-AFA-SEQ-GRV   PIC 9(02) VALUE ZEROS.
      *---------------[ GRUPOS DE CID DO RELATORIO ]--------------------
       01 W-GRUPO         PIC X(03) VALUE SPACES.
       01 W-QTD-GR        PIC 9(03) VALUE ZEROS.
       01 W-G             PIC 9(03) VALUE ZEROS.
       01 TAB-GR.
           03 GR-ITEM OCCURS 300 TIMES.
               05 GR-GRUPO     PIC X(03).
               05 GR-QTD       PIC 9(05).
               05 GR-DIAS      PIC 9(06).
               05 GR-FUNC      PIC 9(05).
               05 GR-ULT-CHAPA PIC 9(06).
               05 GR-INSS      PIC 9(05).
       01 W-GR-AUX        PIC X(30) VALUE SPACES.
      *---------------[ TOTAIS ]----------------------------------------
       01 W-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-QTD-CHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-GRAV      PIC 9(06) VALUE ZEROS.
       01 W-QTD-VINC      PIC 9(06) VALUE ZEROS.
       01 W-QTD-MARC      PIC 9(06) VALUE ZEROS.
       01 W-TOT-QTD       PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIAS      PIC 9(07) VALUE ZEROS.
       01 W-TOT-INSS      PIC 9(06) VALUE ZEROS.
      *---------------[ RELATORIO ]-------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "ATESTADOS - VERIFICACAO DO AFASTAMENTO INSS".
           05  CAB1-DATA  PIC 99/99/9999.
       01  CAB1R.
           05  FILLER                 PIC X(040) VALUE
           "ATESTADOS POR GRUPO DE CID - PERIODO ".
           05  CAB1R-DE   PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  CAB1R-ATE  PIC 99/99/9999.
       01  CAB1B.
           05  FILLER                 PIC X(060) VALUE
           "(MAIS DE 15 DIAS NO MESMO GRUPO DE CID EM 60 DIAS)".
       01  CAB2.
           05  FILLER                 PIC X(039) VALUE
           "CHAPA  NOME".
           05  FILLER                 PIC X(040) VALUE
           "GRP  QTD DIAS INI. INSS  RETORNO".
       01  CAB2R.
           05  FILLER                 PIC X(060) VALUE
           "GRUPO DE CID   ATESTADOS      DIAS  FUNCIONARIOS   INSS".
       01  CAB2G.
           05  FILLER                 PIC X(060) VALUE
           "CHAPA  AFAST SITUACAO".
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  DET.
           05  D-CHAPA    VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-NOME     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  D-GRUPO    VALUE SPACES PIC X(03).
           05  FILLER                 PIC X(003) VALUE "   ".
           05  D-QTD      VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-DIAS     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-INI      VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-RET      VALUE ZEROS  PIC 99/99/9999.
       01  DETA.
           05  FILLER                 PIC X(020) VALUE
           "       ATESTADO SEQ ".
           05  DA-SEQ     VALUE ZEROS  PIC 9(03).
           05  FILLER                 PIC X(010) VALUE
           "  INICIO ".
           05  DA-INI     VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(007) VALUE "  DIAS ".
           05  DA-DIAS    VALUE ZEROS  PIC ZZ9.
       01  DETG.
           05  DG-CHAPA   VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(003) VALUE "   ".
           05  DG-SEQ     VALUE ZEROS  PIC 9(02).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DG-SIT     VALUE SPACES PIC X(40).
       01  DETR.
           05  DR-GRUPO   VALUE SPACES PIC X(03).
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  DR-QTD     VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DR-DIAS    VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  DR-FUNC    VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DR-INSS    VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT.
           05  LT-TEXTO   VALUE SPACES PIC X(40).
           05  LT-QTDE    VALUE ZEROS  PIC ZZZZZ9.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** ATESTADOS MEDICOS - ENCAMINHAM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTO INSS E GRUPOS DE CID ***".
           05  LINE 05  COLUMN 01
               VALUE  "        1 - VERIFICACAO DIARIA (MAIS DE ".
           05  LINE 05  COLUMN 41
               VALUE  "15 DIAS EM 60 - AFASTAMENTO INSS)".
           05  LINE 06  COLUMN 01
               VALUE  "        2 - RELATORIO DE ATESTADOS POR G".
           05  LINE 06  COLUMN 41
               VALUE  "RUPO DE CID".
           05  LINE 08  COLUMN 01
               VALUE  "                         OPCAO :".
           05  LINE 10  COLUMN 01
               VALUE  "                         PERIODO DE".
           05  LINE 10  COLUMN 48
               VALUE  "A".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXECUC".
           05  LINE 12  COLUMN 41
               VALUE  "AO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMODO
               LINE 08  COLUMN 33  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TDATADE
               LINE 10  COLUMN 37  PIC 99/99/9999
               USING  W-DATA-DE
               HIGHLIGHT.
           05  TDATAATE
               LINE 10  COLUMN 50  PIC 99/99/9999
               USING  W-DATA-ATE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 52  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *---------------------[ CONFIRMACAO DAS PROPOSTAS ]-------------
       01  TELA-GRAVA.
           05  LINE 14  COLUMN 01
               VALUE  "                         GRAVA OS AFASTA".
           05  LINE 14  COLUMN 41
               VALUE  "MENTOS PROPOSTOS (S/N) :".
           05  TW-GRAVA
               LINE 14  COLUMN 66  PIC X(01)
               USING  W-GRAVA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MODO W-DATA-DE W-DATA-ATE.
                DISPLAY TELA.
                PERFORM CHECA-AUTO THRU CHECA-AUTO-FIM
                IF W-AUTO = "S"
                   MOVE 1 TO W-MODO
                   GO TO INC-OP0.
       INC-MODO.
                ACCEPT TMODO
                IF W-MODO NOT = 1 AND W-MODO NOT = 2
                   MOVE "*** DIGITE 1=VERIFICACAO  2=RELATORIO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MODO.
                IF W-MODO = 1
                   GO TO INC-OPC.
       INC-DE.
                ACCEPT TDATADE
                IF W-DE-DIA = 0 OR W-DE-DIA > 31 OR
                   W-DE-MES = 0 OR W-DE-MES > 12 OR
                   W-DE-ANO < 1900 OR W-DE-ANO > 2099
                   MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DE.
       INC-ATE.
                ACCEPT TDATAATE
                IF W-ATE-DIA = 0 OR W-ATE-DIA > 31 OR
                   W-ATE-MES = 0 OR W-ATE-MES > 12 OR
                   W-ATE-ANO < 1900 OR W-ATE-ANO > 2099
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ATE.
                COMPUTE W-DE-INV = (W-DE-ANO * 10000)
                                 + (W-DE-MES * 100) + W-DE-DIA.
                COMPUTE W-ATE-INV = (W-ATE-ANO * 10000)
                                  + (W-ATE-MES * 100) + W-ATE-DIA.
                IF W-ATE-INV < W-DE-INV
                   MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DE.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA.
           COMPUTE CAB1-DATA =
               (W-HJ-DIA * 1000000) + (W-HJ-MES * 10000) + W-HJ-ANO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           PERFORM LE-PERFIL-CID THRU FIM-LE-PERFIL-CID.
           OPEN I-O ARQATEST
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM ATESTADO CADASTRADO (FPP177) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN OUTPUT TX
           IF ST-TX NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO114" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQATEST
               GO TO ROT-FIMP.
           MOVE "FPP178" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN INPUT ARQFUNC
           IF ST-FUN NOT = "00"
               MOVE "N" TO W-TEM-FUNC.
           IF W-MODO = 2
               GO TO REL-001.
      *
      *****************************************
      * VERIFICACAO DIARIA - 15 DIAS EM 60    *
      *****************************************
       VER-001.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB1B.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-CHAPA-ANT W-QTD-AT W-QTD-PROP.
           MOVE "N" TO W-FIM-ATE.
       VER-LER.
           READ ARQATEST NEXT
               AT END
               MOVE "S" TO W-FIM-ATE
               GO TO VER-QUEBRA.
           IF ATE-TIPO NOT = 1 AND ATE-TIPO NOT = 2
               GO TO VER-LER.
           IF ATE-STATUS NOT = "A" OR ATE-CID = SPACES
              OR ATE-DIAS = ZEROS
               GO TO VER-LER.
           ADD 1 TO W-QTD-LIDOS.
           IF ATE-CHAPA NOT = W-CHAPA-ANT
               GO TO VER-QUEBRA.
       VER-GUARDA.
           IF W-QTD-AT < 200
               ADD 1 TO W-QTD-AT
               MOVE ATE-SEQ      TO AT-SEQ(W-QTD-AT)
               MOVE ATE-DATA-INI TO AT-INI-D(W-QTD-AT)
               COMPUTE AT-INI(W-QTD-AT) = (ATE-ANO * 10000)
                       + (ATE-MES * 100) + ATE-DIA
               MOVE ATE-DATA-FIM TO AT-FIM-D(W-QTD-AT)
               COMPUTE AT-FIM(W-QTD-AT) = (ATE-FIM-ANO * 10000)
                       + (ATE-FIM-MES * 100) + ATE-FIM-DIA
               MOVE ATE-DIAS     TO AT-DIAS(W-QTD-AT)
               MOVE ATE-CID(1:3) TO AT-CID3(W-QTD-AT)
               MOVE "N" TO AT-USADO(W-QTD-AT) AT-MARCA(W-QTD-AT).
           GO TO VER-LER.
       VER-QUEBRA.
           IF W-QTD-AT > ZEROS
               ADD 1 TO W-QTD-CHAPAS
               PERFORM ANALISA-CHAPA THRU FIM-ANALISA-CHAPA.
           IF W-FIM-ATE = "S"
               GO TO VER-FIM.
           MOVE ATE-CHAPA TO W-CHAPA-ANT.
           MOVE ZEROS TO W-QTD-AT.
           GO TO VER-GUARDA.
       VER-FIM.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "ATESTADOS ATIVOS ANALISADOS...........:" TO LT-TEXTO.
           MOVE W-QTD-LIDOS TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "FUNCIONARIOS COM ATESTADO ATIVO.......:" TO LT-TEXTO.
           MOVE W-QTD-CHAPAS TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "AFASTAMENTOS INSS PROPOSTOS...........:" TO LT-TEXTO.
           MOVE W-QTD-PROP TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           DISPLAY (20, 40) W-QTD-PROP.
           IF W-QTD-PROP = ZEROS
               MOVE "*** NENHUM AFASTAMENTO INSS A PROPOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-AUTO = "S"
               MOVE SPACES TO ARQTX
               WRITE ARQTX
               MOVE "EXECUCAO NOTURNA: PROPOSTAS NAO GRAVADAS." TO ARQTX
               WRITE ARQTX
               MOVE "CONFIRME PELA OPCAO 1 DO FPP178." TO ARQTX
               WRITE ARQTX
               GO TO ROT-FIM.
       VER-GRAVA.
           DISPLAY TELA-GRAVA.
           ACCEPT TW-GRAVA
           IF W-GRAVA = "N" OR "n"
               MOVE "* AFASTAMENTOS NAO GRAVADOS - SO RELATORIO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-GRAVA NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VER-GRAVA.
           PERFORM GRAVA-PROPOSTAS THRU FIM-GRAVA-PROPOSTAS.
           MOVE "*** AFASTAMENTOS INSS GRAVADOS NO ARQAFAST ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ ATESTADOS DE UMA CHAPA ]-------------------------
      *    ORDENA POR DATA INICIAL; CADA ATESTADO AINDA NAO USADO ABRE
      *    UMA JANELA DE 60 DIAS COM OS DO MESMO GRUPO DE CID.
       ANALISA-CHAPA.
           PERFORM ORDENA-AT THRU FIM-ORDENA-AT.
           MOVE ZEROS TO W-I.
       ANALISA-CHAPA-1.
           ADD 1 TO W-I.
           IF W-I > W-QTD-AT
               GO TO FIM-ANALISA-CHAPA.
           IF AT-USADO(W-I) = "S"
               GO TO ANALISA-CHAPA-1.
           MOVE AT-INI-D(W-I) TO W-SD-DATA.
           MOVE 60 TO W-SD-QTD.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           COMPUTE W-LIMITE = (W-SD-ANO * 10000) + (W-SD-MES * 100)
                              + W-SD-DIA.
           MOVE ZEROS TO W-SOMA.
           MOVE W-I TO W-J.
       ANALISA-CHAPA-2.
           IF W-J > W-QTD-AT
               GO TO ANALISA-CHAPA-3.
           IF AT-USADO(W-J) = "N" AND AT-CID3(W-J) = AT-CID3(W-I)
              AND AT-INI(W-J) < W-LIMITE
               MOVE "S" TO AT-MARCA(W-J)
               ADD AT-DIAS(W-J) TO W-SOMA.
           ADD 1 TO W-J.
           GO TO ANALISA-CHAPA-2.
       ANALISA-CHAPA-3.
           IF W-SOMA > 15 AND W-QTD-PROP < 200
               PERFORM PROPOE-AFAST THRU FIM-PROPOE-AFAST.
           MOVE W-I TO W-J.
       ANALISA-CHAPA-4.
           IF W-J > W-QTD-AT
               GO TO ANALISA-CHAPA-1.
           MOVE "N" TO AT-MARCA(W-J).
           ADD 1 TO W-J.
           GO TO ANALISA-CHAPA-4.
       FIM-ANALISA-CHAPA.
           CONTINUE.

      *    O EMPREGADOR PAGA OS 15 PRIMEIROS DIAS; O INSS ASSUME NO
      *    16o DIA SOMADO DOS ATESTADOS DA JANELA.
       PROPOE-AFAST.
           ADD 1 TO W-QTD-PROP.
           MOVE W-CHAPA-ANT TO PR-CHAPA(W-QTD-PROP).
           MOVE ZEROS TO W-ACUM W-QTD-CAD W-MAX-FIM W-INI-INSS.
           MOVE W-I TO W-J.
       PROPOE-AFAST-1.
           IF W-J > W-QTD-AT
               GO TO PROPOE-AFAST-3.
           IF AT-MARCA(W-J) NOT = "S"
               GO TO PROPOE-AFAST-2.
           MOVE "S" TO AT-USADO(W-J).
           IF W-QTD-CAD < 30
               ADD 1 TO W-QTD-CAD
               MOVE AT-SEQ(W-J) TO PR-SEQ(W-QTD-PROP, W-QTD-CAD).
           IF W-INI-INSS = ZEROS AND W-ACUM + AT-DIAS(W-J) > 15
               MOVE AT-INI-D(W-J) TO W-SD-DATA
               COMPUTE W-SD-QTD = 15 - W-ACUM
               PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS
               MOVE W-SD-DATA TO W-INI-INSS.
           ADD AT-DIAS(W-J) TO W-ACUM.
           IF AT-FIM(W-J) > W-MAX-FIM
               MOVE AT-FIM(W-J)   TO W-MAX-FIM
               MOVE AT-FIM-D(W-J) TO W-MAX-FIM-D.
       PROPOE-AFAST-2.
           ADD 1 TO W-J.
           GO TO PROPOE-AFAST-1.
       PROPOE-AFAST-3.
           MOVE W-QTD-CAD  TO PR-QTD(W-QTD-PROP).
           MOVE W-INI-INSS TO PR-AFA-INI(W-QTD-PROP).
           MOVE W-MAX-FIM-D TO W-SD-DATA.
           MOVE 1 TO W-SD-QTD.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           MOVE W-SD-DATA TO PR-AFA-RET(W-QTD-PROP).
      *    LINHA DA PROPOSTA E OS ATESTADOS QUE ENTRARAM NA SOMA.
           MOVE W-CHAPA-ANT TO D-CHAPA.
           MOVE "FUNCIONARIO NAO CADASTRADO" TO D-NOME.
           IF W-TEM-FUNC = "S"
               MOVE W-CHAPA-ANT TO CHAPA
               READ ARQFUNC
               IF ST-FUN = "00"
                   MOVE NOME TO D-NOME.
           MOVE AT-CID3(W-I) TO W-GRUPO.
           PERFORM MASCARA-GRUPO THRU FIM-MASCARA-GRUPO.
           MOVE W-GRUPO TO D-GRUPO.
           MOVE W-QTD-CAD TO D-QTD.
           MOVE W-ACUM TO D-DIAS.
           MOVE PR-AFA-INI(W-QTD-PROP) TO D-INI.
           MOVE PR-AFA-RET(W-QTD-PROP) TO D-RET.
           WRITE ARQTX FROM DET.
           MOVE W-I TO W-J.
       PROPOE-AFAST-4.
           IF W-J > W-QTD-AT
               GO TO FIM-PROPOE-AFAST.
           IF AT-MARCA(W-J) = "S"
               MOVE AT-SEQ(W-J)   TO DA-SEQ
               MOVE AT-INI-D(W-J) TO DA-INI
               MOVE AT-DIAS(W-J)  TO DA-DIAS
               WRITE ARQTX FROM DETA.
           ADD 1 TO W-J.
           GO TO PROPOE-AFAST-4.
       FIM-PROPOE-AFAST.
           CONTINUE.

      *---------------[ ORDENACAO DOS ATESTADOS POR DATA ]--------------
       ORDENA-AT.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-K.
       ORDENA-AT-1.
           IF W-K NOT < W-QTD-AT
               GO TO ORDENA-AT-2.
           IF AT-INI(W-K) > AT-INI(W-K + 1)
               MOVE AT-ITEM(W-K)     TO W-AT-AUX
               MOVE AT-ITEM(W-K + 1) TO AT-ITEM(W-K)
               MOVE W-AT-AUX         TO AT-ITEM(W-K + 1)
               MOVE "S" TO W-TROCOU.
           ADD 1 TO W-K.
           GO TO ORDENA-AT-1.
       ORDENA-AT-2.
           IF W-TROCOU = "S"
               GO TO ORDENA-AT.
       FIM-ORDENA-AT.
           CONTINUE.

      *---------------[ GRAVACAO DOS AFASTAMENTOS PROPOSTOS ]-----------
      *    COM AFASTAMENTO DOENCA (01) JA ABERTO NA CHAPA, SO VINCULA
      *    OS ATESTADOS A ELE.
       GRAVA-PROPOSTAS.
           OPEN I-O ARQAFAST.
           IF ST-AFA NOT = "00"
              IF ST-AFA = "30"
                 OPEN OUTPUT ARQAFAST
                 CLOSE ARQAFAST
                 GO TO GRAVA-PROPOSTAS
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQAFAST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FIM-GRAVA-PROPOSTAS.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "AFASTAMENTOS GRAVADOS NO ARQAFAST" TO ARQTX.
           WRITE ARQTX.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2G.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-P.
       GRAVA-PROPOSTAS-1.
           ADD 1 TO W-P.
           IF W-P > W-QTD-PROP
               GO TO GRAVA-PROPOSTAS-9.
           MOVE ZEROS TO W-AFA-SEQ-MAX W-AFA-ABERTO.
           MOVE PR-CHAPA(W-P) TO AFA-CHAPA DG-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO GRAVA-PROPOSTAS-3.
       GRAVA-PROPOSTAS-2.
           READ ARQAFAST NEXT
               AT END
               GO TO GRAVA-PROPOSTAS-3.
           IF AFA-CHAPA NOT = PR-CHAPA(W-P)
               GO TO GRAVA-PROPOSTAS-3.
           MOVE AFA-SEQ TO W-AFA-SEQ-MAX.
           IF AFA-TIPO = 01 AND AFA-STATUS = "A"
               MOVE AFA-SEQ TO W-AFA-ABERTO.
           GO TO GRAVA-PROPOSTAS-2.
       GRAVA-PROPOSTAS-3.
           IF W-AFA-ABERTO NOT = ZEROS
               MOVE W-AFA-ABERTO TO W-AFA-SEQ-GRV DG-SEQ
               MOVE "VINCULADO AO AFASTAMENTO DOENCA ABERTO" TO DG-SIT
               ADD 1 TO W-QTD-VINC
               GO TO GRAVA-PROPOSTAS-5.
           IF W-AFA-SEQ-MAX = 99
               MOVE ZEROS TO DG-SEQ
               MOVE "CHAPA SEM SEQUENCIA LIVRE NO ARQAFAST" TO DG-SIT
               WRITE ARQTX FROM DETG
               GO TO GRAVA-PROPOSTAS-1.
           MOVE PR-CHAPA(W-P) TO AFA-CHAPA.
           COMPUTE AFA-SEQ = W-AFA-SEQ-MAX + 1.
           MOVE 01 TO AFA-TIPO.
           MOVE PR-AFA-INI(W-P) TO AFA-DATA-INI.
           MOVE PR-AFA-RET(W-P) TO AFA-DATA-RET.
           MOVE "A" TO AFA-STATUS.
           WRITE REGAFAST.
           IF ST-AFA NOT = "00"
               MOVE ZEROS TO DG-SEQ
               MOVE "ERRO NA GRAVACAO DO ARQAFAST" TO DG-SIT
               WRITE ARQTX FROM DETG
               GO TO GRAVA-PROPOSTAS-1.
           MOVE AFA-SEQ TO W-AFA-SEQ-GRV DG-SEQ.
           MOVE "AFASTAMENTO INSS ABERTO" TO DG-SIT.
           ADD 1 TO W-QTD-GRAV.
       GRAVA-PROPOSTAS-5.
           WRITE ARQTX FROM DETG.
           MOVE ZEROS TO W-K.
       GRAVA-PROPOSTAS-6.
           ADD 1 TO W-K.
           IF W-K > PR-QTD(W-P)
               GO TO GRAVA-PROPOSTAS-1.
           MOVE PR-CHAPA(W-P)    TO ATE-CHAPA.
           MOVE PR-SEQ(W-P, W-K) TO ATE-SEQ.
           READ ARQATEST
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-PROPOSTAS-6.
           MOVE "E" TO ATE-STATUS.
           MOVE W-AFA-SEQ-GRV TO ATE-AFA-SEQ.
           REWRITE REGATEST.
           IF ST-ERRO = "00"
               ADD 1 TO W-QTD-MARC.
           GO TO GRAVA-PROPOSTAS-6.
       GRAVA-PROPOSTAS-9.
           CLOSE ARQAFAST.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "AFASTAMENTOS INSS GRAVADOS............:" TO LT-TEXTO.
           MOVE W-QTD-GRAV TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "VINCULADOS A AFASTAMENTO JA ABERTO....:" TO LT-TEXTO.
           MOVE W-QTD-VINC TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "ATESTADOS MARCADOS COMO ENCAMINHADOS..:" TO LT-TEXTO.
           MOVE W-QTD-MARC TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
       FIM-GRAVA-PROPOSTAS.
           MOVE "00" TO ST-AFA.
      *
      *****************************************
      * RELATORIO POR GRUPO DE CID            *
      *****************************************
       REL-001.
           MOVE W-DATA-DE  TO CAB1R-DE.
           MOVE W-DATA-ATE TO CAB1R-ATE.
           WRITE ARQTX FROM CAB1R.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2R.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-QTD-GR.
       REL-LER.
           READ ARQATEST NEXT
               AT END
               GO TO REL-IMPRIME.
           COMPUTE W-INI-INV = (ATE-ANO * 10000) + (ATE-MES * 100)
                               + ATE-DIA.
           IF W-INI-INV < W-DE-INV OR W-INI-INV > W-ATE-INV
               GO TO REL-LER.
           ADD 1 TO W-QTD-LIDOS.
           MOVE ATE-CID(1:3) TO W-GRUPO.
           IF W-GRUPO = SPACES
               MOVE "---" TO W-GRUPO
           ELSE
               PERFORM MASCARA-GRUPO THRU FIM-MASCARA-GRUPO.
           MOVE ZEROS TO W-G.
       REL-BUSCA.
           ADD 1 TO W-G.
           IF W-G > W-QTD-GR
               GO TO REL-NOVO.
           IF GR-GRUPO(W-G) NOT = W-GRUPO
               GO TO REL-BUSCA.
           GO TO REL-SOMA.
       REL-NOVO.
           IF W-QTD-GR NOT < 300
               GO TO REL-LER.
           ADD 1 TO W-QTD-GR.
           MOVE W-QTD-GR TO W-G.
           MOVE W-GRUPO TO GR-GRUPO(W-G).
           MOVE ZEROS TO GR-QTD(W-G) GR-DIAS(W-G) GR-FUNC(W-G)
                         GR-ULT-CHAPA(W-G) GR-INSS(W-G).
      *    O ARQATEST VEM EM ORDEM DE CHAPA: BASTA A ULTIMA CONTADA.
       REL-SOMA.
           ADD 1 TO GR-QTD(W-G).
           ADD ATE-DIAS TO GR-DIAS(W-G).
           IF ATE-CHAPA NOT = GR-ULT-CHAPA(W-G)
               ADD 1 TO GR-FUNC(W-G)
               MOVE ATE-CHAPA TO GR-ULT-CHAPA(W-G).
           IF ATE-STATUS = "E"
               ADD 1 TO GR-INSS(W-G).
           GO TO REL-LER.
       REL-IMPRIME.
           PERFORM ORDENA-GR THRU FIM-ORDENA-GR.
           MOVE ZEROS TO W-G.
       REL-IMPRIME-1.
           ADD 1 TO W-G.
           IF W-G > W-QTD-GR
               GO TO REL-FIM.
           MOVE GR-GRUPO(W-G) TO DR-GRUPO.
           MOVE GR-QTD(W-G)   TO DR-QTD.
           MOVE GR-DIAS(W-G)  TO DR-DIAS.
           MOVE GR-FUNC(W-G)  TO DR-FUNC.
           MOVE GR-INSS(W-G)  TO DR-INSS.
           WRITE ARQTX FROM DETR.
           ADD GR-QTD(W-G)  TO W-TOT-QTD.
           ADD GR-DIAS(W-G) TO W-TOT-DIAS.
           ADD GR-INSS(W-G) TO W-TOT-INSS.
           GO TO REL-IMPRIME-1.
       REL-FIM.
           WRITE ARQTX FROM CAB3.
           MOVE "TOT" TO DR-GRUPO.
           MOVE W-TOT-QTD  TO DR-QTD.
           MOVE W-TOT-DIAS TO DR-DIAS.
           MOVE ZEROS      TO DR-FUNC.
           MOVE W-TOT-INSS TO DR-INSS.
           WRITE ARQTX FROM DETR.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           IF W-VE-CID NOT = "S"
               MOVE "CID RESTRITO AO PERFIL MEDICO: GRUPOS POR CAPITULO"
                   TO ARQTX
               WRITE ARQTX.
           MOVE "*** RELATORIO POR GRUPO DE CID GERADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ ORDENACAO DOS GRUPOS DE CID ]-------------------
       ORDENA-GR.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-K.
       ORDENA-GR-1.
           IF W-K NOT < W-QTD-GR
               GO TO ORDENA-GR-2.
           IF GR-GRUPO(W-K) > GR-GRUPO(W-K + 1)
               MOVE GR-ITEM(W-K)     TO W-GR-AUX
               MOVE GR-ITEM(W-K + 1) TO GR-ITEM(W-K)
               MOVE W-GR-AUX         TO GR-ITEM(W-K + 1)
               MOVE "S" TO W-TROCOU.
           ADD 1 TO W-K.
           GO TO ORDENA-GR-1.
       ORDENA-GR-2.
           IF W-TROCOU = "S"
               GO TO ORDENA-GR.
       FIM-ORDENA-GR.
           CONTINUE.

      *---------------[ GRUPO DE CID CONFORME O PERFIL ]----------------
      *    FORA DO PERFIL MEDICO FICA SO A LETRA DO CAPITULO.
       MASCARA-GRUPO.
           IF W-VE-CID NOT = "S"
               MOVE "**" TO W-GRUPO(2:2).
       FIM-MASCARA-GRUPO.
           CONTINUE.

      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]-----------------
       SOMA-DIAS.
           MOVE ZEROS TO W-SD-I.
       SOMA-DIAS-1.
           ADD 1 TO W-SD-I.
           IF W-SD-I > W-SD-QTD
               GO TO FIM-SOMA-DIAS.
           MOVE SD-DIAS(W-SD-MES) TO W-SD-LIMITE.
           IF W-SD-MES = 2
               DIVIDE W-SD-ANO BY 4 GIVING W-SD-AUX4
                   REMAINDER W-SD-RESTO4
               IF W-SD-RESTO4 = ZEROS
                   MOVE 29 TO W-SD-LIMITE.
           ADD 1 TO W-SD-DIA.
           IF W-SD-DIA > W-SD-LIMITE
               MOVE 1 TO W-SD-DIA
               ADD 1 TO W-SD-MES
               IF W-SD-MES > 12
                   MOVE 1 TO W-SD-MES
                   ADD 1 TO W-SD-ANO.
           GO TO SOMA-DIAS-1.
       FIM-SOMA-DIAS.
           CONTINUE.

      *---------------[ USUARIO E PERFIL DA SESSAO ]--------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-SEG.
       FIM-LE-USUARIO.
           CONTINUE.

      *    NA CADEIA NOTURNA NAO HA SESSAO: O GRUPO SAI MASCARADO.
       LE-PERFIL-CID.
           MOVE "N" TO W-VE-CID.
           IF W-AUTO = "S"
               GO TO FIM-LE-PERFIL-CID.
           OPEN INPUT ARQUSU.
           IF ST-SEG NOT = "00"
               MOVE "S" TO W-VE-CID
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-PERFIL-CID.
       LE-PERFIL-CID-1.
           READ ARQUSU
           IF ST-SEG NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-PERFIL-CID.
           IF USU-LOGIN = W-USUARIO-SESS
              AND USU-PERFIL = "MEDICO"
               MOVE "S" TO W-VE-CID.
           GO TO LE-PERFIL-CID-1.
       FIM-LE-PERFIL-CID.
           CONTINUE.

      *---------------[ CHAVE DE EXECUCAO AUTOMATICA ]------------------
       CHECA-AUTO.
           MOVE "N" TO W-AUTO.
           OPEN INPUT ARQAUTO.
           IF ST-AUTO = "00"
               READ ARQAUTO
               IF ST-AUTO = "00" AND AUTO-FLAG = "S"
                   MOVE "S" TO W-AUTO
               END-IF
               CLOSE ARQAUTO.
       CHECA-AUTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQATEST TX.
                IF W-TEM-FUNC = "S"
                    CLOSE ARQFUNC.
       ROT-FIMP.
                DISPLAY (01, 01) ERASE
                MOVE ZEROS TO RETURN-CODE.
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
