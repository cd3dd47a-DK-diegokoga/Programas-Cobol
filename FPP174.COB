       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP174.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   RELOGIOS DE PONTO (REP) - CADASTRO,       *
      *   EXPORTACAO E CONCILIACAO COM O AFD        *
      ***********************************************
      *----------------------------------------------------------------
      *    C = CADASTRO DO RELOGIO (ARQREP): DESCRICAO, NUMERO DE
      *        FABRICACAO E LOTACAO ATENDIDA (EMPRESA E DEPARTAMENTO,
      *        000 = TODOS).
      *    B = CRACHA DO FUNCIONARIO NO RELOGIO. NA INCLUSAO O CRACHA
      *        E A PROPRIA CHAPA; A TROCA VAI NO PROXIMO ENVIO.
      *    E = EXPORTA A LISTA DE FUNCIONARIOS DO RELOGIO (REPnnn_
      *        AAAAMMDD.TXT, UMA POR RELOGIO). O ARQREPFUN GUARDA O QUE
      *        FOI ENVIADO A CADA RELOGIO; NO MODO INCREMENTAL SO VAO AS
      *        DIFERENCAS: INCLUSAO (ADMITIDO NO FPP004/FPP059 OU QUE
      *        PASSOU A LOTACAO DO RELOGIO), ALTERACAO (NOME, PIS, CPF
      *        OU CRACHA) E EXCLUSAO (DESLIGADO NO FPP019, DESATIVADO OU
      *        FORA DA LOTACAO). NA CARGA COMPLETA TODOS OS ATIVOS VAO
      *        COMO INCLUSAO. CRITICA EM ARQUIVO110.
      *    X = CONCILIA O AFD.TXT DO RELOGIO COM A LISTA ENVIADA
      *        (ARQUIVO111): PIS QUE MARCOU SEM ESTAR NA LISTA, EXCLUIDO
      *        QUE AINDA MARCOU E ENVIADO SEM NENHUMA MARCACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CADASTRO DOS RELOGIOS-----------------------
           SELECT ARQREP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REP-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------FUNCIONARIOS ENVIADOS AOS RELOGIOS----------
           SELECT ARQREPFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RPF-KEY
                      FILE STATUS IS ST-RPF.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-FUN.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-AUX.
      *---------------------ARQUIVO DA EMPRESA--------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODEMPR
                      FILE STATUS IS ST-AUX.
      *---------------------LISTA PARA O RELOGIO (SAIDA)----------------
           SELECT TREP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO AFD DO RELOGIO DE PONTO-------------
           SELECT TAFD ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUX.
      *---------------------CRITICA / CONCILIACAO-----------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUX.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CADASTRO DOS RELOGIOS-----------------------
       FD ARQREP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREP.DAT".
       01 REGREP.
           03 REP-CODIGO          PIC 9(03).
           03 REP-DESCRICAO       PIC X(30).
           03 REP-NUM-SERIE       PIC X(17).
           03 REP-CODEMPRESA      PIC 9(03).
           03 REP-CODPTO          PIC 9(03).
           03 REP-STATUS          PIC X(01).
           03 REP-ULT-ENVIO       PIC 9(08).
           03 REP-QTD-ATIVOS      PIC 9(05).
      *---------------------FUNCIONARIOS ENVIADOS AOS RELOGIOS----------
       FD ARQREPFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREPFUN.DAT".
       01 REGREPFUN.
           03 RPF-KEY.
            05 RPF-REP            PIC 9(03).
            05 RPF-CHAPA          PIC 9(06).
           03 RPF-NOME            PIC X(30).
           03 RPF-PIS             PIC 9(11).
           03 RPF-CPF             PIC 9(11).
           03 RPF-CRACHA          PIC 9(10).
           03 RPF-SITUACAO        PIC X(01).
           03 RPF-PEND            PIC X(01).
           03 RPF-DATA            PIC 9(08).
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
           03 FILLER          PIC X(50).
           03 CODEMPRESA      PIC 9(03).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO     PIC X(25).
      *---------------------ARQUIVO DA EMPRESA--------------------------
       FD ARQEMPR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
      *---------------------LISTA PARA O RELOGIO (SAIDA)----------------
       FD TREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-REP-NOME.
       01 REGTREP  PIC X(100).
      *---------------------ARQUIVO AFD DO RELOGIO DE PONTO-------------
       FD TAFD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFD.TXT".
       01 REGAFD.
           03 AFD-NSR         PIC 9(09).
           03 AFD-TIPO        PIC X(01).
           03 AFD-DATA        PIC 9(08).
           03 AFD-HORA        PIC 9(04).
           03 AFD-PIS         PIC 9(12).
           03 FILLER          PIC X(06).
      *---------------------CRITICA / CONCILIACAO-----------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *-----------------------------------------------------------------
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
       01 ST-RPF          PIC X(02) VALUE "00".
       01 ST-FUN          PIC X(02) VALUE "00".
       01 ST-AUX          PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-MODO          PIC X(01) VALUE SPACES.
       01 W-DESCR-EMP     PIC X(25) VALUE SPACES.
       01 W-DESCR-PTO     PIC X(25) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CRACHA        PIC 9(10) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-REP-SEL       PIC 9(03) VALUE ZEROS.
       01 W-PERTENCE      PIC X(01) VALUE "N".
       01 W-OPER          PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(30) VALUE SPACES.
       01 W-TREP-ABERTO   PIC X(01) VALUE "N".
       01 W-TX-ABERTO     PIC X(01) VALUE "N".
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-DATASIS-R REDEFINES W-DATASIS.
           03 W-ANO-SIS   PIC 9(04).
           03 W-MES-SIS   PIC 9(02).
           03 W-DIA-SIS   PIC 9(02).
       01 W-DATA-DMA      PIC 9(08) VALUE ZEROS.
       01 W-DATA-DMA-R REDEFINES W-DATA-DMA.
           03 W-DIA-DMA   PIC 9(02).
           03 W-MES-DMA   PIC 9(02).
           03 W-ANO-DMA   PIC 9(04).
      *---------------[ TOTAIS DO RELOGIO E DA EXECUCAO ]---------------
       01 W-QTD-INC       PIC 9(05) VALUE ZEROS.
       01 W-QTD-ALT       PIC 9(05) VALUE ZEROS.
       01 W-QTD-EXC       PIC 9(05) VALUE ZEROS.
       01 W-QTD-NENV      PIC 9(05) VALUE ZEROS.
       01 W-QTD-LIN       PIC 9(05) VALUE ZEROS.
       01 W-QTD-ATIVOS    PIC 9(05) VALUE ZEROS.
       01 W-QTD-REPS      PIC 9(03) VALUE ZEROS.
      *---------------[ CONCILIACAO COM O AFD ]-------------------------
       01 W-QTD-BAT       PIC 9(07) VALUE ZEROS.
       01 W-QTD-OK        PIC 9(05) VALUE ZEROS.
       01 W-QTD-SEMLISTA  PIC 9(05) VALUE ZEROS.
       01 W-QTD-APOSEXC   PIC 9(05) VALUE ZEROS.
       01 W-QTD-SEMMARC   PIC 9(05) VALUE ZEROS.
       01 W-QTD-TR        PIC 9(04) VALUE ZEROS.
       01 W-QTD-TD        PIC 9(03) VALUE ZEROS.
       01 W-IND           PIC 9(04) VALUE ZEROS.
       01 W-ACHOU         PIC 9(04) VALUE ZEROS.
       01 TAB-ROL.
           03 TR-ITEM OCCURS 2000 TIMES.
               05 TR-CHAPA    PIC 9(06).
               05 TR-NOME     PIC X(30).
               05 TR-PIS      PIC 9(11).
               05 TR-SIT      PIC X(01).
               05 TR-MARCOU   PIC X(01).
       01 TAB-DESC.
           03 TD-ITEM OCCURS 500 TIMES.
               05 TD-PIS      PIC 9(12).
               05 TD-QTD      PIC 9(05).
               05 TD-CHAPA    PIC 9(06).
               05 TD-NOME     PIC X(30).
      *
       01 W-REP-NOME.
           05 FILLER       PIC X(03) VALUE "REP".
           05 W-REP-NUM    PIC 9(03) VALUE ZEROS.
           05 FILLER       PIC X(01) VALUE "_".
           05 W-REP-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".TXT".
       01 W-TX-NOME.
           05 W-TX-PREF    PIC X(11) VALUE "ARQUIVO110_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ REGISTROS DA LISTA DO RELOGIO ]-----------------
       01  LR-HEADER.
           05  FILLER     PIC X(02) VALUE "H;".
           05  LRH-SERIE  PIC X(17) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE ";".
           05  LRH-DATA   PIC 9(08) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  LRH-MODO   PIC X(01) VALUE SPACES.
       01  LR-DET.
           05  LR-OPER    PIC X(01) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE ";".
           05  LR-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  LR-NOME    PIC X(30) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE ";".
           05  LR-PIS     PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  LR-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  LR-CRACHA  PIC 9(10) VALUE ZEROS.
       01  LR-TRAILER.
           05  FILLER     PIC X(02) VALUE "T;".
           05  LRT-QTDE   PIC 9(05) VALUE ZEROS.
      *---------------[ CRITICA DA EXPORTACAO ]-------------------------
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "EXPORTACAO DA LISTA DE FUNCIONARIOS PARA OS REP - ".
           05  CAB1-DATA              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                 PIC X(008) VALUE "  MODO: ".
           05  CAB1-MODO              PIC X(012) VALUE SPACES.
       01  CAB2.
           05  FILLER                 PIC X(010) VALUE "RELOGIO: ".
           05  CAB2-REP               PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(003) VALUE " - ".
           05  CAB2-DESCR             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(010) VALUE " NR. FAB: ".
           05  CAB2-SERIE             PIC X(17) VALUE SPACES.
       01  CAB3.
           05  FILLER                 PIC X(100) VALUE ALL "-".
       01  CAB4.
           05  FILLER                 PIC X(060) VALUE
           "MOVIMENTO    CHAPA  NOME                           PIS".
           05  FILLER                 PIC X(020) VALUE
           "     MOTIVO".
       01  DET.
           05  D-OPER     PIC X(12) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-NOME     PIC X(30) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PIS      PIC 9(12) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-MOTIVO   PIC X(30) VALUE SPACES.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***INCLUSOES ENVIADAS.....................: ".
           05  TOTINC     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***ALTERACOES ENVIADAS....................: ".
           05  TOTALT     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***EXCLUSOES ENVIADAS.....................: ".
           05  TOTEXC     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(045) VALUE
           "***NAO ENVIADOS (SEM PIS E SEM CPF).......: ".
           05  TOTNENV    VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT5.
           05  FILLER                 PIC X(045) VALUE
           "***FUNCIONARIOS NO RELOGIO APOS O ENVIO...: ".
           05  TOTATIVOS  VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT6.
           05  FILLER                 PIC X(045) VALUE
           "***ARQUIVO GERADO PARA O RELOGIO..........: ".
           05  TOTARQ     VALUE SPACES PIC X(19).
       01  LINTOT7.
           05  FILLER                 PIC X(045) VALUE
           "***RELOGIOS PROCESSADOS...................: ".
           05  TOTREPS    VALUE ZEROS  PIC ZZ9.
      *---------------[ CONCILIACAO COM O AFD ]-------------------------
       01  CABX1.
           05  FILLER                 PIC X(050) VALUE
           "CONCILIACAO DO AFD COM A LISTA ENVIADA AO REP - ".
           05  CABX1-DATA             PIC 99/99/9999 VALUE ZEROS.
       01  CABX2.
           05  CABX2-TEXTO            PIC X(060) VALUE SPACES.
       01  DETX.
           05  DX-PIS     PIC 9(12) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DX-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DX-NOME    PIC X(30) VALUE SPACES.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DX-TEXTO   PIC X(24) VALUE SPACES.
           05  DX-QTD     PIC ZZZZ9 VALUE ZEROS.
       01  LINTOTX1.
           05  FILLER                 PIC X(045) VALUE
           "***MARCACOES LIDAS NO AFD.................: ".
           05  TOTBAT     VALUE ZEROS  PIC ZZZZZZ9.
       01  LINTOTX2.
           05  FILLER                 PIC X(045) VALUE
           "***ENVIADOS QUE MARCARAM (CONFERE)........: ".
           05  TOTOK      VALUE ZEROS  PIC ZZZZ9.
       01  LINTOTX3.
           05  FILLER                 PIC X(045) VALUE
           "***PIS QUE MARCOU FORA DA LISTA ENVIADA...: ".
           05  TOTSEMLISTA VALUE ZEROS PIC ZZZZ9.
       01  LINTOTX4.
           05  FILLER                 PIC X(045) VALUE
           "***EXCLUIDOS DO RELOGIO QUE MARCARAM......: ".
           05  TOTAPOSEXC VALUE ZEROS  PIC ZZZZ9.
       01  LINTOTX5.
           05  FILLER                 PIC X(045) VALUE
           "***ENVIADOS SEM MARCACAO NO AFD...........: ".
           05  TOTSEMMARC VALUE ZEROS  PIC ZZZZ9.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       RELOGIOS DE PONTO (REP) - CADASTR".
           05  LINE 02  COLUMN 41
               VALUE  "O, EXPORTACAO E CONCILIACAO".
           05  LINE 04  COLUMN 01
               VALUE  " ACAO (C=CADASTRO B=CRACHA E=EXPORTA X=C".
           05  LINE 04  COLUMN 41
               VALUE  "ONCILIA AFD):".
           05  LINE 06  COLUMN 01
               VALUE  " RELOGIO:".
           05  LINE 06  COLUMN 16
               VALUE  "DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  " NUMERO DE FABRICACAO DO REP:".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (000=TODAS):".
           05  LINE 10  COLUMN 28
               VALUE  "DEPTO (000=TODOS):".
           05  LINE 12  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INATIVO):".
           05  LINE 12  COLUMN 36
               VALUE  "ULTIMO ENVIO:".
           05  LINE 14  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 14  COLUMN 17
               VALUE  "CRACHA:".
           05  LINE 16  COLUMN 01
               VALUE  " MODO (I=INCREMENTAL C=CARGA COMPLETA):".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA (S/N):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 55  PIC X(01)
               USING  W-ACAO.
           05  TREPCOD
               LINE 06  COLUMN 11  PIC 9(03)
               USING  REP-CODIGO
               HIGHLIGHT.
           05  TREPDESC
               LINE 06  COLUMN 27  PIC X(30)
               USING  REP-DESCRICAO
               HIGHLIGHT.
           05  TREPSERIE
               LINE 08  COLUMN 31  PIC X(17)
               USING  REP-NUM-SERIE
               HIGHLIGHT.
           05  TREPEMP
               LINE 10  COLUMN 23  PIC 9(03)
               USING  REP-CODEMPRESA
               HIGHLIGHT.
           05  TREPPTO
               LINE 10  COLUMN 47  PIC 9(03)
               USING  REP-CODPTO
               HIGHLIGHT.
           05  TDESCPTO
               LINE 10  COLUMN 51  PIC X(25)
               FROM   W-DESCR-PTO.
           05  TREPSTAT
               LINE 12  COLUMN 32  PIC X(01)
               USING  REP-STATUS
               HIGHLIGHT.
           05  TREPULT
               LINE 12  COLUMN 50  PIC 99/99/9999
               FROM   REP-ULT-ENVIO.
           05  TCHAPA
               LINE 14  COLUMN 09  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TCRACHA
               LINE 14  COLUMN 25  PIC 9(10)
               USING  W-CRACHA
               HIGHLIGHT.
           05  TNOME
               LINE 14  COLUMN 37  PIC X(30)
               FROM   W-NOME.
           05  TMODO
               LINE 16  COLUMN 41  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TOPCAO
               LINE 18  COLUMN 18  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATASIS FROM DATE YYYYMMDD.
           MOVE W-DIA-SIS TO W-DIA-DMA.
           MOVE W-MES-SIS TO W-MES-DMA.
           MOVE W-ANO-SIS TO W-ANO-DMA.
       I-O-ARQREP.
           OPEN I-O ARQREP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQREP
                  CLOSE ARQREP
                  GO TO I-O-ARQREP
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREP" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQREPFUN.
           OPEN I-O ARQREPFUN
           IF ST-RPF NOT = "00"
              IF ST-RPF = "30"
                  OPEN OUTPUT ARQREPFUN
                  CLOSE ARQREPFUN
                  GO TO I-O-ARQREPFUN
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREPFUN" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-FUN NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-MODO W-OPCAO W-NOME W-DESCR-PTO
                          REP-DESCRICAO REP-NUM-SERIE REP-STATUS.
           MOVE ZEROS TO REP-CODIGO REP-CODEMPRESA REP-CODPTO
                         REP-ULT-ENVIO REP-QTD-ATIVOS W-CHAPA W-CRACHA.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "c"
              MOVE "C" TO W-ACAO.
           IF W-ACAO = "b"
              MOVE "B" TO W-ACAO.
           IF W-ACAO = "e"
              MOVE "E" TO W-ACAO.
           IF W-ACAO = "x"
              MOVE "X" TO W-ACAO.
           IF W-ACAO NOT = "C" AND "B" AND "E" AND "X"
              MOVE "*** DIGITE C, B, E OU X ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ CADASTRO DO RELOGIO ]---------------------------
       C1.
           ACCEPT TREPCOD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF REP-CODIGO = ZEROS AND W-ACAO = "E"
              MOVE "TODOS OS RELOGIOS ATIVOS" TO REP-DESCRICAO
              DISPLAY TREPDESC
              GO TO E1.
           IF REP-CODIGO = ZEROS
              MOVE "*** INFORME O RELOGIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           READ ARQREP
           IF ST-ERRO = "00"
              PERFORM DESCR-PTO THRU FIM-DESCR-PTO
              DISPLAY TELA
              IF W-ACAO = "B"
                 GO TO B1
              ELSE
              IF W-ACAO = "E"
                 GO TO E1
              ELSE
              IF W-ACAO = "X"
                 GO TO X1
              ELSE
                 MOVE "*** RELOGIO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO C2.
           IF W-ACAO NOT = "C"
              MOVE "*** RELOGIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           MOVE SPACES TO REP-DESCRICAO REP-NUM-SERIE W-DESCR-PTO.
           MOVE ZEROS  TO REP-CODEMPRESA REP-CODPTO REP-ULT-ENVIO
                          REP-QTD-ATIVOS.
           MOVE "A"    TO REP-STATUS.
           DISPLAY TELA.
       C2.
           ACCEPT TREPDESC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1.
           IF REP-DESCRICAO = SPACES
              MOVE "*** INFORME A DESCRICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2.
       C3.
           ACCEPT TREPSERIE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2.
           IF REP-NUM-SERIE = SPACES
              MOVE "*** INFORME O NUMERO DE FABRICACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C3.
       C4.
           ACCEPT TREPEMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C3.
           IF REP-CODEMPRESA = ZEROS
              GO TO C5.
           OPEN INPUT ARQEMPR.
           IF ST-AUX NOT = "00"
              MOVE "*** ARQUIVO DE EMPRESAS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4.
           MOVE REP-CODEMPRESA TO CODEMPR.
           READ ARQEMPR.
           MOVE ST-AUX TO ST-ERRO.
           CLOSE ARQEMPR.
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4.
       C5.
           ACCEPT TREPPTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C4.
           PERFORM DESCR-PTO THRU FIM-DESCR-PTO.
           DISPLAY TDESCPTO.
           IF REP-CODPTO NOT = ZEROS AND W-DESCR-PTO = SPACES
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C5.
       C6.
           ACCEPT TREPSTAT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C5.
           IF REP-STATUS = "a"
              MOVE "A" TO REP-STATUS.
           IF REP-STATUS = "i"
              MOVE "I" TO REP-STATUS.
           IF REP-STATUS NOT = "A" AND REP-STATUS NOT = "I"
              MOVE "*** DIGITE A=ATIVO OU I=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C6.
       SALVAR-C.
           MOVE "GRAVA O RELOGIO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-C.
           WRITE REGREP.
           IF ST-ERRO = "22"
              REWRITE REGREP.
           MOVE "00" TO ST-ERRO.
           MOVE "*** RELOGIO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

       DESCR-PTO.
           MOVE SPACES TO W-DESCR-PTO.
           IF REP-CODPTO = ZEROS
              MOVE "TODOS" TO W-DESCR-PTO
              GO TO FIM-DESCR-PTO.
           OPEN INPUT ARQDEP.
           IF ST-AUX NOT = "00"
              GO TO FIM-DESCR-PTO.
           MOVE REP-CODPTO TO CODIGO1.
           READ ARQDEP.
           IF ST-AUX = "00"
              MOVE DENOMINACAO TO W-DESCR-PTO.
           CLOSE ARQDEP.
       FIM-DESCR-PTO.
           MOVE "00" TO ST-AUX.

      *---------------[ CRACHA DO FUNCIONARIO NO RELOGIO ]--------------
      *    SO PARA QUEM JA ESTA NO RELOGIO; O NUMERO NAO PODE SE
      *    REPETIR NO MESMO RELOGIO.
       B1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE W-CHAPA    TO RPF-CHAPA.
           READ ARQREPFUN
           IF ST-RPF NOT = "00" OR RPF-SITUACAO NOT = "A"
              MOVE "00" TO ST-RPF
              MOVE "*** CHAPA NAO ENVIADA A ESTE RELOGIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1.
           MOVE RPF-NOME   TO W-NOME.
           MOVE RPF-CRACHA TO W-CRACHA.
           DISPLAY TNOME TCRACHA.
       B2.
           ACCEPT TCRACHA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B1.
           IF W-CRACHA = ZEROS
              MOVE "*** INFORME O CRACHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B2.
           IF W-CRACHA = RPF-CRACHA
              GO TO R0.
           PERFORM CHECA-CRACHA THRU FIM-CHECA-CRACHA.
           IF W-ACHOU NOT = ZEROS
              MOVE "*** CRACHA JA USADO NESTE RELOGIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B2.
       SALVAR-B.
           MOVE "GRAVA O CRACHA? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-B.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE W-CHAPA    TO RPF-CHAPA.
           READ ARQREPFUN.
           MOVE W-CRACHA TO RPF-CRACHA.
           MOVE "S"      TO RPF-PEND.
           REWRITE REGREPFUN.
           MOVE "00" TO ST-RPF.
           MOVE "*** CRACHA GRAVADO - VAI NO PROXIMO ENVIO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

       CHECA-CRACHA.
           MOVE ZEROS TO W-ACHOU.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE ZEROS      TO RPF-CHAPA.
           START ARQREPFUN KEY IS NOT LESS THAN RPF-KEY
               INVALID KEY
               GO TO FIM-CHECA-CRACHA.
       CHECA-CRACHA-1.
           READ ARQREPFUN NEXT
               AT END
               GO TO FIM-CHECA-CRACHA.
           IF RPF-REP NOT = REP-CODIGO
               GO TO FIM-CHECA-CRACHA.
           IF RPF-SITUACAO = "A" AND RPF-CRACHA = W-CRACHA
              AND RPF-CHAPA NOT = W-CHAPA
               MOVE 1 TO W-ACHOU
               GO TO FIM-CHECA-CRACHA.
           GO TO CHECA-CRACHA-1.
       FIM-CHECA-CRACHA.
           MOVE "00" TO ST-RPF.

      *---------------[ EXPORTACAO DA LISTA PARA OS RELOGIOS ]----------
       E1.
           MOVE REP-CODIGO TO W-REP-SEL.
           ACCEPT TMODO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF W-MODO = "i"
              MOVE "I" TO W-MODO.
           IF W-MODO = "c"
              MOVE "C" TO W-MODO.
           IF W-MODO NOT = "I" AND W-MODO NOT = "C"
              MOVE "*** DIGITE I=INCREMENTAL C=CARGA COMPLETA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO E1.
           IF W-REP-SEL NOT = ZEROS AND REP-STATUS NOT = "A"
              MOVE "*** RELOGIO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
       E2.
           ACCEPT TOPCAO.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO E2.
           MOVE "ARQUIVO110_" TO W-TX-PREF.
           PERFORM ABRE-TX THRU FIM-ABRE-TX.
           IF W-TX-ABERTO NOT = "S"
              GO TO R0.
           MOVE W-DATA-DMA TO CAB1-DATA.
           IF W-MODO = "C"
              MOVE "CARGA TOTAL" TO CAB1-MODO
           ELSE
              MOVE "INCREMENTAL" TO CAB1-MODO.
           WRITE ARQTX FROM CAB1.
           MOVE ZEROS TO W-QTD-REPS.
           IF W-REP-SEL NOT = ZEROS
              PERFORM EXPORTA-REP THRU FIM-EXPORTA-REP
              GO TO E9.
           MOVE ZEROS TO REP-CODIGO.
           START ARQREP KEY IS NOT LESS THAN REP-CODIGO
               INVALID KEY
               GO TO E9.
       E3.
           READ ARQREP NEXT
               AT END
               GO TO E9.
           IF REP-STATUS NOT = "A"
              GO TO E3.
           PERFORM EXPORTA-REP THRU FIM-EXPORTA-REP.
           GO TO E3.
       E9.
           WRITE ARQTX FROM LINHABR.
           MOVE W-QTD-REPS TO TOTREPS.
           WRITE ARQTX FROM LINTOT7.
           CLOSE TX.
           MOVE "N" TO W-TX-ABERTO.
           MOVE "00" TO ST-ERRO.
           MOVE "*** EXPORTACAO CONCLUIDA - VER ARQUIVO110 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------[ UM RELOGIO: REGISTRO EM REGREP ]----------------------
       EXPORTA-REP.
           ADD 1 TO W-QTD-REPS.
           MOVE ZEROS TO W-QTD-INC W-QTD-ALT W-QTD-EXC W-QTD-NENV
                         W-QTD-LIN W-QTD-ATIVOS.
           MOVE "N" TO W-TREP-ABERTO.
           MOVE REP-CODIGO    TO CAB2-REP W-REP-NUM.
           MOVE REP-DESCRICAO TO CAB2-DESCR.
           MOVE REP-NUM-SERIE TO CAB2-SERIE.
           MOVE W-DATASIS     TO W-REP-DATA.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM CAB3.
      *    1 - FUNCIONARIOS DA LOTACAO: INCLUSAO OU ALTERACAO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO EXPORTA-REP-3.
       EXPORTA-REP-1.
           READ ARQFUNC NEXT
               AT END
               GO TO EXPORTA-REP-3.
           PERFORM VER-PERTENCE THRU FIM-VER-PERTENCE.
           IF W-PERTENCE NOT = "S"
               GO TO EXPORTA-REP-1.
           MOVE SPACES TO W-OPER W-MOTIVO.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE CHAPA      TO RPF-CHAPA.
           READ ARQREPFUN
           IF ST-RPF NOT = "00"
               MOVE "00" TO ST-RPF
               MOVE SPACES TO RPF-SITUACAO
               MOVE CHAPA  TO RPF-CRACHA.
           IF RPF-SITUACAO NOT = "A" AND PIS = ZEROS AND CPF = ZEROS
               MOVE "NAO ENVIADO" TO D-OPER
               MOVE "SEM PIS E SEM CPF NO CADASTRO" TO D-MOTIVO
               MOVE CHAPA TO D-CHAPA
               MOVE NOME  TO D-NOME
               MOVE ZEROS TO D-PIS
               WRITE ARQTX FROM DET
               ADD 1 TO W-QTD-NENV
               GO TO EXPORTA-REP-1.
           IF RPF-SITUACAO = SPACES
               MOVE "I" TO W-OPER
               MOVE "INCLUSAO (ADMISSAO/LOTACAO)" TO W-MOTIVO
               GO TO EXPORTA-REP-2.
           IF RPF-SITUACAO = "E"
               MOVE "I" TO W-OPER
               MOVE "REINCLUSAO" TO W-MOTIVO
               GO TO EXPORTA-REP-2.
           IF W-MODO = "C"
               MOVE "I" TO W-OPER
               MOVE "CARGA COMPLETA" TO W-MOTIVO
               GO TO EXPORTA-REP-2.
           IF RPF-NOME NOT = NOME OR RPF-PIS NOT = PIS
              OR RPF-CPF NOT = CPF
               MOVE "A" TO W-OPER
               MOVE "ALTERACAO DE NOME/PIS/CPF" TO W-MOTIVO
               GO TO EXPORTA-REP-2.
           IF RPF-PEND = "S"
               MOVE "A" TO W-OPER
               MOVE "TROCA DE CRACHA" TO W-MOTIVO
               GO TO EXPORTA-REP-2.
           ADD 1 TO W-QTD-ATIVOS.
           GO TO EXPORTA-REP-1.
       EXPORTA-REP-2.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE CHAPA      TO RPF-CHAPA.
           MOVE NOME TO RPF-NOME.
           MOVE PIS  TO RPF-PIS.
           MOVE CPF  TO RPF-CPF.
           PERFORM GRAVA-MOV THRU FIM-GRAVA-MOV.
           MOVE "A"  TO RPF-SITUACAO.
           MOVE "N"  TO RPF-PEND.
           MOVE W-DATA-DMA TO RPF-DATA.
           REWRITE REGREPFUN.
           IF ST-RPF = "23"
               WRITE REGREPFUN.
           MOVE "00" TO ST-RPF.
           ADD 1 TO W-QTD-ATIVOS.
           GO TO EXPORTA-REP-1.
      *    2 - ENVIADOS QUE SAIRAM DA LOTACAO: EXCLUSAO.
       EXPORTA-REP-3.
           MOVE "00" TO ST-FUN.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE ZEROS      TO RPF-CHAPA.
           START ARQREPFUN KEY IS NOT LESS THAN RPF-KEY
               INVALID KEY
               GO TO EXPORTA-REP-5.
       EXPORTA-REP-4.
           READ ARQREPFUN NEXT
               AT END
               GO TO EXPORTA-REP-5.
           IF RPF-REP NOT = REP-CODIGO
               GO TO EXPORTA-REP-5.
           IF RPF-SITUACAO NOT = "A"
               GO TO EXPORTA-REP-4.
           MOVE RPF-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "EXCLUIDO DO CADASTRO" TO W-MOTIVO
               GO TO EXPORTA-REP-4A.
           PERFORM VER-PERTENCE THRU FIM-VER-PERTENCE.
           IF W-PERTENCE = "S"
               GO TO EXPORTA-REP-4.
           MOVE "FORA DA LOTACAO DO RELOGIO" TO W-MOTIVO.
           IF STATUS1 = "T"
               MOVE "DESLIGAMENTO" TO W-MOTIVO.
           IF STATUS1 = "D"
               MOVE "CHAPA DESATIVADA" TO W-MOTIVO.
       EXPORTA-REP-4A.
           MOVE "E" TO W-OPER.
           PERFORM GRAVA-MOV THRU FIM-GRAVA-MOV.
           MOVE "E" TO RPF-SITUACAO.
           MOVE "N" TO RPF-PEND.
           MOVE W-DATA-DMA TO RPF-DATA.
           REWRITE REGREPFUN.
           MOVE "00" TO ST-RPF ST-FUN.
           GO TO EXPORTA-REP-4.
       EXPORTA-REP-5.
           MOVE "00" TO ST-RPF ST-FUN.
           IF W-TREP-ABERTO = "S"
               MOVE W-QTD-LIN TO LRT-QTDE
               WRITE REGTREP FROM LR-TRAILER
               CLOSE TREP
               MOVE W-REP-NOME TO TOTARQ
               MOVE W-DATA-DMA TO REP-ULT-ENVIO
           ELSE
               MOVE "SEM MOVIMENTO" TO TOTARQ.
           MOVE W-QTD-ATIVOS TO REP-QTD-ATIVOS.
           REWRITE REGREP.
           MOVE "00" TO ST-ERRO.
           WRITE ARQTX FROM LINHABR.
           MOVE W-QTD-INC TO TOTINC.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-QTD-ALT TO TOTALT.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-QTD-EXC TO TOTEXC.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-QTD-NENV TO TOTNENV.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-QTD-ATIVOS TO TOTATIVOS.
           WRITE ARQTX FROM LINTOT5.
           WRITE ARQTX FROM LINTOT6.
       FIM-EXPORTA-REP.
           CONTINUE.

      *    O FUNCIONARIO DE REGFUNC ESTA NA LOTACAO DO RELOGIO E NAO
      *    ESTA DESLIGADO NEM DESATIVADO.
       VER-PERTENCE.
           MOVE "N" TO W-PERTENCE.
           IF STATUS1 = "T" OR STATUS1 = "D"
               GO TO FIM-VER-PERTENCE.
           IF REP-CODEMPRESA NOT = ZEROS
              AND REP-CODEMPRESA NOT = CODEMPRESA
               GO TO FIM-VER-PERTENCE.
           IF REP-CODPTO NOT = ZEROS AND REP-CODPTO NOT = CODPTO
               GO TO FIM-VER-PERTENCE.
           MOVE "S" TO W-PERTENCE.
       FIM-VER-PERTENCE.
           CONTINUE.

      *    GRAVA A LINHA DO MOVIMENTO (W-OPER) NA LISTA DO RELOGIO,
      *    ABRINDO A LISTA NO PRIMEIRO MOVIMENTO, E NA CRITICA.
       GRAVA-MOV.
           IF W-TREP-ABERTO = "S"
               GO TO GRAVA-MOV-1.
           OPEN OUTPUT TREP.
           MOVE REP-NUM-SERIE TO LRH-SERIE.
           MOVE W-DATA-DMA    TO LRH-DATA.
           MOVE W-MODO        TO LRH-MODO.
           WRITE REGTREP FROM LR-HEADER.
           MOVE "S" TO W-TREP-ABERTO.
       GRAVA-MOV-1.
           MOVE W-OPER     TO LR-OPER.
           MOVE RPF-CHAPA  TO LR-CHAPA.
           MOVE RPF-NOME   TO LR-NOME.
           MOVE RPF-PIS    TO LR-PIS.
           MOVE RPF-CPF    TO LR-CPF.
           MOVE RPF-CRACHA TO LR-CRACHA.
           WRITE REGTREP FROM LR-DET.
           ADD 1 TO W-QTD-LIN.
           IF W-OPER = "I"
               MOVE "INCLUSAO" TO D-OPER
               ADD 1 TO W-QTD-INC.
           IF W-OPER = "A"
               MOVE "ALTERACAO" TO D-OPER
               ADD 1 TO W-QTD-ALT.
           IF W-OPER = "E"
               MOVE "EXCLUSAO" TO D-OPER
               ADD 1 TO W-QTD-EXC.
           MOVE RPF-CHAPA TO D-CHAPA.
           MOVE RPF-NOME  TO D-NOME.
           MOVE RPF-PIS   TO D-PIS.
           MOVE W-MOTIVO  TO D-MOTIVO.
           WRITE ARQTX FROM DET.
       FIM-GRAVA-MOV.
           MOVE "00" TO ST-AUX.

      *---------------[ CONCILIACAO DO AFD COM A LISTA ENVIADA ]--------
       X1.
           ACCEPT TOPCAO.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1.
           OPEN INPUT TAFD.
           IF ST-AUX NOT = "00"
              MOVE "* ARQUIVO AFD.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           CLOSE TAFD.
           MOVE "ARQUIVO111_" TO W-TX-PREF.
           PERFORM ABRE-TX THRU FIM-ABRE-TX.
           IF W-TX-ABERTO NOT = "S"
              GO TO R0.
           MOVE ZEROS TO W-QTD-TR W-QTD-TD W-QTD-BAT W-QTD-OK
                         W-QTD-SEMLISTA W-QTD-APOSEXC W-QTD-SEMMARC.
      *    LISTA DO RELOGIO EM MEMORIA.
           MOVE REP-CODIGO TO RPF-REP.
           MOVE ZEROS      TO RPF-CHAPA.
           START ARQREPFUN KEY IS NOT LESS THAN RPF-KEY
               INVALID KEY
               GO TO X3.
       X2.
           READ ARQREPFUN NEXT
               AT END
               GO TO X3.
           IF RPF-REP NOT = REP-CODIGO
               GO TO X3.
           IF W-QTD-TR NOT < 2000
               GO TO X3.
           ADD 1 TO W-QTD-TR.
           MOVE RPF-CHAPA    TO TR-CHAPA(W-QTD-TR).
           MOVE RPF-NOME     TO TR-NOME(W-QTD-TR).
           MOVE RPF-PIS      TO TR-PIS(W-QTD-TR).
           MOVE RPF-SITUACAO TO TR-SIT(W-QTD-TR).
           MOVE "N"          TO TR-MARCOU(W-QTD-TR).
           GO TO X2.
      *    MARCACOES (TIPO 3) DO AFD.
       X3.
           MOVE "00" TO ST-RPF.
           OPEN INPUT TAFD.
       X4.
           READ TAFD
               AT END
               GO TO X6.
           IF AFD-TIPO NOT = "3"
               GO TO X4.
           ADD 1 TO W-QTD-BAT.
           MOVE ZEROS TO W-ACHOU.
           MOVE ZEROS TO W-IND.
       X4-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TR
               GO TO X5.
           IF TR-PIS(W-IND) = AFD-PIS
               MOVE "S" TO TR-MARCOU(W-IND)
               GO TO X4.
           GO TO X4-1.
      *    PIS FORA DA LISTA: UMA LINHA POR PIS COM A QTDE DE BATIDAS.
       X5.
           MOVE ZEROS TO W-IND.
       X5-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TD
               GO TO X5-2.
           IF TD-PIS(W-IND) = AFD-PIS
               ADD 1 TO TD-QTD(W-IND)
               GO TO X4.
           GO TO X5-1.
       X5-2.
           IF W-QTD-TD NOT < 500
               GO TO X4.
           ADD 1 TO W-QTD-TD.
           MOVE AFD-PIS TO TD-PIS(W-QTD-TD).
           MOVE 1       TO TD-QTD(W-QTD-TD).
           MOVE ZEROS   TO TD-CHAPA(W-QTD-TD).
           MOVE "PIS NAO CADASTRADO" TO TD-NOME(W-QTD-TD).
           GO TO X4.
       X6.
           CLOSE TAFD.
           MOVE "00" TO ST-AUX.
           PERFORM ACHA-CHAPA-PIS THRU FIM-ACHA-CHAPA-PIS.
           MOVE W-DATA-DMA TO CABX1-DATA.
           WRITE ARQTX FROM CABX1.
           MOVE REP-CODIGO    TO CAB2-REP.
           MOVE REP-DESCRICAO TO CAB2-DESCR.
           MOVE REP-NUM-SERIE TO CAB2-SERIE.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           MOVE "MARCARAM NO RELOGIO SEM ESTAR NA LISTA ENVIADA:"
                                                       TO CABX2-TEXTO.
           WRITE ARQTX FROM CABX2.
           MOVE ZEROS TO W-IND.
       X6-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TD
               GO TO X7.
           MOVE TD-PIS(W-IND)   TO DX-PIS.
           MOVE TD-CHAPA(W-IND) TO DX-CHAPA.
           MOVE TD-NOME(W-IND)  TO DX-NOME.
           MOVE "MARCACOES............:" TO DX-TEXTO.
           MOVE TD-QTD(W-IND)   TO DX-QTD.
           WRITE ARQTX FROM DETX.
           ADD 1 TO W-QTD-SEMLISTA.
           GO TO X6-1.
       X7.
           WRITE ARQTX FROM LINHABR.
           MOVE "EXCLUIDOS DO RELOGIO QUE AINDA MARCARAM:"
                                                       TO CABX2-TEXTO.
           WRITE ARQTX FROM CABX2.
           MOVE ZEROS TO W-IND.
       X7-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TR
               GO TO X8.
           IF TR-SIT(W-IND) = "A" AND TR-MARCOU(W-IND) = "S"
               ADD 1 TO W-QTD-OK.
           IF TR-SIT(W-IND) NOT = "E" OR TR-MARCOU(W-IND) NOT = "S"
               GO TO X7-1.
           MOVE TR-PIS(W-IND)   TO DX-PIS.
           MOVE TR-CHAPA(W-IND) TO DX-CHAPA.
           MOVE TR-NOME(W-IND)  TO DX-NOME.
           MOVE "EXCLUSAO NAO APLICADA" TO DX-TEXTO.
           MOVE ZEROS TO DX-QTD.
           WRITE ARQTX FROM DETX.
           ADD 1 TO W-QTD-APOSEXC.
           GO TO X7-1.
       X8.
           WRITE ARQTX FROM LINHABR.
           MOVE "ENVIADOS AO RELOGIO SEM NENHUMA MARCACAO NO AFD:"
                                                       TO CABX2-TEXTO.
           WRITE ARQTX FROM CABX2.
           MOVE ZEROS TO W-IND.
       X8-1.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TR
               GO TO X9.
           IF TR-SIT(W-IND) NOT = "A" OR TR-MARCOU(W-IND) = "S"
               GO TO X8-1.
           MOVE TR-PIS(W-IND)   TO DX-PIS.
           MOVE TR-CHAPA(W-IND) TO DX-CHAPA.
           MOVE TR-NOME(W-IND)  TO DX-NOME.
           MOVE "SEM MARCACAO" TO DX-TEXTO.
           MOVE ZEROS TO DX-QTD.
           WRITE ARQTX FROM DETX.
           ADD 1 TO W-QTD-SEMMARC.
           GO TO X8-1.
       X9.
           WRITE ARQTX FROM LINHABR.
           MOVE W-QTD-BAT TO TOTBAT.
           WRITE ARQTX FROM LINTOTX1.
           MOVE W-QTD-OK TO TOTOK.
           WRITE ARQTX FROM LINTOTX2.
           MOVE W-QTD-SEMLISTA TO TOTSEMLISTA.
           WRITE ARQTX FROM LINTOTX3.
           MOVE W-QTD-APOSEXC TO TOTAPOSEXC.
           WRITE ARQTX FROM LINTOTX4.
           MOVE W-QTD-SEMMARC TO TOTSEMMARC.
           WRITE ARQTX FROM LINTOTX5.
           CLOSE TX.
           MOVE "N" TO W-TX-ABERTO.
           MOVE "*** CONCILIACAO CONCLUIDA - VER ARQUIVO111 ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *    CHAPA E NOME DOS PIS FORA DA LISTA (ARQFUNC NAO TEM CHAVE
      *    POR PIS: UMA LEITURA SEQUENCIAL).
       ACHA-CHAPA-PIS.
           IF W-QTD-TD = ZEROS
               GO TO FIM-ACHA-CHAPA-PIS.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-ACHA-CHAPA-PIS.
       ACHA-CHAPA-PIS-1.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-ACHA-CHAPA-PIS.
           IF PIS = ZEROS
               GO TO ACHA-CHAPA-PIS-1.
           MOVE ZEROS TO W-IND.
       ACHA-CHAPA-PIS-2.
           ADD 1 TO W-IND.
           IF W-IND > W-QTD-TD
               GO TO ACHA-CHAPA-PIS-1.
           IF TD-PIS(W-IND) = PIS
               MOVE CHAPA TO TD-CHAPA(W-IND)
               MOVE NOME  TO TD-NOME(W-IND)
               GO TO ACHA-CHAPA-PIS-1.
           GO TO ACHA-CHAPA-PIS-2.
       FIM-ACHA-CHAPA-PIS.
           MOVE "00" TO ST-FUN.

      *---------------[ ABERTURA DA CRITICA / CONCILIACAO ]-------------
       ABRE-TX.
           MOVE "N" TO W-TX-ABERTO.
           MOVE W-DATASIS TO W-TX-DATA.
           OPEN OUTPUT TX.
           IF ST-AUX NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO DE CRITICA" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIM-ABRE-TX.
           MOVE "S" TO W-TX-ABERTO.
           MOVE "FPP174" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
       FIM-ABRE-TX.
           MOVE "00" TO ST-AUX.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQREP ARQREPFUN ARQFUNC.
       ROT-FIMP.
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.
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
