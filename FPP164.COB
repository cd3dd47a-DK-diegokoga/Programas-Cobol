       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP164.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   REAPLICACAO DO ARQLOG APOS RESTAURACAO    *
      ***********************************************
      *-----------------------------------------------------------
      *    DEPOIS DE UMA RESTAURACAO PELO FPP062, REAPLICA NOS
      *    CADASTROS (ARQFUNC, ARQDEP, ARQCARG E ARQDEPE) AS
      *    INCLUSOES (I), ALTERACOES (A) E EXCLUSOES (E) GRAVADAS NO
      *    ARQLOG A PARTIR DA DATA/HORA DO BACKUP, NA ORDEM EM QUE
      *    ACONTECERAM, ATE A DATA/HORA DE PARADA INFORMADA.
      *    A IMAGEM SO E APLICADA SE O REGISTRO ATUAL CONFERE COM A
      *    IMAGEM ANTERIOR DO ARQLOG; SE JA ESTIVER COM A IMAGEM NOVA
      *    CONTA COMO JA APLICADA. O QUE NAO CONFERE E LISTADO COMO
      *    CONFLITO NO ARQUIVO105 E NAO E APLICADO.
      *    NO ARQFUNC A IMAGEM TEM 250 POSICOES: O FINAL DO REGISTRO
      *    VEM NO COMPLEMENTO (C) GRAVADO LOGO APOS A INCLUSAO OU
      *    ALTERACAO; SEM ELE O FINAL ATUAL E MANTIDO.
      *    A ANONIMIZACAO LGPD (N, FPP166) NAO GUARDA IMAGENS: A CHAPA
      *    SAI NO RELATORIO E AS CATEGORIAS ANONIMIZADAS VOLTAM A
      *    PENDENTES NO ARQANON, PARA O FPP166 REFAZER NA PROXIMA
      *    EXECUCAO.
      *    EXIGE DUPLO CONTROLE (FPP098).
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------
           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPENDENTE-----------------
           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    FILE STATUS  IS ST-ERRO.
      *---------------------TRILHA DE ALTERACOES (LEITURA)--------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
           SELECT ARQPENDAC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PAC-NUMERO
                      FILE STATUS IS ST-PAC.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESSDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOGDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------ANONIMIZACOES JA FEITAS (LGPD)--------
           SELECT ARQANON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANO-CHAPA
                    FILE STATUS  IS ST-ANON.
      *---------------------TRILHA DE AUDITORIA DO MENU-----------
           SELECT ARQAUDIT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DA REAPLICACAO--------------
           SELECT TX ASSIGN TO DISK
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
           03 FILLER          PIC X(288).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 FILLER          PIC X(37).
      *---------------------ARQUIVO DO CARGO----------------------
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 FILLER          PIC X(53).
      *---------------------ARQUIVO DO DEPENDENTE-----------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
               05 DEPEN-CHAPA    PIC 9(06).
               05 DEPEN-SEQ      PIC 9(02).
           03 FILLER          PIC X(63).
      *---------------------TRILHA DE ALTERACOES (LEITURA)--------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOG.
           03 LOG-USUARIO     PIC X(10).
           03 LOG-DATA        PIC 9(08).
           03 LOG-HORA        PIC 9(08).
           03 LOG-ARQUIVO     PIC X(10).
           03 LOG-OPERACAO    PIC X(01).
           03 LOG-CHAVE       PIC X(14).
           03 LOG-IMAGEM-ANT  PIC X(250).
           03 LOG-IMAGEM-NOVA PIC X(250).
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
       FD ARQPENDAC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPENDAC.DAT".
       01 REGPENDAC.
           03 PAC-NUMERO        PIC 9(05).
           03 PAC-PROGR         PIC X(07).
           03 PAC-PARAM1        PIC 9(08)V99.
           03 PAC-PARAM2        PIC 9(08).
           03 PAC-DESCR         PIC X(30).
           03 PAC-SOLICITANTE   PIC X(10).
           03 PAC-CONFIRMADOR   PIC X(10).
           03 PAC-STATUS        PIC X(01).
           03 PAC-DATA          PIC 9(08).
           03 PAC-HORA          PIC 9(08).
      *---------------------ANONIMIZACOES JA FEITAS (LGPD)--------
      *    ANO-DATA POR CATEGORIA: 1=IDENTIFICACAO 2=ENDERECO
      *    3=CONTATOS 4=BANCARIOS 5=DEPENDENTES.
       FD ARQANON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQANON.DAT".
       01 REGANON.
           03 ANO-CHAPA         PIC 9(06).
           03 ANO-DATA          PIC 9(08) OCCURS 5 TIMES.
           03 ANO-USUARIO       PIC X(10).
           03 ANO-SOLIC         PIC X(10).
           03 ANO-CONF          PIC X(10).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESSDC.
           03 SESSDC-USUARIO  PIC X(10).
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
       FD ARQLOGDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOGDC.
           03 LGD-USUARIO     PIC X(10).
           03 LGD-DATA        PIC 9(08).
           03 LGD-HORA        PIC 9(08).
           03 LGD-ARQUIVO     PIC X(10).
           03 LGD-OPERACAO    PIC X(01).
           03 LGD-CHAVE       PIC X(14).
           03 LGD-IMAGEM-ANT  PIC X(250).
           03 LGD-IMAGEM-NOVA PIC X(250).
      *---------------------TRILHA DE AUDITORIA DO MENU-----------
       FD ARQAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUDIT.DAT".
       01 REGAUDIT.
           03 AUD-USUARIO   PIC X(10).
           03 AUD-PROGR     PIC X(07).
           03 AUD-DATA      PIC 9(08).
           03 AUD-HORA      PIC 9(08).
      *---------------------RELATORIO DA REAPLICACAO--------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(100).
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
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]-------------
       77 ST-PAC          PIC X(02) VALUE "00".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR      PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX     PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC      PIC X(10) VALUE SPACES.
       01 W-DC-CONF       PIC X(10) VALUE SPACES.
       01 W-ESCOLHA       PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA      PIC X(08) VALUE SPACES.
       01 W-ARQ           PIC 9(01) VALUE ZEROS.
       01 W-EXISTE        PIC X(01) VALUE "N".
       01 W-SIT           PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-ULT-FUNC-OK   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ABERTOS   PIC 9(01) VALUE ZEROS.
      *    ANONIMIZACOES (N) DESFEITAS PELA RESTAURACAO.
       77 ST-ANON         PIC X(02) VALUE "00".
       01 W-QTD-ANON      PIC 9(06) VALUE ZEROS.
       01 W-IND-C         PIC 9(01) VALUE ZEROS.
      *    NO ARQLOG A ANONIMIZACAO TRAZ AS CATEGORIAS FEITAS (SIGLA
      *    OU "-") A PARTIR DA POSICAO 39 DA IMAGEM NOVA.
       01 W-LOG-ANON.
           03 FILLER      PIC X(38).
           03 W-LOG-CAT   PIC X(01) OCCURS 5 TIMES.
           03 FILLER      PIC X(207).
      *    MOMENTO DO BACKUP (INICIO) E DE PARADA: AAAAMMDDHHMM.
       01 W-TS-INI.
           03 W-DATA-INI  PIC 9(08) VALUE ZEROS.
           03 W-HORA-INI  PIC 9(04) VALUE ZEROS.
       01 W-TS-INI-N REDEFINES W-TS-INI PIC 9(12).
       01 W-TS-FIM.
           03 W-DATA-FIM  PIC 9(08) VALUE ZEROS.
           03 W-HORA-FIM  PIC 9(04) VALUE 2359.
       01 W-TS-FIM-N REDEFINES W-TS-FIM PIC 9(12).
       01 W-HORA6         PIC 9(06) VALUE ZEROS.
       01 W-TS-LOG.
           03 W-TS-LOG-DATA  PIC 9(08) VALUE ZEROS.
           03 W-TS-LOG-HORA  PIC 9(04) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *    CONTADORES POR CADASTRO (1=FUNC 2=DEP 3=CARG 4=DEPE).
       01 TAB-NOMES-R.
           03 FILLER      PIC X(10) VALUE "ARQFUNC".
           03 FILLER      PIC X(10) VALUE "ARQDEP".
           03 FILLER      PIC X(10) VALUE "ARQCARG".
           03 FILLER      PIC X(10) VALUE "ARQDEPE".
       01 TAB-NOMES REDEFINES TAB-NOMES-R.
           03 TN-NOME     PIC X(10) OCCURS 4 TIMES.
       01 TAB-CONT.
           03 TC-ITEM     OCCURS 4 TIMES.
               05 TC-LIDOS    PIC 9(06).
               05 TC-APLIC    PIC 9(06).
               05 TC-JA       PIC 9(06).
               05 TC-CONF     PIC 9(06).
      *-----------------------------------------------------------------
       01  LINSEP.
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(35) VALUE
           "REAPLICACAO DO ARQLOG - DESDE ".
           05  C1-INI      PIC 9999/99/99B99.99 VALUE ZEROS.
           05  FILLER      PIC X(06) VALUE " ATE ".
           05  C1-FIM      PIC 9999/99/99B99.99 VALUE ZEROS.
       01  CAB2.
           05  FILLER      PIC X(19) VALUE "DATA       HORA   ".
           05  FILLER      PIC X(11) VALUE "ARQUIVO".
           05  FILLER      PIC X(03) VALUE "OP".
           05  FILLER      PIC X(15) VALUE "CHAVE".
           05  FILLER      PIC X(40) VALUE "CONFLITO / NAO APLICADO".
       01  LINDET.
           05  LD-DATA     PIC 9999/99/99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-HORA     PIC 99.99.99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-ARQUIVO  PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-OPER     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-CHAVE    PIC X(14) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-MOTIVO   PIC X(40) VALUE SPACES.
       01  LINTOT.
           05  LT-NOME     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE " LIDOS: ".
           05  LT-LIDOS    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(13) VALUE "  APLICADOS: ".
           05  LT-APLIC    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(15) VALUE "  JA APLICADOS:".
           05  LT-JA       PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(13) VALUE "  CONFLITOS: ".
           05  LT-CONF     PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINANON.
           05  FILLER      PIC X(43) VALUE
           "ANONIMIZACOES A REFAZER NO FPP166 (LGPD): ".
           05  LA-QTD      PIC ZZZ.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          REAPLICACAO DO ARQLOG APOS A R".
           05  LINE 02  COLUMN 41
               VALUE  "ESTAURACAO".
           05  LINE 05  COLUMN 01
               VALUE  " ARQUIVO (0=TODOS 1=FUNC 2=DEP 3=CARG 4=".
           05  LINE 05  COLUMN 41
               VALUE  "DEPE):".
           05  LINE 07  COLUMN 01
               VALUE  " DATA DO BACKUP RESTAURADO (AAAAMMDD):".
           05  LINE 08  COLUMN 01
               VALUE  " HORA DO BACKUP (HHMM)...............:".
           05  LINE 10  COLUMN 01
               VALUE  " PARAR EM DATA (AAAAMMDD)............:".
           05  LINE 11  COLUMN 01
               VALUE  " PARAR EM HORA (HHMM)................:".
           05  LINE 13  COLUMN 01
               VALUE  " DIGITE CONFIRMA P/ REAPLICAR O ARQLOG:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TESCOLHA
               LINE 05  COLUMN 48  PIC 9(01)
               USING  W-ESCOLHA.
           05  TDATAINI
               LINE 07  COLUMN 42  PIC 9(08)
               USING  W-DATA-INI
               HIGHLIGHT.
           05  THORAINI
               LINE 08  COLUMN 42  PIC 9(04)
               USING  W-HORA-INI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 10  COLUMN 42  PIC 9(08)
               USING  W-DATA-FIM
               HIGHLIGHT.
           05  THORAFIM
               LINE 11  COLUMN 42  PIC 9(04)
               USING  W-HORA-FIM
               HIGHLIGHT.
           05  TCONFIRMA
               LINE 13  COLUMN 42  PIC X(08)
               USING  W-CONFIRMA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA W-DATA-FIM.
           MOVE 2359 TO W-HORA-FIM.
           MOVE ZEROS TO W-ESCOLHA W-DATA-INI W-HORA-INI.
           MOVE SPACES TO W-CONFIRMA.
           DISPLAY TELA.
       R1.
           ACCEPT TESCOLHA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ESCOLHA > 4
              MOVE "*** ESCOLHA DE 0 A 4 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DATA-INI = ZEROS
              MOVE "*** INFORME A DATA DO BACKUP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *    A HORA SUGERIDA E A DA ULTIMA CHAMADA DO FPP031 NO DIA.
           PERFORM BUSCA-HORA-BK THRU FIM-BUSCA-HORA-BK.
           DISPLAY THORAINI.
       R3.
           ACCEPT THORAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-HORA-INI(1:2) > "23" OR W-HORA-INI(3:2) > "59"
              MOVE "*** HORA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TDATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
       R5.
           ACCEPT THORAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-HORA-FIM(1:2) > "23" OR W-HORA-FIM(3:2) > "59"
              MOVE "*** HORA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-TS-FIM NOT > W-TS-INI
              MOVE "*** PARADA DEVE SER DEPOIS DO BACKUP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R6.
           ACCEPT TCONFIRMA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-CONFIRMA NOT = "CONFIRMA"
              MOVE "*** DIGITE A PALAVRA CONFIRMA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-DATA-INI TO W-DC-PARAM1.
           MOVE W-DATA-FIM TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "REAPLICA ARQLOG ARQ=" W-ESCOLHA " "
                  W-HORA-INI "-" W-HORA-FIM
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
              MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
      *---------------[ ABERTURA DOS ARQUIVOS ]-------------------------
           OPEN INPUT ARQLOG.
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQLOG NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM ABRE-CADASTROS THRU FIM-ABRE-CADASTROS.
           IF ST-ERRO NOT = "00"
              PERFORM FECHA-CADASTROS THRU FIM-FECHA-CADASTROS
              CLOSE ARQLOG
              MOVE "*** ERRO NA ABERTURA DOS CADASTROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT TX.
           MOVE "FPP164" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-TS-INI-N TO C1-INI.
           MOVE W-TS-FIM-N TO C1-FIM.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINTRACO.
           MOVE ZEROS TO TAB-CONT W-ULT-FUNC-OK W-QTD-ANON.
      *---------------[ LEITURA DO ARQLOG NA ORDEM GRAVADA ]------------
       LE-LOG.
           READ ARQLOG
               AT END
               GO TO FIM-LOG.
           MOVE LOG-DATA      TO W-TS-LOG-DATA.
           MOVE LOG-HORA(1:4) TO W-TS-LOG-HORA.
           IF W-TS-LOG < W-TS-INI
               GO TO LE-LOG.
           IF W-TS-LOG > W-TS-FIM
               GO TO FIM-LOG.
           MOVE ZEROS TO W-ARQ.
           IF LOG-ARQUIVO = "ARQFUNC"
               MOVE 1 TO W-ARQ.
           IF LOG-ARQUIVO = "ARQDEP"
               MOVE 2 TO W-ARQ.
           IF LOG-ARQUIVO = "ARQCARG"
               MOVE 3 TO W-ARQ.
           IF LOG-ARQUIVO = "ARQDEPE"
               MOVE 4 TO W-ARQ.
           IF W-ARQ = ZEROS
               GO TO LE-LOG.
           IF W-ESCOLHA NOT = ZEROS AND W-ARQ NOT = W-ESCOLHA
               GO TO LE-LOG.
      *    O COMPLEMENTO SO VALE PARA A INCLUSAO/ALTERACAO QUE O
      *    PRECEDE NO ARQLOG.
           IF LOG-OPERACAO = "C"
               IF W-ARQ = 1
                   PERFORM APLICA-COMPL THRU FIM-APLICA-COMPL
                   MOVE ZEROS TO W-ULT-FUNC-OK
                   GO TO LE-LOG
               ELSE
                   GO TO LE-LOG.
           MOVE ZEROS TO W-ULT-FUNC-OK.
           IF LOG-OPERACAO = "N" AND W-ARQ = 1
               PERFORM REFAZ-ANON THRU FIM-REFAZ-ANON
               GO TO LE-LOG.
           IF LOG-OPERACAO NOT = "I" AND "A" AND "E"
               GO TO LE-LOG.
           ADD 1 TO TC-LIDOS(W-ARQ).
           MOVE SPACES TO W-SIT W-MOTIVO.
           IF W-ARQ = 1
               PERFORM APLICA-FUNC THRU FIM-APLICA-FUNC.
           IF W-ARQ = 2
               PERFORM APLICA-DEP THRU FIM-APLICA-DEP.
           IF W-ARQ = 3
               PERFORM APLICA-CARG THRU FIM-APLICA-CARG.
           IF W-ARQ = 4
               PERFORM APLICA-DEPE THRU FIM-APLICA-DEPE.
           IF W-SIT = "S"
               ADD 1 TO TC-APLIC(W-ARQ)
               GO TO LE-LOG.
           IF W-SIT = "J"
               ADD 1 TO TC-JA(W-ARQ)
               GO TO LE-LOG.
           ADD 1 TO TC-CONF(W-ARQ).
           PERFORM GRAVA-CONFLITO THRU FIM-GRAVA-CONFLITO.
           GO TO LE-LOG.

       FIM-LOG.
           CLOSE ARQLOG.
           PERFORM FECHA-CADASTROS THRU FIM-FECHA-CADASTROS.
           WRITE ARQTX FROM LINSEP.
           MOVE 1 TO W-ARQ.
       FIM-LOG-1.
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA = W-ARQ
               MOVE TN-NOME(W-ARQ)  TO LT-NOME
               MOVE TC-LIDOS(W-ARQ) TO LT-LIDOS
               MOVE TC-APLIC(W-ARQ) TO LT-APLIC
               MOVE TC-JA(W-ARQ)    TO LT-JA
               MOVE TC-CONF(W-ARQ)  TO LT-CONF
               WRITE ARQTX FROM LINTOT.
           IF W-ARQ < 4
               ADD 1 TO W-ARQ
               GO TO FIM-LOG-1.
           IF W-QTD-ANON NOT = ZEROS
               MOVE W-QTD-ANON TO LA-QTD
               WRITE ARQTX FROM LINANON.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           PERFORM AUDIT-GRAVA THRU AUDIT-GRAVA-FIM.
           MOVE ZEROS TO W-CONT.
           ADD TC-CONF(1) TC-CONF(2) TC-CONF(3) TC-CONF(4)
               GIVING W-CONT.
           IF W-CONT = ZEROS AND W-QTD-ANON NOT = ZEROS
              MOVE "* REAPLICADO - REFAZER ANONIMIZACAO NO FPP166 *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-CONT = ZEROS
              MOVE "*** REAPLICACAO CONCLUIDA SEM CONFLITOS ***" TO MENS
           ELSE
              MOVE "* REAPLICACAO COM CONFLITOS - VEJA ARQUIVO105 *"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ HORA DO BACKUP PELA TRILHA DO MENU ]-----------
       BUSCA-HORA-BK.
           OPEN INPUT ARQAUDIT.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-BUSCA-HORA-BK.
       BUSCA-HORA-BK-1.
           READ ARQAUDIT
               AT END
               GO TO BUSCA-HORA-BK-9.
           IF AUD-PROGR = "FPP031" AND AUD-DATA = W-DATA-INI
               MOVE AUD-HORA(1:4) TO W-HORA-INI.
           GO TO BUSCA-HORA-BK-1.
       BUSCA-HORA-BK-9.
           CLOSE ARQAUDIT.
           MOVE "00" TO ST-ERRO.
       FIM-BUSCA-HORA-BK.
           CONTINUE.

      *---------------[ ABERTURA E FECHAMENTO DOS CADASTROS ]-----------
       ABRE-CADASTROS.
           MOVE ZEROS TO W-QTD-ABERTOS.
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA = 1
               OPEN I-O ARQFUNC
               IF ST-ERRO NOT = "00"
                   GO TO FIM-ABRE-CADASTROS
               ELSE
                   MOVE 1 TO W-QTD-ABERTOS.
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA = 2
               OPEN I-O ARQDEP
               IF ST-ERRO NOT = "00"
                   GO TO FIM-ABRE-CADASTROS
               ELSE
                   MOVE 2 TO W-QTD-ABERTOS.
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA = 3
               OPEN I-O ARQCARG
               IF ST-ERRO NOT = "00"
                   GO TO FIM-ABRE-CADASTROS
               ELSE
                   MOVE 3 TO W-QTD-ABERTOS.
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA = 4
               OPEN I-O ARQDEPE
               IF ST-ERRO NOT = "00"
                   GO TO FIM-ABRE-CADASTROS
               ELSE
                   MOVE 4 TO W-QTD-ABERTOS.
       FIM-ABRE-CADASTROS.
           CONTINUE.

      *    W-QTD-ABERTOS GUARDA O ULTIMO CADASTRO ABERTO COM SUCESSO.
       FECHA-CADASTROS.
           IF (W-ESCOLHA = ZEROS OR W-ESCOLHA = 1)
              AND W-QTD-ABERTOS NOT < 1
               CLOSE ARQFUNC.
           IF (W-ESCOLHA = ZEROS OR W-ESCOLHA = 2)
              AND W-QTD-ABERTOS NOT < 2
               CLOSE ARQDEP.
           IF (W-ESCOLHA = ZEROS OR W-ESCOLHA = 3)
              AND W-QTD-ABERTOS NOT < 3
               CLOSE ARQCARG.
           IF (W-ESCOLHA = ZEROS OR W-ESCOLHA = 4)
              AND W-QTD-ABERTOS NOT < 4
               CLOSE ARQDEPE.
       FIM-FECHA-CADASTROS.
           CONTINUE.

      *---------------[ FUNCIONARIO (IMAGEM DE 250 POSICOES) ]---------
      *    W-SIT: S=APLICADO  J=JA ESTAVA APLICADO  N=CONFLITO.
       APLICA-FUNC.
           IF LOG-OPERACAO = "E"
               MOVE LOG-IMAGEM-ANT(1:6) TO CHAPA
           ELSE
               MOVE LOG-IMAGEM-NOVA(1:6) TO CHAPA.
           MOVE "S" TO W-EXISTE.
           READ ARQFUNC
               INVALID KEY
               MOVE "N" TO W-EXISTE.
           IF LOG-OPERACAO = "I"
               GO TO APLICA-FUNC-I.
           IF LOG-OPERACAO = "A"
               GO TO APLICA-FUNC-A.
      *    EXCLUSAO
           IF W-EXISTE = "N"
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-FUNC.
           IF REGFUNC(1:250) NOT = LOG-IMAGEM-ANT
               MOVE "N" TO W-SIT
               MOVE "EXCLUSAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-FUNC.
           DELETE ARQFUNC RECORD.
           GO TO APLICA-FUNC-9.
       APLICA-FUNC-I.
           IF W-EXISTE = "S"
               IF REGFUNC(1:250) = LOG-IMAGEM-NOVA
                   MOVE "J" TO W-SIT
                   MOVE CHAPA TO W-ULT-FUNC-OK
                   GO TO FIM-APLICA-FUNC
               ELSE
                   MOVE "N" TO W-SIT
                   MOVE "INCLUSAO: CHAVE JA EXISTE COM OUTROS DADOS"
                                                   TO W-MOTIVO
                   GO TO FIM-APLICA-FUNC.
      *    O FINAL DO REGISTRO VEM NO COMPLEMENTO QUE SEGUE.
           MOVE SPACES TO REGFUNC.
           MOVE LOG-IMAGEM-NOVA TO REGFUNC(1:250).
           WRITE REGFUNC.
           MOVE CHAPA TO W-ULT-FUNC-OK.
           GO TO APLICA-FUNC-9.
       APLICA-FUNC-A.
           IF W-EXISTE = "N"
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO NAO EXISTE" TO W-MOTIVO
               GO TO FIM-APLICA-FUNC.
           IF REGFUNC(1:250) = LOG-IMAGEM-NOVA
               MOVE "J" TO W-SIT
               MOVE CHAPA TO W-ULT-FUNC-OK
               GO TO FIM-APLICA-FUNC.
           IF REGFUNC(1:250) NOT = LOG-IMAGEM-ANT
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-FUNC.
           MOVE LOG-IMAGEM-NOVA TO REGFUNC(1:250).
           REWRITE REGFUNC.
           MOVE CHAPA TO W-ULT-FUNC-OK.
       APLICA-FUNC-9.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE "S" TO W-SIT
           ELSE
               MOVE "N" TO W-SIT
               MOVE ZEROS TO W-ULT-FUNC-OK
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO DE GRAVACAO - STATUS " ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO.
           MOVE "00" TO ST-ERRO.
       FIM-APLICA-FUNC.
           CONTINUE.

       APLICA-COMPL.
           IF W-ULT-FUNC-OK = ZEROS
               GO TO FIM-APLICA-COMPL.
           IF LOG-CHAVE(1:6) NOT = W-ULT-FUNC-OK
               GO TO FIM-APLICA-COMPL.
           MOVE W-ULT-FUNC-OK TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO FIM-APLICA-COMPL.
           MOVE LOG-IMAGEM-NOVA(1:44) TO REGFUNC(251:44).
           REWRITE REGFUNC.
           MOVE "00" TO ST-ERRO.
       FIM-APLICA-COMPL.
           CONTINUE.

      *---------------[ DEPARTAMENTO ]----------------------------------
       APLICA-DEP.
           IF LOG-OPERACAO = "E"
               MOVE LOG-IMAGEM-ANT(1:3) TO CODIGO1
           ELSE
               MOVE LOG-IMAGEM-NOVA(1:3) TO CODIGO1.
           MOVE "S" TO W-EXISTE.
           READ ARQDEP
               INVALID KEY
               MOVE "N" TO W-EXISTE.
           IF LOG-OPERACAO = "I"
               GO TO APLICA-DEP-I.
           IF LOG-OPERACAO = "A"
               GO TO APLICA-DEP-A.
           IF W-EXISTE = "N"
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-DEP.
           IF REGDEP NOT = LOG-IMAGEM-ANT(1:40)
               MOVE "N" TO W-SIT
               MOVE "EXCLUSAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-DEP.
           DELETE ARQDEP RECORD.
           GO TO APLICA-DEP-9.
       APLICA-DEP-I.
           IF W-EXISTE = "S"
               IF REGDEP = LOG-IMAGEM-NOVA(1:40)
                   MOVE "J" TO W-SIT
                   GO TO FIM-APLICA-DEP
               ELSE
                   MOVE "N" TO W-SIT
                   MOVE "INCLUSAO: CHAVE JA EXISTE COM OUTROS DADOS"
                                                   TO W-MOTIVO
                   GO TO FIM-APLICA-DEP.
           MOVE LOG-IMAGEM-NOVA(1:40) TO REGDEP.
           WRITE REGDEP.
           GO TO APLICA-DEP-9.
       APLICA-DEP-A.
           IF W-EXISTE = "N"
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO NAO EXISTE" TO W-MOTIVO
               GO TO FIM-APLICA-DEP.
           IF REGDEP = LOG-IMAGEM-NOVA(1:40)
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-DEP.
           IF REGDEP NOT = LOG-IMAGEM-ANT(1:40)
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-DEP.
           MOVE LOG-IMAGEM-NOVA(1:40) TO REGDEP.
           REWRITE REGDEP.
       APLICA-DEP-9.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE "S" TO W-SIT
           ELSE
               MOVE "N" TO W-SIT
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO DE GRAVACAO - STATUS " ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO.
           MOVE "00" TO ST-ERRO.
       FIM-APLICA-DEP.
           CONTINUE.

      *---------------[ CARGO ]-----------------------------------------
       APLICA-CARG.
           IF LOG-OPERACAO = "E"
               MOVE LOG-IMAGEM-ANT(1:3) TO CODIGO
           ELSE
               MOVE LOG-IMAGEM-NOVA(1:3) TO CODIGO.
           MOVE "S" TO W-EXISTE.
           READ ARQCARG
               INVALID KEY
               MOVE "N" TO W-EXISTE.
           IF LOG-OPERACAO = "I"
               GO TO APLICA-CARG-I.
           IF LOG-OPERACAO = "A"
               GO TO APLICA-CARG-A.
           IF W-EXISTE = "N"
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-CARG.
           IF REGCARG NOT = LOG-IMAGEM-ANT(1:56)
               MOVE "N" TO W-SIT
               MOVE "EXCLUSAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-CARG.
           DELETE ARQCARG RECORD.
           GO TO APLICA-CARG-9.
       APLICA-CARG-I.
           IF W-EXISTE = "S"
               IF REGCARG = LOG-IMAGEM-NOVA(1:56)
                   MOVE "J" TO W-SIT
                   GO TO FIM-APLICA-CARG
               ELSE
                   MOVE "N" TO W-SIT
                   MOVE "INCLUSAO: CHAVE JA EXISTE COM OUTROS DADOS"
                                                   TO W-MOTIVO
                   GO TO FIM-APLICA-CARG.
           MOVE LOG-IMAGEM-NOVA(1:56) TO REGCARG.
           WRITE REGCARG.
           GO TO APLICA-CARG-9.
       APLICA-CARG-A.
           IF W-EXISTE = "N"
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO NAO EXISTE" TO W-MOTIVO
               GO TO FIM-APLICA-CARG.
           IF REGCARG = LOG-IMAGEM-NOVA(1:56)
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-CARG.
           IF REGCARG NOT = LOG-IMAGEM-ANT(1:56)
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-CARG.
           MOVE LOG-IMAGEM-NOVA(1:56) TO REGCARG.
           REWRITE REGCARG.
       APLICA-CARG-9.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE "S" TO W-SIT
           ELSE
               MOVE "N" TO W-SIT
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO DE GRAVACAO - STATUS " ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO.
           MOVE "00" TO ST-ERRO.
       FIM-APLICA-CARG.
           CONTINUE.

      *---------------[ DEPENDENTE ]------------------------------------
       APLICA-DEPE.
           IF LOG-OPERACAO = "E"
               MOVE LOG-IMAGEM-ANT(1:8) TO DEPEN-KEY
           ELSE
               MOVE LOG-IMAGEM-NOVA(1:8) TO DEPEN-KEY.
           MOVE "S" TO W-EXISTE.
           READ ARQDEPE
               INVALID KEY
               MOVE "N" TO W-EXISTE.
           IF LOG-OPERACAO = "I"
               GO TO APLICA-DEPE-I.
           IF LOG-OPERACAO = "A"
               GO TO APLICA-DEPE-A.
           IF W-EXISTE = "N"
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-DEPE.
           IF REGDEPE NOT = LOG-IMAGEM-ANT(1:71)
               MOVE "N" TO W-SIT
               MOVE "EXCLUSAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-DEPE.
           DELETE ARQDEPE RECORD.
           GO TO APLICA-DEPE-9.
       APLICA-DEPE-I.
           IF W-EXISTE = "S"
               IF REGDEPE = LOG-IMAGEM-NOVA(1:71)
                   MOVE "J" TO W-SIT
                   GO TO FIM-APLICA-DEPE
               ELSE
                   MOVE "N" TO W-SIT
                   MOVE "INCLUSAO: CHAVE JA EXISTE COM OUTROS DADOS"
                                                   TO W-MOTIVO
                   GO TO FIM-APLICA-DEPE.
           MOVE LOG-IMAGEM-NOVA(1:71) TO REGDEPE.
           WRITE REGDEPE.
           GO TO APLICA-DEPE-9.
       APLICA-DEPE-A.
           IF W-EXISTE = "N"
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO NAO EXISTE" TO W-MOTIVO
               GO TO FIM-APLICA-DEPE.
           IF REGDEPE = LOG-IMAGEM-NOVA(1:71)
               MOVE "J" TO W-SIT
               GO TO FIM-APLICA-DEPE.
           IF REGDEPE NOT = LOG-IMAGEM-ANT(1:71)
               MOVE "N" TO W-SIT
               MOVE "ALTERACAO: REGISTRO DIFERENTE DA IMAGEM"
                                                   TO W-MOTIVO
               GO TO FIM-APLICA-DEPE.
           MOVE LOG-IMAGEM-NOVA(1:71) TO REGDEPE.
           REWRITE REGDEPE.
       APLICA-DEPE-9.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE "S" TO W-SIT
           ELSE
               MOVE "N" TO W-SIT
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO DE GRAVACAO - STATUS " ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO.
           MOVE "00" TO ST-ERRO.
       FIM-APLICA-DEPE.
           CONTINUE.

      *---------------[ ANONIMIZACAO DESFEITA PELA RESTAURACAO ]------
      *    A ANONIMIZACAO NAO TEM IMAGENS NO ARQLOG: AS CATEGORIAS QUE
      *    ELA FEZ VOLTAM A PENDENTES NO ARQANON E O FPP166 AS REFAZ NA
      *    PROXIMA EXECUCAO (A RETENCAO CONTINUA VENCIDA).
       REFAZ-ANON.
           ADD 1 TO W-QTD-ANON.
           MOVE "ANONIMIZACAO DESFEITA - REFAZER NO FPP166"
                                                   TO W-MOTIVO.
           PERFORM GRAVA-CONFLITO THRU FIM-GRAVA-CONFLITO.
           MOVE LOG-IMAGEM-NOVA TO W-LOG-ANON.
           OPEN I-O ARQANON.
           IF ST-ANON NOT = "00"
               GO TO REFAZ-ANON-9.
           MOVE LOG-CHAVE(1:6) TO ANO-CHAPA.
           READ ARQANON
               INVALID KEY
               CLOSE ARQANON
               GO TO REFAZ-ANON-9.
           MOVE ZEROS TO W-IND-C.
       REFAZ-ANON-1.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
               GO TO REFAZ-ANON-2.
           IF W-LOG-CAT (W-IND-C) NOT = "-"
              AND W-LOG-CAT (W-IND-C) NOT = SPACE
               MOVE ZEROS TO ANO-DATA (W-IND-C).
           GO TO REFAZ-ANON-1.
       REFAZ-ANON-2.
           REWRITE REGANON.
           CLOSE ARQANON.
       REFAZ-ANON-9.
           MOVE "00" TO ST-ANON.
       FIM-REFAZ-ANON.
           CONTINUE.

      *---------------[ LINHA DE CONFLITO NO RELATORIO ]---------------
       GRAVA-CONFLITO.
           MOVE LOG-DATA TO LD-DATA.
           DIVIDE LOG-HORA BY 100 GIVING W-HORA6.
           MOVE W-HORA6 TO LD-HORA.
           MOVE LOG-ARQUIVO  TO LD-ARQUIVO.
           MOVE LOG-OPERACAO TO LD-OPER.
           MOVE LOG-CHAVE    TO LD-CHAVE.
           MOVE W-MOTIVO     TO LD-MOTIVO.
           WRITE ARQTX FROM LINDET.
       FIM-GRAVA-CONFLITO.
           EXIT.

      *---------------------[ ROTINA DE AUDITORIA ]---------------------
       AUDIT-GRAVA.
           OPEN EXTEND ARQAUDIT.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT ARQAUDIT.
           MOVE W-USUARIO-DC TO AUD-USUARIO.
           MOVE "FPP164"  TO AUD-PROGR.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           CLOSE ARQAUDIT.
           MOVE "00" TO ST-ERRO.
       AUDIT-GRAVA-FIM.
           EXIT.

      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]--------------
      *    A ACAO SO EXECUTA SE EXISTIR UMA SOLICITACAO APROVADA POR
      *    OUTRO USUARIO ADMIN (FPP098) COM OS MESMOS PARAMETROS;
      *    SENAO A SOLICITACAO E REGISTRADA COMO PENDENTE E NADA
      *    E GRAVADO.
       CHECA-DUPLO.
           MOVE "N" TO W-DC-OK.
           PERFORM LE-USUARIO-DC THRU FIM-LE-USUARIO-DC.
           OPEN I-O ARQPENDAC.
           IF ST-PAC NOT = "00"
               IF ST-PAC = "30"
                   OPEN OUTPUT ARQPENDAC
                   CLOSE ARQPENDAC
                   OPEN I-O ARQPENDAC
               ELSE
                   MOVE "00" TO ST-PAC
                   GO TO FIM-CHECA-DUPLO.
           MOVE ZEROS TO PAC-NUMERO W-DC-NUMMAX.
           START ARQPENDAC KEY IS NOT LESS THAN PAC-NUMERO
               INVALID KEY
               GO TO CHECA-DUPLO-3.
       CHECA-DUPLO-1.
           READ ARQPENDAC NEXT
               AT END
               GO TO CHECA-DUPLO-3.
           MOVE PAC-NUMERO TO W-DC-NUMMAX.
           IF PAC-PROGR = "FPP164"
              AND PAC-STATUS = "A"
              AND PAC-PARAM1 = W-DC-PARAM1
              AND PAC-PARAM2 = W-DC-PARAM2
              AND W-DC-OK NOT = "S"
               MOVE "E" TO PAC-STATUS
               MOVE PAC-SOLICITANTE TO W-DC-SOLIC
               MOVE PAC-CONFIRMADOR TO W-DC-CONF
               REWRITE REGPENDAC
               MOVE "S" TO W-DC-OK.
           GO TO CHECA-DUPLO-1.
       CHECA-DUPLO-3.
           IF W-DC-OK = "S"
               CLOSE ARQPENDAC
               PERFORM GRAVA-LOG-DC THRU FIM-GRAVA-LOG-DC
               GO TO FIM-CHECA-DUPLO.
           ADD 1 TO W-DC-NUMMAX.
           MOVE W-DC-NUMMAX TO PAC-NUMERO.
           MOVE "FPP164" TO PAC-PROGR.
           MOVE W-DC-PARAM1 TO PAC-PARAM1.
           MOVE W-DC-PARAM2 TO PAC-PARAM2.
           MOVE W-DC-DESCR TO PAC-DESCR.
           MOVE W-USUARIO-DC TO PAC-SOLICITANTE.
           MOVE SPACES TO PAC-CONFIRMADOR.
           MOVE "P" TO PAC-STATUS.
           ACCEPT PAC-DATA FROM DATE YYYYMMDD.
           ACCEPT PAC-HORA FROM TIME.
           WRITE REGPENDAC.
           CLOSE ARQPENDAC.
           MOVE "00" TO ST-PAC.
       FIM-CHECA-DUPLO.
           CONTINUE.

       LE-USUARIO-DC.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-DC
           ELSE
               OPEN INPUT ARQSESSDC
               IF ST-PAC = "00"
                   READ ARQSESSDC
                   IF ST-PAC = "00"
                       MOVE SESSDC-USUARIO TO W-USUARIO-DC
                   END-IF
                   CLOSE ARQSESSDC
               END-IF.
           MOVE "00" TO ST-PAC.
       FIM-LE-USUARIO-DC.
           CONTINUE.

      *    REGISTRA NO ARQLOG AS DUAS IDENTIDADES DA ACAO EXECUTADA.
       GRAVA-LOG-DC.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "FPP164" TO LGD-ARQUIVO.
           MOVE "D" TO LGD-OPERACAO.
           MOVE SPACES TO LGD-CHAVE.
           MOVE SPACES TO LGD-IMAGEM-ANT.
           STRING "SOLICITANTE=" W-DC-SOLIC
                  " CONFIRMADOR=" W-DC-CONF
                  " EXECUTOR=" W-USUARIO-DC
                  DELIMITED BY SIZE INTO LGD-IMAGEM-ANT.
           MOVE W-DC-DESCR TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-GRAVA-LOG-DC.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
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
