       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP147.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *     APROVACAO DE FERIAS PELO GESTOR         *
      ***********************************************
      *----------------------------------------------------------------
      *    LISTA AS SOLICITACOES PENDENTES (ARQSOLFER, FPP146) DOS
      *    DEPARTAMENTOS EM QUE O USUARIO DA SESSAO E O DEP-GESTOR
      *    (ADMIN VE TODAS; NINGUEM DECIDE O PROPRIO PEDIDO).
      *    APROVAR: REFAZ AS REGRAS DA CLT DO FPP146 (AVISO DE 30
      *    DIAS, FRACIONAMENTO, ABONO, SALDO) E MOSTRA A COBERTURA DO
      *    DEPTO NO MES DE INICIO COMO NO MAPA DO FPP054: EFETIVO
      *    ATIVO MENOS QUEM JA TEM FERIAS COMECANDO NO MES E MENOS O
      *    PROPRIO PEDIDO; ABAIXO DO EFETIVO MINIMO INFORMADO PEDE
      *    CONFIRMACAO. GRAVA NO ARQFERIAS UM REGISTRO NOVO (STATUS C,
      *    MESMO AQUISITIVO, DIREITO = DIAS + ABONO) E BAIXA O DIREITO
      *    QUE RESTA NO PERIODO ABERTO, COM TRILHA NO ARQLOG.
      *    REPROVAR: EXIGE O MOTIVO, QUE FICA GRAVADO NO PEDIDO.
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
                  FILE STATUS  IS ST-FUNC.
      *---------------------ARQUIVO DE FERIAS---------------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FER-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------SOLICITACOES DE FERIAS----------------------
           SELECT ARQSOLFER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SOL-KEY
                  FILE STATUS  IS ST-SOL.
      *---------------------CALENDARIO DE FERIADOS----------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FERIAD-DATA
                  FILE STATUS  IS ST-FERD.
      *---------------------ARQUIVO DE DEPARTAMENTOS--------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-DEP.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
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
      *---------------------SOLICITACOES DE FERIAS----------------------
      *    DATAS DE GOZO EM DDMMAAAA; DATA DO PEDIDO E DA DECISAO EM
      *    AAAAMMDD. STATUS: P=PENDENTE A=APROVADA R=REPROVADA.
       FD ARQSOLFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOLFER.DAT".
       01 REGSOLFER.
           03 SOL-KEY.
            05 SOL-CHAPA          PIC 9(06).
            05 SOL-NUMERO         PIC 9(03).
           03 SOL-FER-SEQ         PIC 9(02).
           03 SOL-CODPTO          PIC 9(03).
           03 SOL-GOZO-INI        PIC 9(08).
           03 SOL-GOZO-FIM        PIC 9(08).
           03 SOL-DIAS            PIC 9(02).
           03 SOL-ABONO           PIC 9(02).
           03 SOL-DATA            PIC 9(08).
           03 SOL-STATUS          PIC X(01).
           03 SOL-GESTOR          PIC 9(06).
           03 SOL-DATA-DEC        PIC 9(08).
           03 SOL-MOTIVO          PIC X(40).
           03 SOL-FER-GERADA      PIC 9(02).
      *---------------------CALENDARIO DE FERIADOS----------------------
       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------ARQUIVO DE DEPARTAMENTOS--------------------
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
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-FUNC         PIC X(02) VALUE "00".
       77 ST-SOL          PIC X(02) VALUE "00".
       77 ST-FERD         PIC X(02) VALUE "00".
       77 ST-DEP          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-SEG          PIC X(02) VALUE "00".
       77 W-TEM-FERIADO   PIC X(01) VALUE "S".
       77 W-TEM-DEP       PIC X(01) VALUE "S".
       01 W-USUARIO-SESS  PIC X(10) VALUE SPACES.
       01 W-PERFIL-SESS   PIC X(08) VALUE SPACES.
       01 W-CHAPA-SESS    PIC 9(06) VALUE ZEROS.
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
       01 W-GESTOR-OK     PIC X(01) VALUE "N".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CODPTO        PIC 9(03) VALUE ZEROS.
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-MINIMO        PIC 9(03) VALUE 1.
       01 W-ITEM          PIC 9(02) VALUE ZEROS.
       01 W-QTD           PIC 9(02) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-SEQ-MAX       PIC 9(02) VALUE ZEROS.
       01 W-AQ-FIM        PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
      *---------------[ PEDIDOS PENDENTES NA TELA ]---------------------
       01 TAB-PEND.
           03 TP-ITEM OCCURS 12 TIMES.
               05 TP-CHAPA    PIC 9(06).
               05 TP-NUMERO   PIC 9(03).
      *---------------[ PEDIDO EM DECISAO ]-----------------------------
       01 W-FER-SEQ       PIC 9(02) VALUE ZEROS.
       01 W-INI           PIC 9(08) VALUE ZEROS.
       01 W-INI-R REDEFINES W-INI.
           03 W-INI-DIA     PIC 9(02).
           03 W-INI-MES     PIC 9(02).
           03 W-INI-ANO     PIC 9(04).
       01 W-FIM           PIC 9(08) VALUE ZEROS.
       01 W-DIAS          PIC 9(02) VALUE ZEROS.
       01 W-ABONO         PIC 9(02) VALUE ZEROS.
       01 W-NUM-SOL       PIC 9(03) VALUE ZEROS.
      *---------------[ REGRAS DO PERIODO ]-----------------------------
       01 W-ERRO          PIC X(01) VALUE "N".
       01 W-AQ-INI        PIC 9(08) VALUE ZEROS.
       01 W-DIREITO-REST  PIC 9(02) VALUE ZEROS.
       01 W-DIREITO-TOT   PIC 9(03) VALUE ZEROS.
       01 W-USADO         PIC 9(03) VALUE ZEROS.
       01 W-ABONO-USADO   PIC 9(03) VALUE ZEROS.
       01 W-PEND          PIC 9(03) VALUE ZEROS.
       01 W-FRAC          PIC 9(02) VALUE ZEROS.
       01 W-TEM14         PIC X(01) VALUE "N".
       01 W-SALDO-PER     PIC S9(03) VALUE ZEROS.
       01 W-RESTO         PIC S9(03) VALUE ZEROS.
      *---------------[ COBERTURA DO DEPARTAMENTO NO MES ]--------------
       01 W-EFETIVO       PIC 9(04) VALUE ZEROS.
       01 W-AUSENTES      PIC 9(04) VALUE ZEROS.
       01 W-PRESENTES     PIC S9(04) VALUE ZEROS.
      *---------------[ DIAS CORRIDOS: NUMERO SERIAL DO DIA ]-----------
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-DIA      PIC 9(02).
           03 W-DT-MES      PIC 9(02).
           03 W-DT-ANO      PIC 9(04).
       01 W-SER-HOJE      PIC 9(07) VALUE ZEROS.
       01 W-SER-INI       PIC 9(07) VALUE ZEROS.
       01 W-SER-FIM       PIC 9(07) VALUE ZEROS.
       01 W-SER-A         PIC 9(07) VALUE ZEROS.
       01 W-SER-B         PIC 9(07) VALUE ZEROS.
       01 W-DIA-SEM       PIC 9(01) VALUE ZEROS.
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
       01 W-J-A           PIC 9(08) VALUE ZEROS.
       01 W-J-B           PIC 9(03) VALUE ZEROS.
       01 W-J-C           PIC 9(06) VALUE ZEROS.
       01 W-J-D           PIC 9(03) VALUE ZEROS.
       01 W-J-E           PIC 9(04) VALUE ZEROS.
       01 W-J-M           PIC 9(02) VALUE ZEROS.
       01 W-J-AUX         PIC 9(10) VALUE ZEROS.
       01 W-J-AUX2        PIC 9(10) VALUE ZEROS.
      *---------------[ DATA DDMMAAAA PARA DD/MM/AAAA ]-----------------
       01 W-DATA-ED.
           03 W-ED-DIA      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ED-MES      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ED-ANO      PIC 9(04).
       01 W-DATA-TXT REDEFINES W-DATA-ED PIC X(10).
      *---------------------[ LINHAS DA TELA ]-------------------------
       01  LINPEND.
           05  LP-ITEM     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-NOME     PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-DEPTO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-INI      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-FIM      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LP-DIAS     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LP-ABONO    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-DATA     PIC X(10) VALUE SPACES.
       01  LINCOB.
           05  FILLER      PIC X(26)
                           VALUE "COBERTURA NO MES: EFETIVO ".
           05  LC-EFETIVO  PIC ZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "  EM FERIAS ".
           05  LC-AUSENTES PIC ZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "  PRESENTES ".
           05  LC-PRESENTES PIC -ZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** APROVACAO DE FERIAS PEL".
           05  LINE 02  COLUMN 41
               VALUE  "O GESTOR ***".
           05  LINE 04  COLUMN 01
               VALUE  " EFETIVO MINIMO POR DEPTO:".
           05  LINE 06  COLUMN 01
               VALUE  " IT CHAPA  NOME                 DEP INICI".
           05  LINE 06  COLUMN 41
               VALUE  "O     FIM        DIAS  AB SOLICITADA".
           05  LINE 20  COLUMN 01
               VALUE  " ITEM:      ACAO (A=APROVA R=REPROVA):".
           05  LINE 20  COLUMN 45
               VALUE  "( ITEM 00 - SAIR )".
           05  LINE 21  COLUMN 01
               VALUE  " MOTIVO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMINIMO
               LINE 04  COLUMN 28  PIC 9(03)
               USING  W-MINIMO
               HIGHLIGHT.
           05  TITEM
               LINE 20  COLUMN 08  PIC 9(02)
               USING  W-ITEM
               HIGHLIGHT.
           05  TACAO
               LINE 20  COLUMN 41  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TMOTIVO
               LINE 21  COLUMN 10  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-SESSAO THRU FIM-LE-SESSAO.
           IF W-PERFIL-SESS NOT = "ADMIN" AND W-PERFIL-SESS NOT = SPACES
              AND W-CHAPA-SESS = ZEROS
               MOVE "*** USUARIO SEM CHAPA VINCULADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DIA TO W-DT-DIA.
           MOVE W-HOJE-MES TO W-DT-MES.
           MOVE W-HOJE-ANO TO W-DT-ANO.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-HOJE.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O ARQFERIAS
           IF ST-ERRO NOT = "00"
               MOVE "*** NENHUM PERIODO DE FERIAS CADASTRADO ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM I-O-ARQSOLFER THRU FIM-I-O-ARQSOLFER.
           OPEN INPUT ARQFERIAD
           IF ST-FERD NOT = "00"
               MOVE "N"  TO W-TEM-FERIADO
               MOVE "00" TO ST-FERD.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "N"  TO W-TEM-DEP
               MOVE "00" TO ST-DEP.
      *-----------------------------------------------------------------
       R0.
           DISPLAY TELA.
           ACCEPT TMINIMO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
       R1.
           MOVE ZEROS  TO W-ITEM.
           MOVE SPACES TO W-ACAO W-MOTIVO.
           DISPLAY TELA.
           PERFORM CARREGA-PEND THRU FIM-CARREGA-PEND.
           IF W-QTD = ZEROS
              MOVE "*** NENHUMA SOLICITACAO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R2.
           ACCEPT TITEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF W-ITEM = ZEROS
              GO TO ROT-FIM.
           IF W-ITEM > W-QTD
              MOVE "*** ITEM NAO LISTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-ACAO NOT = "A" AND W-ACAO NOT = "R"
              MOVE "*** ACAO DEVE SER A OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM LE-PEDIDO THRU FIM-LE-PEDIDO.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ACAO = "A"
              GO TO APROVA.
      *---------------[ REPROVACAO COM MOTIVO ]-------------------------
       R4.
           ACCEPT TMOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA REPROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM LE-PEDIDO THRU FIM-LE-PEDIDO.
           MOVE "R"          TO SOL-STATUS.
           MOVE W-CHAPA-SESS TO SOL-GESTOR.
           MOVE W-HOJE       TO SOL-DATA-DEC.
           MOVE W-MOTIVO     TO SOL-MOTIVO.
           REWRITE REGSOLFER.
           IF ST-SOL NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** SOLICITACAO REPROVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *---------------[ APROVACAO ]-------------------------------------
       APROVA.
           PERFORM VALIDA-SOLIC THRU FIM-VALIDA-SOLIC.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM COBERTURA THRU FIM-COBERTURA.
           DISPLAY (22, 02) LINCOB.
           IF W-PRESENTES < W-MINIMO
              MOVE "ABAIXO DO EFETIVO MINIMO - APROVA ASSIM? (S/N)"
                                                          TO MENS
           ELSE
              MOVE "CONFIRMA A APROVACAO? (S/N)" TO MENS.
           DISPLAY (23, 12) MENS.
           ACCEPT (23, 61) W-OPCAO.
           DISPLAY (23, 12) LIMPA.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO R1.
           PERFORM GRAVA-FERIAS THRU FIM-GRAVA-FERIAS.
           PERFORM LE-PEDIDO THRU FIM-LE-PEDIDO.
           MOVE "A"          TO SOL-STATUS.
           MOVE W-CHAPA-SESS TO SOL-GESTOR.
           MOVE W-HOJE       TO SOL-DATA-DEC.
           MOVE SPACES       TO SOL-MOTIVO.
           MOVE W-SEQ-MAX    TO SOL-FER-GERADA.
           REWRITE REGSOLFER.
           IF ST-SOL NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** FERIAS APROVADAS E PROGRAMADAS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.

      *---------------[ PENDENTES QUE O USUARIO PODE DECIDIR ]----------
       CARREGA-PEND.
           MOVE ZEROS TO W-QTD.
           MOVE 07 TO W-LIN.
           MOVE ZEROS TO SOL-CHAPA SOL-NUMERO.
           START ARQSOLFER KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
               GO TO CARREGA-PEND-2.
       CARREGA-PEND-1.
           READ ARQSOLFER NEXT
               AT END
               GO TO CARREGA-PEND-2.
           IF SOL-STATUS NOT = "P"
               GO TO CARREGA-PEND-1.
           IF SOL-CHAPA = W-CHAPA-SESS
               GO TO CARREGA-PEND-1.
           PERFORM CHECA-GESTOR THRU FIM-CHECA-GESTOR.
           IF W-GESTOR-OK NOT = "S"
               GO TO CARREGA-PEND-1.
           IF W-QTD = 12
               MOVE "* HA MAIS PEDIDOS - DECIDA ESTES PRIMEIRO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CARREGA-PEND-2.
           ADD 1 TO W-QTD.
           MOVE SOL-CHAPA  TO TP-CHAPA(W-QTD).
           MOVE SOL-NUMERO TO TP-NUMERO(W-QTD).
           MOVE W-QTD      TO LP-ITEM.
           MOVE SOL-CHAPA  TO LP-CHAPA CHAPA.
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO NOME
               MOVE "00" TO ST-FUNC.
           MOVE NOME       TO LP-NOME.
           MOVE SOL-CODPTO TO LP-DEPTO.
           MOVE SOL-GOZO-INI TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT TO LP-INI.
           MOVE SOL-GOZO-FIM TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT TO LP-FIM.
           MOVE SOL-DIAS   TO LP-DIAS.
           MOVE SOL-ABONO  TO LP-ABONO.
           MOVE SOL-DATA(7:2) TO W-DT-DIA.
           MOVE SOL-DATA(5:2) TO W-DT-MES.
           MOVE SOL-DATA(1:4) TO W-DT-ANO.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT TO LP-DATA.
           DISPLAY (W-LIN, 02) LINPEND.
           ADD 1 TO W-LIN.
           GO TO CARREGA-PEND-1.
       CARREGA-PEND-2.
           MOVE "00" TO ST-SOL.
       FIM-CARREGA-PEND.
           CONTINUE.

      *---------------[ SO O DEP-GESTOR DO PEDIDO (OU ADMIN) ]----------
       CHECA-GESTOR.
           MOVE "N" TO W-GESTOR-OK.
           IF W-PERFIL-SESS = "ADMIN" OR W-PERFIL-SESS = SPACES
              OR W-TEM-DEP NOT = "S"
               MOVE "S" TO W-GESTOR-OK
               GO TO FIM-CHECA-GESTOR.
           MOVE SOL-CODPTO TO CODIGO1.
           READ ARQDEP
               INVALID KEY
               MOVE ZEROS TO DEP-GESTOR.
           IF DEP-GESTOR NOT = ZEROS
              AND DEP-GESTOR = W-CHAPA-SESS
               MOVE "S" TO W-GESTOR-OK.
           MOVE "00" TO ST-DEP.
       FIM-CHECA-GESTOR.
           CONTINUE.

      *---------------[ RELE O PEDIDO DO ITEM ESCOLHIDO ]---------------
       LE-PEDIDO.
           MOVE "S" TO W-ERRO.
           MOVE TP-CHAPA(W-ITEM)  TO SOL-CHAPA.
           MOVE TP-NUMERO(W-ITEM) TO SOL-NUMERO.
           READ ARQSOLFER
           IF ST-SOL NOT = "00"
               MOVE "00" TO ST-SOL
               MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
               GO TO FIM-LE-PEDIDO.
           IF SOL-STATUS NOT = "P"
               MOVE "*** SOLICITACAO JA DECIDIDA ***" TO MENS
               GO TO FIM-LE-PEDIDO.
           MOVE SOL-CHAPA    TO W-CHAPA.
           MOVE SOL-NUMERO   TO W-NUM-SOL.
           MOVE SOL-CODPTO   TO W-CODPTO.
           MOVE SOL-FER-SEQ  TO W-FER-SEQ.
           MOVE SOL-GOZO-INI TO W-INI.
           MOVE SOL-DIAS     TO W-DIAS.
           MOVE SOL-ABONO    TO W-ABONO.
           MOVE "N" TO W-ERRO.
       FIM-LE-PEDIDO.
           CONTINUE.

      *---------------[ COBERTURA DO DEPTO NO MES DE INICIO ]-----------
      *    MESMA CONTA DO MAPA DO FPP054: EFETIVO ATIVO DO DEPTO MENOS
      *    AS FERIAS NAO GOZADAS QUE COMECAM NO MESMO MES E ANO.
       COBERTURA.
           MOVE ZEROS TO W-EFETIVO W-AUSENTES.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO COBERTURA-2.
       COBERTURA-1.
           READ ARQFUNC NEXT
               AT END
               GO TO COBERTURA-2.
           IF STATUS1 = "A" AND CODPTO = W-CODPTO
               ADD 1 TO W-EFETIVO.
           GO TO COBERTURA-1.
       COBERTURA-2.
           MOVE "00" TO ST-FUNC.
           MOVE ZEROS TO FER-CHAPA FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO COBERTURA-4.
       COBERTURA-3.
           READ ARQFERIAS NEXT
               AT END
               GO TO COBERTURA-4.
           IF FER-GOZO-INI = ZEROS OR FER-STATUS = "G"
               GO TO COBERTURA-3.
           IF GOZO-ANO NOT = W-INI-ANO OR GOZO-MES NOT = W-INI-MES
               GO TO COBERTURA-3.
           IF FER-CHAPA = W-CHAPA
               GO TO COBERTURA-3.
           MOVE FER-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "00" TO ST-FUNC
               GO TO COBERTURA-3.
           IF STATUS1 = "A" AND CODPTO = W-CODPTO
               ADD 1 TO W-AUSENTES.
           GO TO COBERTURA-3.
       COBERTURA-4.
           MOVE "00" TO ST-ERRO.
           COMPUTE W-PRESENTES = W-EFETIVO - W-AUSENTES - 1.
           MOVE W-EFETIVO   TO LC-EFETIVO.
           MOVE W-AUSENTES  TO LC-AUSENTES.
           MOVE W-PRESENTES TO LC-PRESENTES.
       FIM-COBERTURA.
           CONTINUE.

      *---------------[ GRAVACAO NO ARQUIVO DE FERIAS ]-----------------
       GRAVA-FERIAS.
      *    PROXIMA SEQUENCIA DE FERIAS DA CHAPA.
           MOVE ZEROS TO W-SEQ-MAX.
           MOVE W-CHAPA TO FER-CHAPA.
           MOVE ZEROS TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO GRAVA-FERIAS-2.
       GRAVA-FERIAS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO GRAVA-FERIAS-2.
           IF FER-CHAPA NOT = W-CHAPA
               GO TO GRAVA-FERIAS-2.
           MOVE FER-SEQ TO W-SEQ-MAX.
           GO TO GRAVA-FERIAS-1.
       GRAVA-FERIAS-2.
           MOVE "00" TO ST-ERRO.
      *    BAIXA O DIREITO QUE RESTA NO PERIODO ABERTO
           MOVE W-CHAPA   TO FER-CHAPA.
           MOVE W-FER-SEQ TO FER-SEQ.
           READ ARQFERIAS.
           MOVE REGFERIAS TO W-IMAGEM-ANT.
           MOVE FER-AQUIS-FIM TO W-AQ-FIM.
           SUBTRACT W-DIAS W-ABONO FROM FER-DIAS-DIREITO.
           REWRITE REGFERIAS.
           MOVE "A" TO LOG-OPERACAO.
           MOVE FER-KEY TO LOG-CHAVE.
           MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT.
           MOVE REGFERIAS TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *    NOVO REGISTRO COM O GOZO APROVADO
           MOVE W-CHAPA TO FER-CHAPA.
           ADD 1 TO W-SEQ-MAX.
           MOVE W-SEQ-MAX TO FER-SEQ.
           MOVE W-AQ-INI  TO FER-AQUIS-INI.
           MOVE W-AQ-FIM  TO FER-AQUIS-FIM.
           COMPUTE FER-DIAS-DIREITO = W-DIAS + W-ABONO.
           MOVE W-INI     TO FER-GOZO-INI.
           MOVE W-FIM     TO FER-GOZO-FIM.
           MOVE W-DIAS    TO FER-DIAS-GOZO.
           MOVE W-ABONO   TO FER-DIAS-ABONO.
           MOVE "C"       TO FER-STATUS.
           WRITE REGFERIAS.
           MOVE "I" TO LOG-OPERACAO.
           MOVE FER-KEY TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGFERIAS TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       FIM-GRAVA-FERIAS.
           CONTINUE.

      *---------------[ REGRAS DA CLT PARA O PEDIDO ]-------------------
      *    ENTRADA: W-CHAPA W-FER-SEQ W-INI W-DIAS W-ABONO E W-NUM-SOL
      *    (PEDIDO QUE NAO ENTRA NA CONTA DOS PENDENTES, OU ZEROS).
      *    SAIDA: W-ERRO = "S" COM O MOTIVO EM MENS; W-FIM CALCULADO.
       VALIDA-SOLIC.
           MOVE "S" TO W-ERRO.
           MOVE ZEROS TO W-USADO W-ABONO-USADO W-PEND W-FRAC.
           MOVE "N" TO W-TEM14.
           MOVE W-CHAPA   TO FER-CHAPA.
           MOVE W-FER-SEQ TO FER-SEQ.
           READ ARQFERIAS
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               MOVE "*** PERIODO DE FERIAS NAO ENCONTRADO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF FER-STATUS NOT = "A" OR FER-DIAS-DIREITO = ZEROS
               MOVE "*** PERIODO SEM SALDO EM ABERTO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           MOVE FER-AQUIS-INI    TO W-AQ-INI.
           MOVE FER-DIAS-DIREITO TO W-DIREITO-REST.
           MOVE W-INI TO W-DT.
           IF W-DT-DIA < 1 OR W-DT-DIA > 31 OR W-DT-MES < 1
              OR W-DT-MES > 12 OR W-DT-ANO < 1990
               MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-INI.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           IF W-DT NOT = W-INI
               MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF W-DIAS < 5
               MOVE "*** PERIODO MINIMO DE 5 DIAS DE GOZO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF W-SER-INI < W-SER-HOJE + 30
               MOVE "*** INICIO COM MENOS DE 30 DIAS DE AVISO ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
      *    SERIAL MOD 7: 0=SEGUNDA ... 4=SEXTA 5=SABADO 6=DOMINGO
           DIVIDE W-SER-INI BY 7 GIVING W-SERIAL
               REMAINDER W-DIA-SEM.
           IF W-DIA-SEM = 4 OR W-DIA-SEM = 5
               MOVE "*** INICIO NOS 2 DIAS ANTES DO REPOUSO ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF W-TEM-FERIADO NOT = "S"
               GO TO VALIDA-SOLIC-0.
           COMPUTE W-SERIAL = W-SER-INI + 1.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           MOVE W-DT TO FERIAD-DATA.
           READ ARQFERIAD.
           IF ST-FERD = "00"
               MOVE "*** INICIO NOS 2 DIAS ANTES DE FERIADO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           COMPUTE W-SERIAL = W-SER-INI + 2.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           MOVE W-DT TO FERIAD-DATA.
           READ ARQFERIAD.
           IF ST-FERD = "00"
               MOVE "*** INICIO NOS 2 DIAS ANTES DE FERIADO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           MOVE "00" TO ST-FERD.
       VALIDA-SOLIC-0.
           COMPUTE W-SER-FIM = W-SER-INI + W-DIAS - 1.
           MOVE W-SER-FIM TO W-SERIAL.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           MOVE W-DT TO W-FIM.
      *    FRACOES JA PROGRAMADAS DO MESMO AQUISITIVO E SOBREPOSICAO
      *    COM QUALQUER GOZO JA GRAVADO PARA A CHAPA.
           MOVE W-CHAPA TO FER-CHAPA.
           MOVE ZEROS   TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO VALIDA-SOLIC-2.
       VALIDA-SOLIC-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO VALIDA-SOLIC-2.
           IF FER-CHAPA NOT = W-CHAPA
               GO TO VALIDA-SOLIC-2.
           IF FER-GOZO-INI = ZEROS
               GO TO VALIDA-SOLIC-1.
           MOVE FER-GOZO-INI TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-A W-SER-B.
           IF FER-GOZO-FIM NOT = ZEROS
               MOVE FER-GOZO-FIM TO W-DT
               PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL
               MOVE W-SERIAL TO W-SER-B.
           IF W-SER-INI NOT > W-SER-B AND W-SER-FIM NOT < W-SER-A
               MOVE "00" TO ST-ERRO
               MOVE "*** CONFLITA COM FERIAS JA PROGRAMADAS ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF FER-SEQ = W-FER-SEQ OR FER-AQUIS-INI NOT = W-AQ-INI
               GO TO VALIDA-SOLIC-1.
           ADD 1 TO W-FRAC.
           ADD FER-DIAS-GOZO FER-DIAS-ABONO TO W-USADO.
           ADD FER-DIAS-ABONO TO W-ABONO-USADO.
           IF FER-DIAS-GOZO NOT < 14
               MOVE "S" TO W-TEM14.
           GO TO VALIDA-SOLIC-1.
       VALIDA-SOLIC-2.
           MOVE "00" TO ST-ERRO.
      *    PEDIDOS AINDA PENDENTES DA CHAPA
           MOVE W-CHAPA TO SOL-CHAPA.
           MOVE ZEROS   TO SOL-NUMERO.
           START ARQSOLFER KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
               GO TO VALIDA-SOLIC-4.
       VALIDA-SOLIC-3.
           READ ARQSOLFER NEXT
               AT END
               GO TO VALIDA-SOLIC-4.
           IF SOL-CHAPA NOT = W-CHAPA
               GO TO VALIDA-SOLIC-4.
           IF SOL-STATUS NOT = "P" OR SOL-NUMERO = W-NUM-SOL
               GO TO VALIDA-SOLIC-3.
           MOVE SOL-GOZO-INI TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-A.
           MOVE SOL-GOZO-FIM TO W-DT.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           MOVE W-SERIAL TO W-SER-B.
           IF W-SER-INI NOT > W-SER-B AND W-SER-FIM NOT < W-SER-A
               MOVE "00" TO ST-SOL
               MOVE "*** CONFLITA COM OUTRO PEDIDO PENDENTE ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF SOL-FER-SEQ NOT = W-FER-SEQ
               GO TO VALIDA-SOLIC-3.
           ADD 1 TO W-FRAC.
           ADD SOL-DIAS SOL-ABONO TO W-PEND.
           ADD SOL-ABONO TO W-ABONO-USADO.
           IF SOL-DIAS NOT < 14
               MOVE "S" TO W-TEM14.
           GO TO VALIDA-SOLIC-3.
       VALIDA-SOLIC-4.
           MOVE "00" TO ST-SOL.
           COMPUTE W-SALDO-PER = W-DIREITO-REST - W-PEND.
           IF W-DIAS + W-ABONO > W-SALDO-PER
               MOVE "*** DIAS + ABONO ACIMA DO SALDO DO PERIODO ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           COMPUTE W-DIREITO-TOT = W-DIREITO-REST + W-USADO.
           IF (W-ABONO-USADO + W-ABONO) * 3 > W-DIREITO-TOT
               MOVE "*** ABONO ACIMA DE 1/3 DO DIREITO ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           ADD 1 TO W-FRAC.
           IF W-FRAC > 3
               MOVE "*** FERIAS EM NO MAXIMO 3 PERIODOS ***" TO MENS
               GO TO FIM-VALIDA-SOLIC.
           COMPUTE W-RESTO = W-SALDO-PER - W-DIAS - W-ABONO.
           IF W-RESTO > ZEROS AND W-FRAC = 3
               MOVE "*** O 3O PERIODO DEVE USAR TODO O SALDO ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF W-RESTO > ZEROS AND W-RESTO < 5
               MOVE "*** SALDO RESTANTE FICARIA MENOR QUE 5 DIAS ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           IF W-TEM14 NOT = "S" AND W-DIAS < 14
              AND (W-RESTO < 14 OR W-FRAC = 3)
               MOVE "*** UM DOS PERIODOS DEVE TER 14 DIAS OU MAIS ***"
                                                          TO MENS
               GO TO FIM-VALIDA-SOLIC.
           MOVE "N" TO W-ERRO.
       FIM-VALIDA-SOLIC.
           CONTINUE.

      *---------------[ USUARIO, PERFIL E CHAPA DA SESSAO ]-------------
       LE-SESSAO.
           MOVE SPACES TO W-USUARIO-SESS W-PERFIL-SESS.
           MOVE ZEROS TO W-CHAPA-SESS.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
               GO TO LE-SESSAO-0.
           OPEN INPUT ARQSESS.
           IF ST-SEG NOT = "00"
               GO TO LE-SESSAO-0.
           READ ARQSESS.
           IF ST-SEG = "00"
               MOVE SESS-USUARIO TO W-USUARIO-SESS.
           CLOSE ARQSESS.
       LE-SESSAO-0.
           MOVE "00" TO ST-SEG.
           IF W-USUARIO-SESS NOT = SPACES
               MOVE W-USUARIO-SESS TO W-USUARIO-LOG.
           OPEN INPUT ARQUSU.
           IF ST-SEG NOT = "00"
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-SESSAO.
       LE-SESSAO-1.
           READ ARQUSU
           IF ST-SEG NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-SESSAO.
           IF USU-LOGIN = W-USUARIO-SESS
               MOVE USU-PERFIL TO W-PERFIL-SESS
               IF USU-CHAPA IS NUMERIC
                   MOVE USU-CHAPA TO W-CHAPA-SESS.
           GO TO LE-SESSAO-1.
       FIM-LE-SESSAO.
           CONTINUE.

      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-USUARIO-LOG TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQFERIAS" TO LOG-ARQUIVO.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-LOG.
       GRAVA-LOG-FIM.
           EXIT.

      *---------------------[ ROTINA DE ABERTURA ]---------------------
       I-O-ARQSOLFER.
           OPEN I-O ARQSOLFER
           IF ST-SOL NOT = "00"
              IF ST-SOL = "30" OR ST-SOL = "35"
                  OPEN OUTPUT ARQSOLFER
                  CLOSE ARQSOLFER
                  GO TO I-O-ARQSOLFER
              ELSE
                  MOVE "* ERRO NA ABERTURA DO ARQUIVO ARQSOLFER *"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       FIM-I-O-ARQSOLFER.
           CONTINUE.

      *---------[ NUMERO SERIAL DO DIA DE W-DT (DDMMAAAA) ]-------------
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

      *---------[ DATA W-DT (DDMMAAAA) DO NUMERO SERIAL W-SERIAL ]------
       CALC-DATA.
           COMPUTE W-J-A = W-SERIAL + 32044.
           COMPUTE W-J-AUX = (4 * W-J-A) + 3.
           DIVIDE W-J-AUX BY 146097 GIVING W-J-B.
           COMPUTE W-J-AUX = 146097 * W-J-B.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-C = W-J-A - W-J-AUX2.
           COMPUTE W-J-AUX = (4 * W-J-C) + 3.
           DIVIDE W-J-AUX BY 1461 GIVING W-J-D.
           COMPUTE W-J-AUX = 1461 * W-J-D.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-E = W-J-C - W-J-AUX2.
           COMPUTE W-J-AUX = (5 * W-J-E) + 2.
           DIVIDE W-J-AUX BY 153 GIVING W-J-M.
           COMPUTE W-J-AUX = (153 * W-J-M) + 2.
           DIVIDE W-J-AUX BY 5 GIVING W-J-AUX2.
           COMPUTE W-DT-DIA = W-J-E - W-J-AUX2 + 1.
           DIVIDE W-J-M BY 10 GIVING W-J-AUX.
           COMPUTE W-DT-MES = W-J-M + 3 - (12 * W-J-AUX).
           COMPUTE W-DT-ANO = (100 * W-J-B) + W-J-D - 4800 + W-J-AUX.
       FIM-CALC-DATA.
           CONTINUE.

      *---------[ DATA DDMMAAAA DE W-DT PARA DD/MM/AAAA ]---------------
       EDITA-DT.
           IF W-DT = ZEROS
               MOVE SPACES TO W-DATA-TXT
               GO TO FIM-EDITA-DT.
           MOVE W-DT-DIA TO W-ED-DIA.
           MOVE W-DT-MES TO W-ED-MES.
           MOVE W-DT-ANO TO W-ED-ANO.
           MOVE "/" TO W-DATA-TXT(3:1).
           MOVE "/" TO W-DATA-TXT(6:1).
       FIM-EDITA-DT.
           CONTINUE.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQFUNC ARQFERIAS ARQSOLFER.
                IF W-TEM-FERIADO = "S"
                   CLOSE ARQFERIAD.
                IF W-TEM-DEP = "S"
                   CLOSE ARQDEP.
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
