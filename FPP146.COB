       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP146.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *     SOLICITACAO DE FERIAS PELO FUNCIONARIO  *
      ***********************************************
      *----------------------------------------------------------------
      *    CHAMADO PELO AUTOATENDIMENTO (FPP145). O FUNCIONARIO DA
      *    SESSAO PEDE DATA DE INICIO, DIAS DE GOZO E DIAS DE ABONO
      *    CONTRA UM PERIODO ABERTO DO ARQFERIAS (STATUS A). O PEDIDO
      *    FICA PENDENTE (P) NO ARQSOLFER ATE O GESTOR DO DEPARTAMENTO
      *    (DEP-GESTOR) APROVAR OU REPROVAR NO FPP147.
      *    REGRAS DA CLT VERIFICADAS AQUI E DE NOVO NA APROVACAO:
      *      - AVISO DE 30 DIAS ENTRE HOJE E O INICIO (ART.135);
      *      - INICIO FORA DOS 2 DIAS QUE ANTECEDEM FERIADO OU O
      *        REPOUSO DE DOMINGO (ART.134 PAR.3);
      *      - ATE 3 PERIODOS, NENHUM MENOR QUE 5 DIAS E UM DELES COM
      *        14 DIAS OU MAIS (ART.134 PAR.1);
      *      - ABONO ATE 1/3 DO DIREITO (ART.143);
      *      - SEM SOBREPOR FERIAS JA PROGRAMADAS OU PEDIDAS.
      *    O SALDO DO PERIODO E O DIREITO QUE RESTA NO REGISTRO EM
      *    ABERTO MENOS OS PEDIDOS AINDA PENDENTES.
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
       77 ST-SOL          PIC X(02) VALUE "00".
       77 ST-FERD         PIC X(02) VALUE "00".
       77 ST-SEG          PIC X(02) VALUE "00".
       77 W-TEM-FERIADO   PIC X(01) VALUE "S".
       01 W-USUARIO       PIC X(10) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-CODPTO        PIC 9(03) VALUE ZEROS.
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-I             PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
      *---------------[ PEDIDO DIGITADO ]-------------------------------
       01 W-FER-SEQ       PIC 9(02) VALUE ZEROS.
       01 W-INI           PIC 9(08) VALUE ZEROS.
       01 W-FIM           PIC 9(08) VALUE ZEROS.
       01 W-DIAS          PIC 9(02) VALUE ZEROS.
       01 W-ABONO         PIC 9(02) VALUE ZEROS.
       01 W-NUM-SOL       PIC 9(03) VALUE ZEROS.
       01 W-SOL-MAX       PIC 9(03) VALUE ZEROS.
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
       01  LINPER.
           05  LP-SEQ      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LP-AQ-INI   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE "-".
           05  LP-AQ-FIM   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LP-SALDO    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(08) VALUE SPACES.
           05  LP-PEND     PIC Z9    VALUE ZEROS.
       01  LINSOL.
           05  LS-NUM      PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-INI      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-DIAS     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-ABONO    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-SIT      PIC X(09) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-MOTIVO   PIC X(40) VALUE SPACES.
      *    ULTIMAS CINCO SOLICITACOES DA CHAPA
       01  TAB-SOL.
           03 TS-LIN       PIC X(71) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                *** SOLICITACAO DE FERIA".
           05  LINE 02  COLUMN 41
               VALUE  "S ***".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 04  COLUMN 17
               VALUE  "NOME:".
           05  LINE 06  COLUMN 01
               VALUE  " SQ  PERIODO AQUISITIVO         SALDO   ".
           05  LINE 06  COLUMN 41
               VALUE  " PENDENTE".
           05  LINE 11  COLUMN 01
               VALUE  " NR  INICIO     DIAS AB SITUACAO  MOTIVO".
           05  LINE 18  COLUMN 01
               VALUE  " PERIODO (SQ):".
           05  LINE 18  COLUMN 20
               VALUE  "INICIO (DDMMAAAA):".
           05  LINE 18  COLUMN 49
               VALUE  "DIAS:".
           05  LINE 18  COLUMN 59
               VALUE  "ABONO:".
           05  LINE 19  COLUMN 01
               VALUE  " FIM DO GOZO:".
           05  LINE 20  COLUMN 01
               VALUE  "                          ( PERIODO 00 -".
           05  LINE 20  COLUMN 41
               VALUE  " SAIR )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  W-CHAPA.
           05  TNOME
               LINE 04  COLUMN 23  PIC X(30)
               USING  W-NOME.
           05  TSEQ
               LINE 18  COLUMN 16  PIC 9(02)
               USING  W-FER-SEQ
               HIGHLIGHT.
           05  TINI
               LINE 18  COLUMN 39  PIC 9(08)
               USING  W-INI
               HIGHLIGHT.
           05  TDIAS
               LINE 18  COLUMN 55  PIC 9(02)
               USING  W-DIAS
               HIGHLIGHT.
           05  TABONO
               LINE 18  COLUMN 66  PIC 9(02)
               USING  W-ABONO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           IF W-CHAPA = ZEROS
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
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQFUNC
               GO TO ROT-FIM.
           MOVE NOME   TO W-NOME.
           MOVE CODPTO TO W-CODPTO.
           IF STATUS1 NOT = "A"
               MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQFUNC
               GO TO ROT-FIM.
           CLOSE ARQFUNC.
           OPEN INPUT ARQFERIAS
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
      *-----------------------------------------------------------------
       R0.
           MOVE ZEROS TO W-FER-SEQ W-INI W-DIAS W-ABONO W-FIM.
           DISPLAY TELA.
           PERFORM MOSTRA-PERIODOS THRU FIM-MOSTRA-PERIODOS.
           PERFORM MOSTRA-SOLIC THRU FIM-MOSTRA-SOLIC.
       R1.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FER-SEQ = ZEROS
              GO TO ROT-FIM.
       R2.
           ACCEPT TINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
       R3.
           ACCEPT TDIAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
       R4.
           ACCEPT TABONO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE ZEROS TO W-NUM-SOL.
           PERFORM VALIDA-SOLIC THRU FIM-VALIDA-SOLIC.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-FIM TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           DISPLAY (19, 15) W-DATA-TXT.
       R5.
           MOVE "CONFIRMA A SOLICITACAO? (S/N)" TO MENS.
           DISPLAY (23, 12) MENS.
           ACCEPT (23, 45) W-OPCAO.
           DISPLAY (23, 12) LIMPA.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO R0.
           PERFORM GRAVA-SOLIC THRU FIM-GRAVA-SOLIC.
           GO TO R0.

      *---------------[ PERIODOS ABERTOS COM SALDO ]--------------------
       MOSTRA-PERIODOS.
           MOVE 07 TO W-LIN.
           MOVE W-CHAPA TO FER-CHAPA.
           MOVE ZEROS   TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO MOSTRA-PERIODOS-2.
       MOSTRA-PERIODOS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO MOSTRA-PERIODOS-2.
           IF FER-CHAPA NOT = W-CHAPA
               GO TO MOSTRA-PERIODOS-2.
           IF FER-STATUS NOT = "A" OR FER-DIAS-DIREITO = ZEROS
               GO TO MOSTRA-PERIODOS-1.
           IF W-LIN > 09
               GO TO MOSTRA-PERIODOS-2.
           MOVE FER-SEQ       TO LP-SEQ.
           MOVE FER-AQUIS-INI TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT    TO LP-AQ-INI.
           MOVE FER-AQUIS-FIM TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT    TO LP-AQ-FIM.
           MOVE FER-SEQ TO W-FER-SEQ.
           PERFORM SOMA-PEND THRU FIM-SOMA-PEND.
           COMPUTE W-SALDO-PER = FER-DIAS-DIREITO - W-PEND.
           MOVE W-SALDO-PER   TO LP-SALDO.
           MOVE W-PEND        TO LP-PEND.
           DISPLAY (W-LIN, 02) LINPER.
           ADD 1 TO W-LIN.
           GO TO MOSTRA-PERIODOS-1.
       MOSTRA-PERIODOS-2.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO W-FER-SEQ.
           IF W-LIN = 07
              MOVE "*** NENHUM PERIODO DE FERIAS EM ABERTO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-MOSTRA-PERIODOS.
           CONTINUE.

      *---------------[ DIAS PENDENTES DO PERIODO W-FER-SEQ ]-----------
       SOMA-PEND.
           MOVE ZEROS TO W-PEND.
           MOVE W-CHAPA TO SOL-CHAPA.
           MOVE ZEROS   TO SOL-NUMERO.
           START ARQSOLFER KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
               GO TO SOMA-PEND-2.
       SOMA-PEND-1.
           READ ARQSOLFER NEXT
               AT END
               GO TO SOMA-PEND-2.
           IF SOL-CHAPA NOT = W-CHAPA
               GO TO SOMA-PEND-2.
           IF SOL-STATUS = "P" AND SOL-FER-SEQ = W-FER-SEQ
               ADD SOL-DIAS SOL-ABONO TO W-PEND.
           GO TO SOMA-PEND-1.
       SOMA-PEND-2.
           MOVE "00" TO ST-SOL.
       FIM-SOMA-PEND.
           CONTINUE.

      *---------------[ ULTIMAS SOLICITACOES DA CHAPA ]-----------------
       MOSTRA-SOLIC.
           MOVE SPACES TO TAB-SOL.
           MOVE W-CHAPA TO SOL-CHAPA.
           MOVE ZEROS   TO SOL-NUMERO.
           START ARQSOLFER KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
               GO TO MOSTRA-SOLIC-2.
       MOSTRA-SOLIC-1.
           READ ARQSOLFER NEXT
               AT END
               GO TO MOSTRA-SOLIC-2.
           IF SOL-CHAPA NOT = W-CHAPA
               GO TO MOSTRA-SOLIC-2.
           MOVE SOL-NUMERO    TO LS-NUM.
           MOVE SOL-GOZO-INI  TO W-DT.
           PERFORM EDITA-DT THRU FIM-EDITA-DT.
           MOVE W-DATA-TXT    TO LS-INI.
           MOVE SOL-DIAS      TO LS-DIAS.
           MOVE SOL-ABONO     TO LS-ABONO.
           MOVE SPACES        TO LS-MOTIVO.
           IF SOL-STATUS = "P"
               MOVE "PENDENTE"  TO LS-SIT.
           IF SOL-STATUS = "A"
               MOVE "APROVADA"  TO LS-SIT.
           IF SOL-STATUS = "R"
               MOVE "REPROVADA" TO LS-SIT
               MOVE SOL-MOTIVO  TO LS-MOTIVO.
           MOVE TS-LIN(2) TO TS-LIN(1).
           MOVE TS-LIN(3) TO TS-LIN(2).
           MOVE TS-LIN(4) TO TS-LIN(3).
           MOVE TS-LIN(5) TO TS-LIN(4).
           MOVE LINSOL    TO TS-LIN(5).
           GO TO MOSTRA-SOLIC-1.
       MOSTRA-SOLIC-2.
           MOVE "00" TO ST-SOL.
           MOVE ZEROS TO W-I.
       MOSTRA-SOLIC-3.
           ADD 1 TO W-I.
           IF W-I > 5
               GO TO FIM-MOSTRA-SOLIC.
           COMPUTE W-LIN = 11 + W-I.
           DISPLAY (W-LIN, 02) TS-LIN(W-I).
           GO TO MOSTRA-SOLIC-3.
       FIM-MOSTRA-SOLIC.
           CONTINUE.

      *---------------[ GRAVACAO DO PEDIDO PENDENTE ]-------------------
       GRAVA-SOLIC.
           MOVE ZEROS TO W-SOL-MAX.
           MOVE W-CHAPA TO SOL-CHAPA.
           MOVE ZEROS   TO SOL-NUMERO.
           START ARQSOLFER KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
               GO TO GRAVA-SOLIC-2.
       GRAVA-SOLIC-1.
           READ ARQSOLFER NEXT
               AT END
               GO TO GRAVA-SOLIC-2.
           IF SOL-CHAPA NOT = W-CHAPA
               GO TO GRAVA-SOLIC-2.
           MOVE SOL-NUMERO TO W-SOL-MAX.
           GO TO GRAVA-SOLIC-1.
       GRAVA-SOLIC-2.
           MOVE "00" TO ST-SOL.
           MOVE SPACES TO REGSOLFER.
           MOVE W-CHAPA   TO SOL-CHAPA.
           COMPUTE SOL-NUMERO = W-SOL-MAX + 1.
           MOVE W-FER-SEQ TO SOL-FER-SEQ.
           MOVE W-CODPTO  TO SOL-CODPTO.
           MOVE W-INI     TO SOL-GOZO-INI.
           MOVE W-FIM     TO SOL-GOZO-FIM.
           MOVE W-DIAS    TO SOL-DIAS.
           MOVE W-ABONO   TO SOL-ABONO.
           MOVE W-HOJE    TO SOL-DATA.
           MOVE "P"       TO SOL-STATUS.
           MOVE ZEROS     TO SOL-GESTOR SOL-DATA-DEC SOL-FER-GERADA.
           WRITE REGSOLFER.
           IF ST-SOL NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIM-GRAVA-SOLIC.
           MOVE "*** SOLICITACAO ENVIADA AO GESTOR ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-GRAVA-SOLIC.
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

      *---------------[ USUARIO DA SESSAO E SUA CHAPA ]-----------------
       LE-USUARIO.
           MOVE ZEROS  TO W-CHAPA.
           MOVE SPACES TO W-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO
                       CLOSE ARQSESS
                   ELSE
                       CLOSE ARQSESS.
           MOVE "00" TO ST-SEG.
           IF W-USUARIO = SPACES
               GO TO FIM-LE-USUARIO.
           OPEN INPUT ARQUSU.
           IF ST-SEG NOT = "00"
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-USUARIO.
       LE-USUARIO-1.
           READ ARQUSU
           IF ST-SEG NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-USUARIO.
           IF USU-LOGIN NOT = W-USUARIO
               GO TO LE-USUARIO-1.
           IF USU-CHAPA IS NUMERIC
               MOVE USU-CHAPA TO W-CHAPA.
           CLOSE ARQUSU.
       FIM-LE-USUARIO.
           CONTINUE.

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
                CLOSE ARQFERIAS ARQSOLFER.
                IF W-TEM-FERIADO = "S"
                   CLOSE ARQFERIAD.
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
