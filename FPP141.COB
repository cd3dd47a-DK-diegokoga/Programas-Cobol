       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP141.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   AVALIACAO DE DESEMPENHO POR CICLO         *
      ***********************************************
      *----------------------------------------------------------------
      *    A=AVALIAR: O GESTOR DO DEPARTAMENTO DA CHAPA (DEP-GESTOR)
      *    DA NOTA DE 1 A 5 A CADA CRITERIO DO CARGO (FPP139) NO CICLO
      *    ABERTO (FPP140). A NOTA FINAL E A MEDIA PONDERADA PELOS
      *    PESOS. A AVALIACAO FICA AGUARDANDO A CIENCIA E PODE SER
      *    REFEITA ATE ELA.
      *    C=CIENCIA: O PROPRIO EMPREGADO (USUARIO COM A CHAPA NO
      *    ARQUSU) REGISTRA QUE TOMOU CONHECIMENTO DA AVALIACAO; DAI EM
      *    DIANTE ELA NAO E MAIS ALTERADA.
      *    A NOTA FINAL E CONSULTADA NA PROMOCAO (FPP057) E NA
      *    CALIBRACAO POR DEPARTAMENTO (FPP142).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------AVALIACOES DE DESEMPENHO--------------------
           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CICLOS DE AVALIACAO-------------------------
           SELECT ARQCICLO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CIC-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------CRITERIOS DE AVALIACAO POR CARGO------------
           SELECT ARQCRIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRI-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO-------------------
           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-SEG.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-SEG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-SEG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------AVALIACOES DE DESEMPENHO--------------------
       FD ARQAVAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-CICLO          PIC 9(04).
           03 AVA-CODCARG         PIC 9(03).
           03 AVA-CODPTO          PIC 9(03).
           03 AVA-AVALIADOR       PIC 9(06).
           03 AVA-DATA            PIC 9(08).
           03 AVA-QTD             PIC 9(02).
           03 AVA-ITEM OCCURS 10 TIMES.
            05 AVA-CRI-SEQ        PIC 9(02).
            05 AVA-PESO           PIC 9(02).
            05 AVA-NOTA           PIC 9(01).
           03 AVA-FINAL           PIC 9V99.
           03 AVA-STATUS          PIC X(01).
           03 AVA-DATA-CIENCIA    PIC 9(08).
      *---------------------CICLOS DE AVALIACAO-------------------------
       FD ARQCICLO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CIC-CODIGO          PIC 9(04).
           03 CIC-DESCR           PIC X(30).
           03 CIC-INICIO          PIC 9(08).
           03 CIC-FIM             PIC 9(08).
           03 CIC-NOTA-MIN        PIC 9V99.
           03 CIC-STATUS          PIC X(01).
      *---------------------CRITERIOS DE AVALIACAO POR CARGO------------
       FD ARQCRIT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRIT.DAT".
       01 REGCRIT.
           03 CRI-KEY.
            05 CRI-CODCARG        PIC 9(03).
            05 CRI-SEQ            PIC 9(02).
           03 CRI-DESCR           PIC X(30).
           03 CRI-PESO            PIC 9(02).
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
      *---------------------ARQUIVO DO DEPARTAMENTO-------------------
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
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 ST-SEG          PIC X(02) VALUE "00".
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-CICLO         PIC 9(04) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CODPTO        PIC 9(03) VALUE ZEROS.
       01 W-CODCARG       PIC 9(03) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-CIC-DESCR     PIC X(30) VALUE SPACES.
       01 W-DESC-SIT      PIC X(30) VALUE SPACES.
       01 W-EXISTE        PIC X(01) VALUE "N".
       01 W-FINAL         PIC 9V99 VALUE ZEROS.
       01 W-SOMA-NOTA     PIC 9(05) VALUE ZEROS.
       01 W-SOMA-PESO     PIC 9(05) VALUE ZEROS.
       01 W-I             PIC 9(02) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-HOJE-DMA      PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DMA-R REDEFINES W-HOJE-DMA.
           03 W-HDMA-DIA  PIC 9(02).
           03 W-HDMA-MES  PIC 9(02).
           03 W-HDMA-ANO  PIC 9(04).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-DMA           PIC 9(08) VALUE ZEROS.
       01 W-DMA-R REDEFINES W-DMA.
           03 W-DMA-DIA   PIC 9(02).
           03 W-DMA-MES   PIC 9(02).
           03 W-DMA-ANO   PIC 9(04).
      *---------------[ CRITERIOS E NOTAS DA AVALIACAO ]----------------
       01 W-QTD-CRIT      PIC 9(02) VALUE ZEROS.
       01 TAB-CRIT.
           03 W-CR-ITEM OCCURS 10 TIMES.
               05 W-CR-SEQ    PIC 9(02).
               05 W-CR-PESO   PIC 9(02).
               05 W-CR-NOTA   PIC 9(01).
       01 W-LINCRIT.
           05 WL-SEQ      PIC Z9.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WL-DESCR    PIC X(30).
           05 FILLER      PIC X(04) VALUE SPACES.
           05 WL-PESO     PIC Z9.
      *---------------[ RESTRICAO AO GESTOR DO DEPARTAMENTO ]----------
       01 W-USUARIO-SESS  PIC X(10) VALUE SPACES.
       01 W-PERFIL-SESS   PIC X(08) VALUE SPACES.
       01 W-CHAPA-SESS    PIC 9(06) VALUE ZEROS.
       01 W-GESTOR-OK     PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              AVALIACAO DE DESEMPENHO PO".
           05  LINE 02  COLUMN 41
               VALUE  "R CICLO".
           05  LINE 04  COLUMN 01
               VALUE  " ACAO (A=AVALIAR C=CIENCIA):".
           05  LINE 05  COLUMN 01
               VALUE  " CICLO:".
           05  LINE 06  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  " CARGO:".
           05  LINE 07  COLUMN 20
               VALUE  "DEPTO:".
           05  LINE 08  COLUMN 01
               VALUE  " SITUACAO:".
           05  LINE 09  COLUMN 01
               VALUE  " CRIT DESCRICAO                       PE".
           05  LINE 09  COLUMN 41
               VALUE  "SO  NOTA (1 A 5)".
           05  LINE 21  COLUMN 01
               VALUE  " NOTA FINAL:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 31  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TCICLO
               LINE 05  COLUMN 12  PIC 9(04)
               USING  W-CICLO
               HIGHLIGHT.
           05  TCICDESCR
               LINE 05  COLUMN 20  PIC X(30)
               USING  W-CIC-DESCR.
           05  TCHAPA
               LINE 06  COLUMN 12  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 20  PIC X(30)
               USING  W-NOME.
           05  TCARGO
               LINE 07  COLUMN 12  PIC 9(03)
               USING  W-CODCARG.
           05  TDEPTO
               LINE 07  COLUMN 27  PIC 9(03)
               USING  W-CODPTO.
           05  TDESCSIT
               LINE 08  COLUMN 12  PIC X(30)
               USING  W-DESC-SIT.
           05  TFINAL
               LINE 21  COLUMN 14  PIC 9,99
               USING  W-FINAL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQAVAL.
           OPEN INPUT ARQCICLO
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM CICLOS CADASTRADOS (FPP140) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCRIT
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM CRITERIOS CADASTRADOS (FPP139) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DIA TO W-HDMA-DIA.
           MOVE W-HOJE-MES TO W-HDMA-MES.
           MOVE W-HOJE-ANO TO W-HDMA-ANO.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-NOME W-CIC-DESCR W-DESC-SIT
           MOVE ZEROS TO W-CICLO W-CHAPA W-CODCARG W-CODPTO W-FINAL
                         W-QTD-CRIT
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "a"
              MOVE "A" TO W-ACAO.
           IF W-ACAO = "c"
              MOVE "C" TO W-ACAO.
           IF W-ACAO NOT = "A" AND W-ACAO NOT = "C"
              MOVE "*** DIGITE A=AVALIAR  C=CIENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TCICLO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE W-CICLO TO CIC-CODIGO.
           READ ARQCICLO
           IF ST-ERRO NOT = "00"
              MOVE "*** CICLO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO
              GO TO R2.
           MOVE CIC-DESCR TO W-CIC-DESCR.
           DISPLAY TCICDESCR.
           IF W-ACAO = "A" AND CIC-STATUS NOT = "A"
              MOVE "*** CICLO FECHADO PARA AVALIACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO
              GO TO R3.
           MOVE NOME    TO W-NOME.
           MOVE CODPTO  TO W-CODPTO.
           MOVE CODCARG TO W-CODCARG.
           DISPLAY TNOME.
           DISPLAY TCARGO.
           DISPLAY TDEPTO.
           PERFORM CHECA-GESTOR THRU FIM-CHECA-GESTOR.
           IF W-ACAO = "A" AND W-GESTOR-OK NOT = "S"
              MOVE "*** VOCE NAO E O GESTOR DESTE DEPTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-ACAO = "C" AND W-PERFIL-SESS NOT = "ADMIN"
              AND W-PERFIL-SESS NOT = SPACES
              AND W-CHAPA-SESS NOT = W-CHAPA
              MOVE "*** CIENCIA SO PELO PROPRIO EMPREGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-ARQAVAL.
           MOVE W-CHAPA TO AVA-CHAPA.
           MOVE W-CICLO TO AVA-CICLO.
           MOVE "S" TO W-EXISTE.
           READ ARQAVAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "23"
                 MOVE "N" TO W-EXISTE
                 MOVE "00" TO ST-ERRO
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQAVAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-ACAO = "C"
              GO TO CIENCIA.
           IF W-EXISTE = "S"
              PERFORM CARREGA-AVAL THRU FIM-CARREGA-AVAL
              PERFORM MOSTRA-AVAL THRU FIM-MOSTRA-AVAL
              IF AVA-STATUS = "C"
                 MOVE "*** AVALIACAO COM CIENCIA - SO CONSULTA ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 NEXT SENTENCE
           ELSE
              PERFORM CARREGA-CRIT THRU FIM-CARREGA-CRIT
              IF W-QTD-CRIT = ZEROS
                 MOVE "*** CARGO SEM CRITERIOS (FPP139) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE "NOVA AVALIACAO" TO W-DESC-SIT
                 PERFORM MOSTRA-AVAL THRU FIM-MOSTRA-AVAL.
      *---------------[ NOTAS DE 1 A 5 POR CRITERIO ]-------------------
       R4.
           MOVE ZEROS TO W-I.
       R4-1.
           ADD 1 TO W-I.
           IF W-I > W-QTD-CRIT
              GO TO R5.
           COMPUTE W-LIN = 9 + W-I.
       R4-2.
           ACCEPT (W-LIN, 50) W-CR-NOTA(W-I).
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-CR-NOTA(W-I) < 1 OR W-CR-NOTA(W-I) > 5
              MOVE "*** NOTA DEVE SER DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-2.
           GO TO R4-1.
       R5.
           PERFORM CALCULA-FINAL THRU FIM-CALCULA-FINAL.
           DISPLAY TFINAL.
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR A AVALIACAO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM ERROR-VALID
              GO TO SALVAR.
           MOVE W-CHAPA      TO AVA-CHAPA.
           MOVE W-CICLO      TO AVA-CICLO.
           MOVE W-CODCARG    TO AVA-CODCARG.
           MOVE W-CODPTO     TO AVA-CODPTO.
           MOVE W-CHAPA-SESS TO AVA-AVALIADOR.
           MOVE W-HOJE-DMA   TO AVA-DATA.
           MOVE W-QTD-CRIT   TO AVA-QTD.
           MOVE ZEROS TO W-I.
       SALVAR-1.
           ADD 1 TO W-I.
           IF W-I > 10
              GO TO SALVAR-2.
           MOVE ZEROS TO AVA-CRI-SEQ(W-I) AVA-PESO(W-I) AVA-NOTA(W-I).
           IF W-I NOT > W-QTD-CRIT
              MOVE W-CR-SEQ(W-I)  TO AVA-CRI-SEQ(W-I)
              MOVE W-CR-PESO(W-I) TO AVA-PESO(W-I)
              MOVE W-CR-NOTA(W-I) TO AVA-NOTA(W-I).
           GO TO SALVAR-1.
       SALVAR-2.
           MOVE W-FINAL TO AVA-FINAL.
           MOVE "P"     TO AVA-STATUS.
           MOVE ZEROS   TO AVA-DATA-CIENCIA.
           PERFORM WRITE-ARQAVAL.
           GO TO R0.
      *---------------[ CIENCIA DO EMPREGADO ]--------------------------
       CIENCIA.
           IF W-EXISTE NOT = "S"
              MOVE "*** AVALIACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM CARREGA-AVAL THRU FIM-CARREGA-AVAL.
           PERFORM MOSTRA-AVAL THRU FIM-MOSTRA-AVAL.
           IF AVA-STATUS = "C"
              MOVE "*** CIENCIA JA REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
       CIENCIA-1.
           MOVE "CONFIRMA A CIENCIA DA AVALIACAO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM ERROR-VALID
              GO TO CIENCIA-1.
           MOVE "C" TO AVA-STATUS.
           MOVE W-HOJE-DMA TO AVA-DATA-CIENCIA.
           PERFORM REWRITE-ARQAVAL.
           GO TO R0.

      *---------------[ CRITERIOS DO CARGO (FPP139) ]-------------------
       CARREGA-CRIT.
           MOVE ZEROS TO W-QTD-CRIT.
           MOVE W-CODCARG TO CRI-CODCARG.
           MOVE ZEROS TO CRI-SEQ.
           START ARQCRIT KEY IS NOT LESS THAN CRI-KEY
               INVALID KEY
               GO TO FIM-CARREGA-CRIT.
       CARREGA-CRIT-1.
           READ ARQCRIT NEXT
               AT END
               GO TO FIM-CARREGA-CRIT.
           IF CRI-CODCARG NOT = W-CODCARG OR W-QTD-CRIT = 10
               GO TO FIM-CARREGA-CRIT.
           ADD 1 TO W-QTD-CRIT.
           MOVE CRI-SEQ  TO W-CR-SEQ(W-QTD-CRIT).
           MOVE CRI-PESO TO W-CR-PESO(W-QTD-CRIT).
           MOVE ZEROS    TO W-CR-NOTA(W-QTD-CRIT).
           GO TO CARREGA-CRIT-1.
       FIM-CARREGA-CRIT.
           MOVE "00" TO ST-ERRO.

      *---------------[ AVALIACAO JA GRAVADA ]--------------------------
      *    VALE O CARGO, OS CRITERIOS E OS PESOS DA DATA DA AVALIACAO.
       CARREGA-AVAL.
           MOVE AVA-CODCARG TO W-CODCARG.
           MOVE AVA-CODPTO  TO W-CODPTO.
           MOVE AVA-QTD     TO W-QTD-CRIT.
           MOVE AVA-FINAL   TO W-FINAL.
           MOVE ZEROS TO W-I.
       CARREGA-AVAL-1.
           ADD 1 TO W-I.
           IF W-I > W-QTD-CRIT
              GO TO CARREGA-AVAL-2.
           MOVE AVA-CRI-SEQ(W-I) TO W-CR-SEQ(W-I).
           MOVE AVA-PESO(W-I)    TO W-CR-PESO(W-I).
           MOVE AVA-NOTA(W-I)    TO W-CR-NOTA(W-I).
           GO TO CARREGA-AVAL-1.
       CARREGA-AVAL-2.
           MOVE SPACES TO W-DESC-SIT.
           IF AVA-STATUS = "C"
              MOVE AVA-DATA-CIENCIA TO W-DMA
              MOVE W-DMA-DIA TO W-ED-DIA
              MOVE W-DMA-MES TO W-ED-MES
              MOVE W-DMA-ANO TO W-ED-ANO
              STRING "CIENTE EM " W-DATA-ED DELIMITED BY SIZE
                     INTO W-DESC-SIT
           ELSE
              MOVE "AGUARDANDO CIENCIA" TO W-DESC-SIT.
       FIM-CARREGA-AVAL.
           CONTINUE.

       MOSTRA-AVAL.
           DISPLAY TCARGO.
           DISPLAY TDEPTO.
           DISPLAY TDESCSIT.
           DISPLAY TFINAL.
           MOVE ZEROS TO W-I.
       MOSTRA-AVAL-1.
           ADD 1 TO W-I.
           IF W-I > W-QTD-CRIT
              GO TO FIM-MOSTRA-AVAL.
           COMPUTE W-LIN = 9 + W-I.
           MOVE W-CODCARG    TO CRI-CODCARG.
           MOVE W-CR-SEQ(W-I) TO CRI-SEQ.
           READ ARQCRIT
               INVALID KEY
               MOVE SPACES TO CRI-DESCR.
           MOVE W-CR-SEQ(W-I)  TO WL-SEQ.
           MOVE CRI-DESCR      TO WL-DESCR.
           MOVE W-CR-PESO(W-I) TO WL-PESO.
           DISPLAY (W-LIN, 02) W-LINCRIT.
           DISPLAY (W-LIN, 50) W-CR-NOTA(W-I).
           GO TO MOSTRA-AVAL-1.
       FIM-MOSTRA-AVAL.
           MOVE "00" TO ST-ERRO.

      *---------------[ MEDIA PONDERADA PELOS PESOS ]-------------------
       CALCULA-FINAL.
           MOVE ZEROS TO W-SOMA-NOTA W-SOMA-PESO W-FINAL W-I.
       CALCULA-FINAL-1.
           ADD 1 TO W-I.
           IF W-I > W-QTD-CRIT
              GO TO CALCULA-FINAL-2.
           COMPUTE W-SOMA-NOTA = W-SOMA-NOTA +
                                 (W-CR-NOTA(W-I) * W-CR-PESO(W-I)).
           ADD W-CR-PESO(W-I) TO W-SOMA-PESO.
           GO TO CALCULA-FINAL-1.
       CALCULA-FINAL-2.
           IF W-SOMA-PESO NOT = ZEROS
              COMPUTE W-FINAL ROUNDED = W-SOMA-NOTA / W-SOMA-PESO.
       FIM-CALCULA-FINAL.
           CONTINUE.

      *---------------[ RESTRICAO AO GESTOR DO DEPARTAMENTO ]-----------
       CHECA-GESTOR.
           MOVE "N" TO W-GESTOR-OK.
           MOVE SPACES TO W-USUARIO-SESS W-PERFIL-SESS.
           MOVE ZEROS TO W-CHAPA-SESS.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
               GO TO CHECA-GESTOR-0.
           OPEN INPUT ARQSESS.
           IF ST-SEG NOT = "00"
               GO TO CHECA-GESTOR-0.
           READ ARQSESS.
           IF ST-SEG = "00"
               MOVE SESS-USUARIO TO W-USUARIO-SESS.
           CLOSE ARQSESS.
       CHECA-GESTOR-0.
           MOVE "00" TO ST-SEG.
           OPEN INPUT ARQUSU.
           IF ST-SEG NOT = "00"
      *        SEM CADASTRO DE USUARIOS NAO HA COMO RESTRINGIR
               MOVE "S" TO W-GESTOR-OK
               MOVE "00" TO ST-SEG
               GO TO FIM-CHECA-GESTOR.
       CHECA-GESTOR-1.
           READ ARQUSU
           IF ST-SEG NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-SEG
               GO TO CHECA-GESTOR-2.
           IF USU-LOGIN = W-USUARIO-SESS
               MOVE USU-PERFIL TO W-PERFIL-SESS
               IF USU-CHAPA IS NUMERIC
                   MOVE USU-CHAPA TO W-CHAPA-SESS.
           GO TO CHECA-GESTOR-1.
       CHECA-GESTOR-2.
           IF W-PERFIL-SESS = "ADMIN" OR W-PERFIL-SESS = SPACES
               MOVE "S" TO W-GESTOR-OK
               GO TO FIM-CHECA-GESTOR.
           OPEN INPUT ARQDEP.
           IF ST-SEG NOT = "00"
               MOVE "S" TO W-GESTOR-OK
               MOVE "00" TO ST-SEG
               GO TO FIM-CHECA-GESTOR.
           MOVE W-CODPTO TO CODIGO1.
           READ ARQDEP
               INVALID KEY
               MOVE ZEROS TO DEP-GESTOR.
           IF DEP-GESTOR NOT = ZEROS
              AND DEP-GESTOR = W-CHAPA-SESS
               MOVE "S" TO W-GESTOR-OK.
           CLOSE ARQDEP.
           MOVE "00" TO ST-SEG.
       FIM-CHECA-GESTOR.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------
       I-O-ARQAVAL.
           OPEN I-O ARQAVAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQAVAL
                  CLOSE ARQAVAL
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQAVAL
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------
       WRITE-ARQAVAL.
           WRITE REGAVAL.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQAVAL.

       REWRITE-ARQAVAL.
           REWRITE REGAVAL.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQAVAL ARQCICLO ARQFUNC ARQCRIT
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------

       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-FILE-CREATED.
           MOVE "ARQUIVO CRIADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-SAVED.
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
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
