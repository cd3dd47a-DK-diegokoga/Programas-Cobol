           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TRILHA DE ALTERACOES----------------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 USU-PERFIL    PIC X(08).
           03 USU-ATIVO     PIC X(01).
           03 USU-CHAPA     PIC 9(06).
           03 USU-HASH      PIC 9(18).
           03 USU-DATA-SENHA PIC 9(08).
           03 USU-TROCA     PIC X(01).
           03 USU-FALHAS    PIC 9(01).
           03 USU-BLOQ      PIC X(01).
           03 USU-HIST      PIC 9(18) OCCURS 4 TIMES.
      *---------------------TRILHA DE ALTERACOES----------------------
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
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-LOGIN         PIC X(10) VALUE SPACES.
       01 W-SENHA         PIC X(10) VALUE SPACES.
       01 W-PERFIL        PIC X(08) VALUE SPACES.
       01 W-ATIVO         PIC X(01) VALUE SPACES.
       01 W-CHAPA-USU     PIC 9(06) VALUE ZEROS.
       01 W-BLOQ          PIC X(01) VALUE SPACES.
       01 W-LOG-TEXTO     PIC X(60) VALUE SPACES.
       01 W-QTD-USU       PIC 9(02) VALUE ZEROS.
       01 W-IND           PIC 9(02) VALUE ZEROS.
       01 W-ACHADO        PIC 9(02) VALUE ZEROS.
               05 TU-PERFIL  PIC X(08).
               05 TU-ATIVO   PIC X(01).
               05 TU-CHAPA   PIC 9(06).
               05 TU-HASH    PIC 9(18).
               05 TU-DATA-SENHA PIC 9(08).
               05 TU-TROCA   PIC X(01).
               05 TU-FALHAS  PIC 9(01).
               05 TU-BLOQ    PIC X(01).
               05 TU-HIST    PIC 9(18) OCCURS 4 TIMES.
      *    HASH DA SENHA (MESMA ROTINA DO LOGIN NO MENU): O LOGIN
      *    ENTRA COMO SAL. A SENHA EM CLARO NAO E GRAVADA.
       01 W-HS-LOGIN     PIC X(10) VALUE SPACES.
       01 W-HS-SENHA     PIC X(10) VALUE SPACES.
       01 W-HS-TEXTO     PIC X(20) VALUE SPACES.
       01 W-HS-TEXTO-R REDEFINES W-HS-TEXTO.
           03 W-HS-CAR       PIC X(01) OCCURS 20 TIMES.
       01 W-HS-BYTE.
           03 W-HS-BYTE-ALTO  PIC X(01) VALUE LOW-VALUE.
           03 W-HS-BYTE-BAIXO PIC X(01) VALUE LOW-VALUE.
       01 W-HS-ORD REDEFINES W-HS-BYTE PIC 9(04) COMP.
       01 W-HS-A         PIC 9(09) VALUE ZEROS.
       01 W-HS-B         PIC 9(09) VALUE ZEROS.
       01 W-HS-AUX       PIC 9(12) VALUE ZEROS.
       01 W-HS-QUOC      PIC 9(12) VALUE ZEROS.
       01 W-HS-IND       PIC 9(02) VALUE ZEROS.
       01 W-HS-VOLTA     PIC 9(02) VALUE ZEROS.
       01 W-HS-RESULT    PIC 9(18) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
           05  LINE 05  COLUMN 01
               VALUE  " LOGIN:                |".
           05  LINE 07  COLUMN 01
               VALUE  " SENHA (PROVISORIA):   |".
           05  LINE 09  COLUMN 01
               VALUE  " PERFIL:               |".
           05  LINE 11  COLUMN 01
               VALUE  " ATIVO (A/D):          |".
           05  LINE 13  COLUMN 01
               VALUE  " CHAPA VINCULADA:      |".
           05  LINE 15  COLUMN 01
               VALUE  " BLOQUEADO (S/N):      |".
           05  LINE 18  COLUMN 01
               VALUE  " SENHA EM BRANCO MANTEM A ATUAL; SENHA N".
           05  LINE 18  COLUMN 41
               VALUE  "OVA E TROCADA PELO USUARIO".
           05  LINE 19  COLUMN 01
               VALUE  " NO PROXIMO LOGIN. BLOQUEADO = N LIBERA ".
           05  LINE 19  COLUMN 41
               VALUE  "O ACESSO APOS AS TENTATIVAS".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TLOGIN
               LINE 13  COLUMN 26  PIC 9(06)
               USING  W-CHAPA-USU
               HIGHLIGHT.
           05  TBLOQ
               LINE 15  COLUMN 26  PIC X(01)
               USING  W-BLOQ
               HIGHLIGHT.
      *---------------------[ TABELA DE PERFIS ]-------------
       01  TELA-PERFIS.
           05  LINE 07  COLUMN 50
               VALUE  "CONSULTA".
           05  LINE 10  COLUMN 50
               VALUE  "ADMIN".
           05  LINE 11  COLUMN 50
               VALUE  "FUNCION (AUTOATENDIMENTO)".
           05  LINE 12  COLUMN 50
               VALUE  "MEDICO (SAUDE OCUPACIONAL)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               END-IF
               IF TU-ATIVO(W-QTD-USU) = SPACES
                   MOVE "A" TO TU-ATIVO(W-QTD-USU)
               END-IF
               PERFORM CARREGA-SENHA THRU FIM-CARREGA-SENHA.
           GO TO CARREGA-USUARIOS-1.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-LOGIN W-SENHA W-PERFIL W-ATIVO.
           MOVE "N" TO W-BLOQ.
           MOVE ZEROS TO W-CHAPA-USU.
           DISPLAY TELA.
       R1.
              GO TO R1.
           PERFORM BUSCA-USUARIO THRU FIM-BUSCA-USUARIO.
           IF W-ACHADO > ZEROS
              MOVE SPACES              TO W-SENHA
              MOVE TU-BLOQ(W-ACHADO)   TO W-BLOQ
              MOVE TU-PERFIL(W-ACHADO) TO W-PERFIL
              MOVE TU-ATIVO(W-ACHADO)  TO W-ATIVO
              MOVE TU-CHAPA(W-ACHADO)  TO W-CHAPA-USU
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-SENHA = SPACES AND W-ACHADO = ZEROS
              MOVE "*** SENHA NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
              GO TO R2.
           IF W-PERFIL NOT = "CADASTRO" AND W-PERFIL NOT = "FOLHA"
              AND W-PERFIL NOT = "CONSULTA" AND W-PERFIL NOT = "ADMIN"
              AND W-PERFIL NOT = "FUNCION" AND W-PERFIL NOT = "MEDICO"
              MOVE "*** PERFIL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
              MOVE "*** DIGITE A=ATIVO  D=DESATIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *-------[ CHAPA VINCULADA (GESTOR DO PONTO E AUTOATENDIMENTO) ]-
       R5.
           ACCEPT TCHAPAUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
      *    NO AUTOATENDIMENTO A CHAPA E QUEM DEFINE OS DADOS VISTOS.
           IF W-PERFIL = "FUNCION" AND W-CHAPA-USU = ZEROS
              MOVE "*** PERFIL FUNCION EXIGE A CHAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *-------[ BLOQUEIO POR TENTATIVAS ERRADAS NO LOGIN ]-------------
       R6.
           IF W-BLOQ NOT = "S"
              MOVE "N" TO W-BLOQ.
           DISPLAY TBLOQ.
           ACCEPT TBLOQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-BLOQ = "s"
              MOVE "S" TO W-BLOQ.
           IF W-BLOQ = "n"
              MOVE "N" TO W-BLOQ.
           IF W-BLOQ NOT = "S" AND W-BLOQ NOT = "N"
              MOVE "*** DIGITE S=BLOQUEADO  N=LIBERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "CONFIRMA A GRAVACAO? (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           IF W-ACHADO > ZEROS
              MOVE W-PERFIL TO TU-PERFIL(W-ACHADO)
              MOVE W-ATIVO  TO TU-ATIVO(W-ACHADO)
              MOVE W-CHAPA-USU TO TU-CHAPA(W-ACHADO)
           ELSE
              IF W-QTD-USU < 50
                 ADD 1 TO W-QTD-USU
                 MOVE W-QTD-USU TO W-ACHADO
                 MOVE W-LOGIN  TO TU-LOGIN(W-QTD-USU)
                 MOVE SPACES   TO TU-SENHA(W-QTD-USU)
                 MOVE W-PERFIL TO TU-PERFIL(W-QTD-USU)
                 MOVE W-ATIVO  TO TU-ATIVO(W-QTD-USU)
                 MOVE W-CHAPA-USU TO TU-CHAPA(W-QTD-USU)
                 MOVE ZEROS TO TU-HASH(W-QTD-USU)
                               TU-DATA-SENHA(W-QTD-USU)
                               TU-FALHAS(W-QTD-USU)
                               TU-HIST(W-QTD-USU, 1)
                               TU-HIST(W-QTD-USU, 2)
                               TU-HIST(W-QTD-USU, 3)
                               TU-HIST(W-QTD-USU, 4)
                 MOVE "N" TO TU-BLOQ(W-QTD-USU)
              ELSE
                 MOVE "*** TABELA DE USUARIOS CHEIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0.
      *    SENHA INFORMADA = SENHA PROVISORIA, TROCADA NO LOGIN.
           IF W-SENHA NOT = SPACES
              PERFORM REDEFINE-SENHA THRU FIM-REDEFINE-SENHA.
           IF W-BLOQ = "N" AND TU-BLOQ(W-ACHADO) = "S"
              MOVE "DESBLOQUEIO DO ACESSO" TO W-LOG-TEXTO
              PERFORM GRAVA-LOG-USU THRU FIM-GRAVA-LOG-USU.
           IF W-BLOQ = "N"
              MOVE ZEROS TO TU-FALHAS(W-ACHADO).
           MOVE W-BLOQ TO TU-BLOQ(W-ACHADO).
           PERFORM REGRAVA-ARQUIVO THRU FIM-REGRAVA-ARQUIVO.
           MOVE "*** USUARIO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-IND > W-QTD-USU
               CLOSE ARQUSU
               GO TO FIM-REGRAVA-ARQUIVO.
      *    CADASTRO ANTIGO COM SENHA EM CLARO PASSA A HASH; A DATA
      *    ZERADA OBRIGA A TROCA NO PROXIMO LOGIN.
           IF TU-HASH(W-IND) = ZEROS AND TU-SENHA(W-IND) NOT = SPACES
              MOVE TU-LOGIN(W-IND) TO W-HS-LOGIN
              MOVE TU-SENHA(W-IND) TO W-HS-SENHA
              PERFORM CALC-HASH THRU CALC-HASH-FIM
              MOVE W-HS-RESULT TO TU-HASH(W-IND)
              MOVE ZEROS TO TU-DATA-SENHA(W-IND).
           MOVE SPACES TO TU-SENHA(W-IND).
           MOVE TU-LOGIN(W-IND)  TO USU-LOGIN.
           MOVE TU-SENHA(W-IND)  TO USU-SENHA.
           MOVE TU-PERFIL(W-IND) TO USU-PERFIL.
           MOVE TU-ATIVO(W-IND)  TO USU-ATIVO.
           MOVE TU-CHAPA(W-IND)  TO USU-CHAPA.
           MOVE TU-HASH(W-IND)   TO USU-HASH.
           MOVE TU-DATA-SENHA(W-IND) TO USU-DATA-SENHA.
           MOVE TU-TROCA(W-IND)  TO USU-TROCA.
           MOVE TU-FALHAS(W-IND) TO USU-FALHAS.
           MOVE TU-BLOQ(W-IND)   TO USU-BLOQ.
           MOVE TU-HIST(W-IND, 1) TO USU-HIST(1).
           MOVE TU-HIST(W-IND, 2) TO USU-HIST(2).
           MOVE TU-HIST(W-IND, 3) TO USU-HIST(3).
           MOVE TU-HIST(W-IND, 4) TO USU-HIST(4).
           WRITE REGUSU.
           GO TO REGRAVA-ARQUIVO-1.
       FIM-REGRAVA-ARQUIVO.
           CONTINUE.

      *---------------[ CAMPOS DA POLITICA DE SENHAS ]------------------
      *    REGISTRO ANTIGO (SEM ESTES CAMPOS) VEM COM BRANCOS.
       CARREGA-SENHA.
           MOVE USU-HASH       TO TU-HASH(W-QTD-USU).
           MOVE USU-DATA-SENHA TO TU-DATA-SENHA(W-QTD-USU).
           MOVE USU-TROCA      TO TU-TROCA(W-QTD-USU).
           MOVE USU-FALHAS     TO TU-FALHAS(W-QTD-USU).
           MOVE USU-BLOQ       TO TU-BLOQ(W-QTD-USU).
           MOVE USU-HIST(1)    TO TU-HIST(W-QTD-USU, 1).
           MOVE USU-HIST(2)    TO TU-HIST(W-QTD-USU, 2).
           MOVE USU-HIST(3)    TO TU-HIST(W-QTD-USU, 3).
           MOVE USU-HIST(4)    TO TU-HIST(W-QTD-USU, 4).
           IF USU-HASH NOT NUMERIC
               MOVE ZEROS TO TU-HASH(W-QTD-USU).
           IF USU-DATA-SENHA NOT NUMERIC
               MOVE ZEROS TO TU-DATA-SENHA(W-QTD-USU).
           IF USU-FALHAS NOT NUMERIC
               MOVE ZEROS TO TU-FALHAS(W-QTD-USU).
           IF USU-BLOQ NOT = "S"
               MOVE "N" TO TU-BLOQ(W-QTD-USU).
           IF USU-HIST(1) NOT NUMERIC
               MOVE ZEROS TO TU-HIST(W-QTD-USU, 1).
           IF USU-HIST(2) NOT NUMERIC
               MOVE ZEROS TO TU-HIST(W-QTD-USU, 2).
           IF USU-HIST(3) NOT NUMERIC
               MOVE ZEROS TO TU-HIST(W-QTD-USU, 3).
           IF USU-HIST(4) NOT NUMERIC
               MOVE ZEROS TO TU-HIST(W-QTD-USU, 4).
       FIM-CARREGA-SENHA.
           CONTINUE.

      *---------------[ SENHA PROVISORIA DEFINIDA PELO ADMIN ]----------
       REDEFINE-SENHA.
           MOVE TU-LOGIN(W-ACHADO) TO W-HS-LOGIN.
           MOVE W-SENHA TO W-HS-SENHA.
           PERFORM CALC-HASH THRU CALC-HASH-FIM.
           MOVE W-HS-RESULT TO TU-HASH(W-ACHADO).
           MOVE SPACES TO TU-SENHA(W-ACHADO).
           MOVE "S" TO TU-TROCA(W-ACHADO).
           MOVE ZEROS TO TU-FALHAS(W-ACHADO).
           MOVE "SENHA REDEFINIDA - TROCA NO PROXIMO LOGIN"
                                                  TO W-LOG-TEXTO.
           PERFORM GRAVA-LOG-USU THRU FIM-GRAVA-LOG-USU.
       FIM-REDEFINE-SENHA.
           CONTINUE.

      *    A TRILHA REGISTRA O EVENTO, NUNCA A SENHA.
       GRAVA-LOG-USU.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE SESS-EXT-USUARIO TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQUSU" TO LOG-ARQUIVO.
           MOVE "A" TO LOG-OPERACAO.
           MOVE TU-LOGIN(W-ACHADO) TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE W-LOG-TEXTO TO LOG-IMAGEM-NOVA.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-LOG.
       FIM-GRAVA-LOG-USU.
           CONTINUE.

      *---------[ HASH DA SENHA (LOGIN + SENHA) EM W-HS-RESULT ]--------
      *    OITO PASSADAS SOBRE OS 20 CARACTERES, EM DOIS ACUMULADORES
      *    COM MODULOS PRIMOS DIFERENTES.
       CALC-HASH.
           MOVE W-HS-LOGIN TO W-HS-TEXTO (1:10).
           MOVE W-HS-SENHA TO W-HS-TEXTO (11:10).
           MOVE 5381 TO W-HS-A.
           MOVE 7919 TO W-HS-B.
           MOVE ZEROS TO W-HS-VOLTA.
       CALC-HASH1.
           ADD 1 TO W-HS-VOLTA.
           IF W-HS-VOLTA > 8
               GO TO CALC-HASH3.
           MOVE ZEROS TO W-HS-IND.
       CALC-HASH2.
           ADD 1 TO W-HS-IND.
           IF W-HS-IND > 20
               GO TO CALC-HASH1.
           MOVE LOW-VALUE TO W-HS-BYTE-ALTO.
           MOVE W-HS-CAR (W-HS-IND) TO W-HS-BYTE-BAIXO.
           COMPUTE W-HS-AUX = (W-HS-A * 33) + W-HS-ORD + W-HS-VOLTA.
           DIVIDE W-HS-AUX BY 999999937 GIVING W-HS-QUOC
               REMAINDER W-HS-A.
           COMPUTE W-HS-AUX = (W-HS-B * 131)
                            + (W-HS-ORD * W-HS-IND) + W-HS-A.
           DIVIDE W-HS-AUX BY 999999929 GIVING W-HS-QUOC
               REMAINDER W-HS-B.
           GO TO CALC-HASH2.
       CALC-HASH3.
           COMPUTE W-HS-RESULT = (W-HS-A * 1000000000) + W-HS-B.
       CALC-HASH-FIM.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           STOP RUN.
