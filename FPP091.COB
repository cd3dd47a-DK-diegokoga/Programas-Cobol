                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EST-KEY
                      FILE STATUS IS ST-EST.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-EST.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-EST.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-EST.
      *---------------------GERAR RELACAO DE AVISOS EM CURSO------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
               05 DIA-ADM     PIC 9(02).
               05 MES-ADM     PIC 9(02).
               05 ANO-ADM     PIC 9(04).
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 EST-KEY.
            05 EST-CHAPA          PIC 9(06).
            05 EST-SEQ            PIC 9(02).
           03 EST-TIPO            PIC X(01).
           03 EST-DATA-INI        PIC 9(08).
           03 EST-DT-INI REDEFINES EST-DATA-INI.
            05 EST-DIA-INI        PIC 9(02).
            05 EST-MES-INI        PIC 9(02).
            05 EST-ANO-INI        PIC 9(04).
           03 EST-DATA-FIM        PIC 9(08).
           03 EST-DT-FIM REDEFINES EST-DATA-FIM.
            05 EST-DIA-FIM        PIC 9(02).
            05 EST-MES-FIM        PIC 9(02).
            05 EST-ANO-FIM        PIC 9(04).
           03 EST-OBS             PIC X(30).
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
           03 USU-HASH      PIC 9(18).
           03 USU-DATA-SENHA PIC 9(08).
           03 USU-TROCA     PIC X(01).
           03 USU-FALHAS    PIC 9(01).
           03 USU-BLOQ      PIC X(01).
           03 USU-HIST      PIC 9(18) OCCURS 4 TIMES.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
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
      *---------------------GERAR RELACAO DE AVISOS EM CURSO------------
       FD TX
               LABEL RECORD IS STANDARD
       01 ARQTX    PIC X(100).
      *---------------------------------------------------------------
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
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       01 W-ANOS-SERVICO  PIC 9(02) VALUE ZEROS.
       01 W-MESES-SERVICO PIC S9(04) VALUE ZEROS.
       01 W-QTDE          PIC 9(04) VALUE ZEROS.
      *---------------[ ESTABILIDADE E LIBERACAO DO SUPERVISOR ]--------
       01 ST-EST          PIC X(02) VALUE "00".
       01 W-ESTAVEL       PIC X(01) VALUE "N".
       01 W-EST-TIPO      PIC X(01) VALUE SPACES.
       01 W-EST-DESCR     PIC X(20) VALUE SPACES.
       01 W-EST-FIM       PIC 9(08) VALUE ZEROS.
       01 W-EST-FIM-AMD   PIC 9(08) VALUE ZEROS.
       01 W-REF-DATA      PIC 9(08) VALUE ZEROS.
       01 W-REF-DATA-R REDEFINES W-REF-DATA.
           03 W-REF-DIA   PIC 9(02).
           03 W-REF-MES   PIC 9(02).
           03 W-REF-ANO   PIC 9(04).
       01 W-REF-AMD       PIC 9(08) VALUE ZEROS.
       01 W-REF-AMD-FIM   PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD       PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD       PIC 9(08) VALUE ZEROS.
       01 W-SUP-USUARIO   PIC X(10) VALUE SPACES.
       01 W-SUP-SENHA     PIC X(10) VALUE SPACES.
       01 W-SUP-OK        PIC X(01) VALUE "N".
       01 W-SUP-MOTIVO    PIC X(20) VALUE SPACES.
      *    HASH DA SENHA: O LOGIN ENTRA COMO SAL, PARA SENHAS IGUAIS
      *    DE USUARIOS DIFERENTES NAO TEREM O MESMO HASH.
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
       01 W-USUARIO-SESS  PIC X(10) VALUE SPACES.
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           05  TPROJ
               LINE 12  COLUMN 53  PIC 99/99/9999
               USING  AVI-DATA-PROJ.
      *---------------------[ LIBERACAO DO SUPERVISOR ]-------------
       01  TELA-LIBERA.
           05  LINE 16  COLUMN 01
               VALUE  " ESTABILIDADE PROVISORIA:".
           05  LINE 16  COLUMN 48
               VALUE  "ATE:".
           05  LINE 18  COLUMN 01
               VALUE  " LIBERACAO - SUPERVISOR:".
           05  LINE 18  COLUMN 38
               VALUE  "SENHA:".
           05  TESTDESCR
               LINE 16  COLUMN 27  PIC X(20)
               USING  W-EST-DESCR.
           05  TESTFIM
               LINE 16  COLUMN 53  PIC 99/99/9999
               USING  W-EST-FIM.
           05  TSUPUSU
               LINE 18  COLUMN 26  PIC X(10)
               USING  W-SUP-USUARIO
               HIGHLIGHT.
           05  TSUPSENHA
               LINE 18  COLUMN 45  PIC X(10)
               USING  W-SUP-SENHA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE W-HOJE TO W-TX-DATA.
      *-----------------------------------------------------------------
       R0.
           MOVE "N" TO W-ESTAVEL.
           MOVE SPACES TO W-ACAO W-NOME AVI-TIPO AVI-REDUZ7
                          AVI-STATUS.
           MOVE ZEROS TO AVI-CHAPA AVI-DATA-AVISO AVI-DIAS
           MOVE W-SD-DATA TO AVI-DATA-PROJ.
           DISPLAY TDIAS.
           DISPLAY TPROJ.
      *---------------[ AVISO DURANTE ESTABILIDADE EXIGE LIBERACAO ]----
       A5.
           PERFORM CHECA-ESTABILIDADE THRU CHECA-ESTABILIDADE-FIM.
           IF W-ESTAVEL = "S"
              PERFORM LIBERA-SUPERVISOR THRU LIBERA-SUPERVISOR-FIM
              IF W-SUP-OK NOT = "S"
                 MOVE "*** ESTABILIDADE PROVISORIA - BLOQUEADO ***"
                                                         TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0.
       SALVAR.
           MOVE "CONFIRMA A ABERTURA DO AVISO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           WRITE REGAVISO.
           IF ST-ERRO = "22"
              REWRITE REGAVISO.
           IF W-ESTAVEL = "S"
              PERFORM GRAVA-LOG-EST THRU GRAVA-LOG-EST-FIM.
           MOVE "*** AVISO ABERTO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.
               MOVE "ERRO ABERTURA DO ARQUIVO61" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R0.
           MOVE "FPP091" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ ESTABILIDADE NO PERIODO DO AVISO ]--------------
      *    PROCURA NO ARQESTAB (FPP130) UM PERIODO QUE ALCANCE O AVISO,
      *    DA DATA DO AVISO ATE A DATA FINAL PROJETADA; HAVENDO MAIS
      *    DE UM, VALE O DE TERMINO MAIS DISTANTE.
       CHECA-ESTABILIDADE.
           MOVE "N" TO W-ESTAVEL.
           MOVE SPACES TO W-EST-TIPO W-EST-DESCR.
           MOVE ZEROS TO W-EST-FIM W-EST-FIM-AMD.
           MOVE AVI-DATA-AVISO TO W-REF-DATA.
           COMPUTE W-REF-AMD = (W-REF-ANO * 10000) +
                               (W-REF-MES * 100) + W-REF-DIA.
           MOVE AVI-DATA-PROJ TO W-REF-DATA.
           COMPUTE W-REF-AMD-FIM = (W-REF-ANO * 10000) +
                                   (W-REF-MES * 100) + W-REF-DIA.
           OPEN INPUT ARQESTAB.
           IF ST-EST NOT = "00"
               MOVE "00" TO ST-EST
               GO TO CHECA-ESTABILIDADE-FIM.
           MOVE AVI-CHAPA TO EST-CHAPA.
           MOVE ZEROS TO EST-SEQ.
           START ARQESTAB KEY IS NOT LESS THAN EST-KEY
               INVALID KEY
               GO TO CHECA-ESTABILIDADE-9.
       CHECA-ESTABILIDADE-1.
           READ ARQESTAB NEXT
               AT END
               GO TO CHECA-ESTABILIDADE-9.
           IF EST-CHAPA NOT = AVI-CHAPA
               GO TO CHECA-ESTABILIDADE-9.
           COMPUTE W-INI-AMD = (EST-ANO-INI * 10000) +
                               (EST-MES-INI * 100) + EST-DIA-INI.
           COMPUTE W-FIM-AMD = (EST-ANO-FIM * 10000) +
                               (EST-MES-FIM * 100) + EST-DIA-FIM.
           IF W-INI-AMD > W-REF-AMD-FIM OR W-FIM-AMD < W-REF-AMD
               GO TO CHECA-ESTABILIDADE-1.
           IF W-FIM-AMD > W-EST-FIM-AMD
               MOVE "S"          TO W-ESTAVEL
               MOVE W-FIM-AMD    TO W-EST-FIM-AMD
               MOVE EST-DATA-FIM TO W-EST-FIM
               MOVE EST-TIPO     TO W-EST-TIPO.
           GO TO CHECA-ESTABILIDADE-1.
       CHECA-ESTABILIDADE-9.
           CLOSE ARQESTAB.
           MOVE "00" TO ST-EST.
           IF W-EST-TIPO = "G"
               MOVE "GESTANTE" TO W-EST-DESCR.
           IF W-EST-TIPO = "A"
               MOVE "ACIDENTARIA" TO W-EST-DESCR.
           IF W-EST-TIPO = "C"
               MOVE "MEMBRO DA CIPA" TO W-EST-DESCR.
           IF W-EST-TIPO = "S"
               MOVE "DIRIGENTE SINDICAL" TO W-EST-DESCR.
           IF W-EST-TIPO = "P"
               MOVE "PRE-APOSENTADORIA" TO W-EST-DESCR.
       CHECA-ESTABILIDADE-FIM.
           EXIT.

      *---------------[ LIBERACAO POR USUARIO DE PERFIL ADMIN ]---------
       LIBERA-SUPERVISOR.
           MOVE "N" TO W-SUP-OK.
           MOVE SPACES TO W-SUP-USUARIO W-SUP-SENHA.
           DISPLAY TELA-LIBERA.
           MOVE "*** ESTABILIDADE - INFORME O SUPERVISOR ***" TO MENS.
           DISPLAY (23, 12) MENS.
           ACCEPT TSUPUSU.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01 OR W-SUP-USUARIO = SPACES
               GO TO LIBERA-SUPERVISOR-FIM.
           ACCEPT TSUPSENHA.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01
               GO TO LIBERA-SUPERVISOR-FIM.
           MOVE "SENHA INVALIDA" TO W-SUP-MOTIVO.
           IF W-SUP-SENHA = SPACES
               GO TO LIBERA-SUPERVISOR-9.
           MOVE W-SUP-USUARIO TO W-HS-LOGIN.
           MOVE W-SUP-SENHA TO W-HS-SENHA.
           PERFORM CALC-HASH THRU CALC-HASH-FIM.
           OPEN INPUT ARQUSU.
           IF ST-EST NOT = "00"
               MOVE "00" TO ST-EST
               IF W-SUP-USUARIO = "ADMIN" AND W-SUP-SENHA = "1234"
                   MOVE "S" TO W-SUP-OK
               END-IF
               GO TO LIBERA-SUPERVISOR-9.
       LIBERA-SUPERVISOR-1.
           READ ARQUSU
           IF ST-EST NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-EST
               GO TO LIBERA-SUPERVISOR-9.
           IF USU-LOGIN NOT = W-SUP-USUARIO
               GO TO LIBERA-SUPERVISOR-1.
      *    A SENHA SO EXISTE COMO HASH; USUARIO BLOQUEADO POR
      *    TENTATIVAS ERRADAS NAO LIBERA.
           IF USU-BLOQ = "S"
               MOVE "USUARIO BLOQUEADO" TO W-SUP-MOTIVO
               GO TO LIBERA-SUPERVISOR-2.
           IF USU-HASH = ZEROS OR USU-HASH NOT = W-HS-RESULT
               GO TO LIBERA-SUPERVISOR-2.
           IF USU-ATIVO NOT = "D"
              AND (USU-PERFIL = "ADMIN" OR USU-PERFIL = SPACES)
               MOVE "S" TO W-SUP-OK
           ELSE
               MOVE "SEM PERFIL ADMIN" TO W-SUP-MOTIVO.
       LIBERA-SUPERVISOR-2.
           CLOSE ARQUSU.
           MOVE "00" TO ST-EST.
       LIBERA-SUPERVISOR-9.
           IF W-SUP-OK = "S"
               GO TO LIBERA-SUPERVISOR-FIM.
           PERFORM GRAVA-LOG-SUP THRU GRAVA-LOG-SUP-FIM.
           MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS.
           IF W-SUP-MOTIVO = "USUARIO BLOQUEADO"
               MOVE "*** SUPERVISOR BLOQUEADO - PROCURE O ADMINISTRADOR"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIBERA-SUPERVISOR-FIM.
           MOVE SPACES TO W-SUP-SENHA.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

      *    REGISTRA NO ARQLOG A TENTATIVA DE LIBERACAO RECUSADA.
       GRAVA-LOG-SUP.
           PERFORM LE-USUARIO-SESS THRU LE-USUARIO-SESS-FIM.
           OPEN EXTEND ARQLOG.
           IF ST-EST NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-SUP-USUARIO TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "FPP091" TO LOG-ARQUIVO.
           MOVE "F" TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE LOG-IMAGEM-ANT LOG-IMAGEM-NOVA.
           MOVE AVI-CHAPA TO LOG-CHAVE.
           STRING "LIBERACAO RECUSADA: " W-SUP-MOTIVO
                  " ESTABILIDADE " W-EST-TIPO
                  " ATE " W-EST-FIM
                  " OPERADOR=" W-USUARIO-SESS
                  " SUPERVISOR=" W-SUP-USUARIO
                  DELIMITED BY SIZE INTO LOG-IMAGEM-ANT.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-EST.
       GRAVA-LOG-SUP-FIM.
           EXIT.

      *    REGISTRA NO ARQLOG O AVISO LIBERADO DURANTE ESTABILIDADE.
       GRAVA-LOG-EST.
           PERFORM LE-USUARIO-SESS THRU LE-USUARIO-SESS-FIM.
           OPEN EXTEND ARQLOG.
           IF ST-EST NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-SUP-USUARIO TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "FPP091" TO LOG-ARQUIVO.
           MOVE "L" TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE LOG-IMAGEM-ANT LOG-IMAGEM-NOVA.
           MOVE AVI-CHAPA TO LOG-CHAVE.
           STRING "ESTABILIDADE " W-EST-TIPO
                  " ATE " W-EST-FIM
                  " OPERADOR=" W-USUARIO-SESS
                  " SUPERVISOR=" W-SUP-USUARIO
                  DELIMITED BY SIZE INTO LOG-IMAGEM-ANT.
           STRING "AVISO PREVIO " AVI-TIPO " EM " AVI-DATA-AVISO
                  " ATE " AVI-DATA-PROJ
                  DELIMITED BY SIZE INTO LOG-IMAGEM-NOVA.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-EST.
       GRAVA-LOG-EST-FIM.
           EXIT.

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
           EXIT.

       LE-USUARIO-SESS.
           MOVE SPACES TO W-USUARIO-SESS.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-EST = "00"
                   READ ARQSESS
                   IF ST-EST = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-EST.
       LE-USUARIO-SESS-FIM.
           EXIT.

      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]-----------------
       SOMA-DIAS.
           MOVE ZEROS TO W-SD-I.
