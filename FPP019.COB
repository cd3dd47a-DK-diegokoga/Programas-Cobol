                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-CODIGO
                    FILE STATUS  IS ST-ASO.
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
           SELECT ARQESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-KEY
                    FILE STATUS  IS ST-EST.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS----------------
           SELECT ARQENTEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-KEY
                    FILE STATUS  IS ST-EQP.
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
           SELECT ARQEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-KEY
                    FILE STATUS  IS ST-EQP.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 FILLER               PIC X(12).
           03 FILLER               PIC 9(06).
           03 FILLER               PIC 9(06).
           03 CODEMPRESA           PIC 9(03).
           03 FILLER               PIC X(60).
           03 FILLER               PIC X(30).
           03 FILLER               PIC 9(11).
           03 FILLER               PIC X(15).
           03 FILLER               PIC X(01).
           03 PCD-TIPO             PIC X(01).
           03 PCD-DATA-LAUDO       PIC 9(08).
      *---------------------ARQUIVO DE EXAMES ASO-----------------------
       FD ARQASO
               LABEL RECORD IS STANDARD
       01 REGMOTIV.
           03 MOT-CODIGO          PIC 9(02).
           03 MOT-DESCRICAO       PIC X(24).
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
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS----------------
       FD ARQENTEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENTEPI.DAT".
       01 REGENTEPI.
           03 ENT-KEY.
            05 ENT-CHAPA          PIC 9(06).
            05 ENT-SEQ            PIC 9(03).
           03 ENT-CODCARG         PIC 9(03).
           03 ENT-ITEM            PIC 9(03).
           03 ENT-DESCR           PIC X(30).
           03 ENT-TIPO            PIC X(01).
           03 ENT-CA              PIC 9(06).
           03 ENT-QTDE            PIC 9(03).
           03 ENT-DATA-ENT        PIC 9(08).
           03 ENT-DATA-TROCA      PIC 9(08).
           03 ENT-DATA-DEV        PIC 9(08).
           03 ENT-SITUACAO        PIC X(01).
           03 ENT-VALOR-DESC      PIC 9(06)V99.
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
       FD ARQEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-KEY.
            05 EPI-CODCARG        PIC 9(03).
            05 EPI-ITEM           PIC 9(03).
           03 EPI-DESCR           PIC X(30).
           03 EPI-TIPO            PIC X(01).
           03 EPI-CA              PIC 9(06).
           03 EPI-VAL-CA          PIC 9(08).
           03 EPI-TROCA-DIAS      PIC 9(04).
           03 EPI-VALOR           PIC 9(06)V99.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       01 W-CONT             PIC 9(04) VALUE ZEROS.
       77 W-ACT              PIC 9(02) VALUE ZEROS.
       01 W-OPCAO            PIC X(01) VALUE SPACES.
       77 TXTMOTIVO          PIC X(24) VALUE SPACES.
       01 ST-ASO             PIC X(02) VALUE "00".
       01 W-TEM-DEMISSIONAL  PIC X(01) VALUE "N".
      *---------------[ ESTABILIDADE E LIBERACAO DO SUPERVISOR ]--------
       01 ST-EST             PIC X(02) VALUE "00".
       01 W-ESTAVEL          PIC X(01) VALUE "N".
       01 W-EST-TIPO         PIC X(01) VALUE SPACES.
       01 W-EST-DESCR        PIC X(20) VALUE SPACES.
       01 W-EST-FIM          PIC 9(08) VALUE ZEROS.
       01 W-EST-FIM-AMD      PIC 9(08) VALUE ZEROS.
       01 W-REF-AMD          PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD          PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD          PIC 9(08) VALUE ZEROS.
       01 W-SUP-USUARIO      PIC X(10) VALUE SPACES.
       01 W-SUP-SENHA        PIC X(10) VALUE SPACES.
       01 W-SUP-OK           PIC X(01) VALUE "N".
       01 W-SUP-MOTIVO       PIC X(20) VALUE SPACES.
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
       01 W-USUARIO-SESS     PIC X(10) VALUE SPACES.
       01 W-IMAGEM-ANT       PIC X(250) VALUE SPACES.
       01 W-IMAGEM-CPL       PIC X(44)  VALUE SPACES.
      *---------------[ EPI/EQUIPAMENTOS AINDA COM O EMPREGADO ]--------
       01 ST-EQP             PIC X(02) VALUE "00".
       01 W-TEM-EPI          PIC X(01) VALUE "N".
       01 W-EQP-OPCAO        PIC X(01) VALUE SPACES.
       01 W-EQP-PEND         PIC 9(03) VALUE ZEROS.
       01 W-EQP-MENS.
           03 FILLER         PIC X(13) VALUE "*** ATENCAO: ".
           03 W-EQP-MENS-QTD PIC ZZ9.
           03 FILLER         PIC X(30) VALUE
              " ITEM(NS) NAO DEVOLVIDO(S) ***".
      *---------------[ COTA DE PCD DA EMPRESA (LEI 8.213 ART. 93) ]---
       01 W-REGFUNC-SALVO    PIC X(294) VALUE SPACES.
       01 W-PCD-EMPRESA      PIC 9(03) VALUE ZEROS.
       01 W-PCD-ATIVOS       PIC 9(05) VALUE ZEROS.
       01 W-PCD-QTD          PIC 9(05) VALUE ZEROS.
       01 W-PCD-BASE         PIC 9(05) VALUE ZEROS.
       01 W-PCD-PCT          PIC 9V99 VALUE ZEROS.
       01 W-PCD-COTA         PIC 9(05) VALUE ZEROS.
       01 W-PCD-RESTO        PIC 9(05)V99 VALUE ZEROS.
       01 W-PCD-MENS.
           03 FILLER         PIC X(18) VALUE "*** COTA PCD: FICA".
           03 FILLER         PIC X(02) VALUE "M ".
           03 W-PCD-MENS-QTD PIC ZZZZ9.
           03 FILLER         PIC X(11) VALUE " PARA COTA ".
           03 W-PCD-MENS-COTA PIC ZZZZ9.
           03 FILLER         PIC X(04) VALUE " ***".
      *-----------------------------------------------------------------
       01 TABELA-MOTIVO.
          03 FILLER     PIC X(26) VALUE "01PEDIDO DE DEMISSAO".
               VALUE  "04-APOSENTADORIA".
           05  LINE 09  COLUMN 50
               VALUE  "05-OUTROS".
      *---------------------[ LIBERACAO DO SUPERVISOR ]-------------
       01  TELA-LIBERA.
           05  LINE 16  COLUMN 01
               VALUE  "ESTABILIDADE PROVISORIA:".
           05  LINE 16  COLUMN 47
               VALUE  "ATE:".
           05  LINE 18  COLUMN 01
               VALUE  "LIBERACAO - SUPERVISOR:".
           05  LINE 18  COLUMN 37
               VALUE  "SENHA:".
           05  TESTDESCR
               LINE 16  COLUMN 26  PIC X(20)
               USING  W-EST-DESCR.
           05  TESTFIM
               LINE 16  COLUMN 52  PIC 99/99/9999
               USING  W-EST-FIM.
           05  TSUPUSU
               LINE 18  COLUMN 25  PIC X(10)
               USING  W-SUP-USUARIO
               HIGHLIGHT.
           05  TSUPSENHA
               LINE 18  COLUMN 44  PIC X(10)
               USING  W-SUP-SENHA
               HIGHLIGHT.
      *---------------------[ DEVOLUCAO DE EPI/EQUIPAMENTO ]----------
       01  TELA-EQUIP.
           05  LINE 19  COLUMN 01
               VALUE  "ITEM EM POSSE:".
           05  LINE 20  COLUMN 01
               VALUE  "D=DEVOLVIDO  C=DESCONTAR  P=PENDENTE:".
           05  TEQPDESCR
               LINE 19  COLUMN 16  PIC X(30)
               USING  ENT-DESCR.
           05  TEQPQTDE
               LINE 19  COLUMN 48  PIC ZZ9
               USING  ENT-QTDE.
           05  TEQPOPCAO
               LINE 20  COLUMN 39  PIC X(01)
               USING  W-EQP-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

      *---------------[ SEM JUSTA CAUSA EXIGE LIBERACAO SE ESTAVEL ]----
       R4.
           MOVE "N" TO W-ESTAVEL.
           IF MOTIVO-DESLIGAMENTO = 02
              PERFORM CHECA-ESTABILIDADE THRU CHECA-ESTABILIDADE-FIM
              IF W-ESTAVEL = "S"
                 PERFORM LIBERA-SUPERVISOR THRU LIBERA-SUPERVISOR-FIM
                 IF W-SUP-OK NOT = "S"
                    MOVE "*** ESTABILIDADE PROVISORIA - BLOQUEADO ***"
                                                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R0.

       SALVAR.
           PERFORM CHECA-DEMISSIONAL THRU CHECA-DEMISSIONAL-FIM.
           IF W-TEM-DEMISSIONAL NOT = "S"
              MOVE "*** ATENCAO: SEM EXAME DEMISSIONAL (ASO) ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM CHECA-EQUIPAMENTO THRU CHECA-EQUIPAMENTO-FIM.
           IF W-EQP-PEND NOT = ZEROS
              MOVE W-EQP-PEND TO W-EQP-MENS-QTD
              MOVE W-EQP-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM CHECA-COTA-PCD THRU CHECA-COTA-PCD-FIM.
           IF W-PCD-QTD < W-PCD-COTA
              MOVE "*** ATENCAO: EMPRESA FICA ABAIXO DA COTA PCD ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-PCD-QTD  TO W-PCD-MENS-QTD
              MOVE W-PCD-COTA TO W-PCD-MENS-COTA
              MOVE W-PCD-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "VOCE QUER CONFIRMAR A RESCISAO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              MOVE "T" TO STATUS1
              PERFORM REWRITE-ARQFUNC
              IF W-ESTAVEL = "S" AND ST-ERRO = "00"
                 PERFORM GRAVA-LOG-EST THRU GRAVA-LOG-EST-FIM
              END-IF
           ELSE IF W-OPCAO = "N" OR "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.

      *------------[ COTA DE PCD DA EMPRESA APOS O DESLIGAMENTO ]-------
      *    SO PARA PESSOA COM DEFICIENCIA (FPP004). CONTA OS ATIVOS E OS
      *    PCD DA EMPRESA SEM O DESLIGADO E CALCULA A COTA DO ART. 93
      *    SOBRE O QUADRO QUE RESTA. O REGISTRO EM TELA E GUARDADO E
      *    DEVOLVIDO, POIS A VARREDURA USA A MESMA AREA DO ARQFUNC.
       CHECA-COTA-PCD.
           MOVE ZEROS TO W-PCD-QTD W-PCD-COTA.
           IF PCD-TIPO = "N" OR PCD-TIPO = SPACES
              OR PCD-DATA-LAUDO = ZEROS
               GO TO CHECA-COTA-PCD-FIM.
           MOVE REGFUNC    TO W-REGFUNC-SALVO.
           MOVE CODEMPRESA TO W-PCD-EMPRESA.
           MOVE ZEROS TO W-PCD-ATIVOS.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO CHECA-COTA-PCD-9.
       CHECA-COTA-PCD-1.
           READ ARQFUNC NEXT
               AT END
               GO TO CHECA-COTA-PCD-9.
           IF STATUS1 NOT = "A" OR CODEMPRESA NOT = W-PCD-EMPRESA
               GO TO CHECA-COTA-PCD-1.
           ADD 1 TO W-PCD-ATIVOS.
           IF PCD-TIPO NOT = "N" AND PCD-TIPO NOT = SPACES
              AND PCD-DATA-LAUDO NOT = ZEROS
               ADD 1 TO W-PCD-QTD.
           GO TO CHECA-COTA-PCD-1.
       CHECA-COTA-PCD-9.
           MOVE W-REGFUNC-SALVO TO REGFUNC.
           MOVE "00" TO ST-ERRO.
           IF W-PCD-ATIVOS > ZEROS
               SUBTRACT 1 FROM W-PCD-ATIVOS.
           IF W-PCD-QTD > ZEROS
               SUBTRACT 1 FROM W-PCD-QTD.
           MOVE W-PCD-ATIVOS TO W-PCD-BASE.
           PERFORM CALC-COTA-PCD THRU CALC-COTA-PCD-FIM.
       CHECA-COTA-PCD-FIM.
           EXIT.

      *    ATE 99 EMPREGADOS NAO HA COTA; 100 A 200 = 2%, 201 A 500 =
      *    3%, 501 A 1000 = 4%, ACIMA = 5%. FRACAO ARREDONDA PARA CIMA.
       CALC-COTA-PCD.
           MOVE ZEROS TO W-PCD-COTA.
           IF W-PCD-BASE < 100
               GO TO CALC-COTA-PCD-FIM.
           MOVE 0,02 TO W-PCD-PCT.
           IF W-PCD-BASE > 200
               MOVE 0,03 TO W-PCD-PCT.
           IF W-PCD-BASE > 500
               MOVE 0,04 TO W-PCD-PCT.
           IF W-PCD-BASE > 1000
               MOVE 0,05 TO W-PCD-PCT.
           COMPUTE W-PCD-RESTO = W-PCD-BASE * W-PCD-PCT.
           MOVE W-PCD-RESTO TO W-PCD-COTA.
           IF W-PCD-COTA < W-PCD-RESTO
               ADD 1 TO W-PCD-COTA.
       CALC-COTA-PCD-FIM.
           EXIT.

      *------------[ TABELA DE MOTIVOS MANTIDA NO FPP077 ]--------------
       LOAD-MOTIVOS.
           OPEN INPUT ARQMOTIV.
       CHECA-DEMISSIONAL-FIM.
           EXIT.

      *------------[ EPI/EQUIPAMENTOS NAO DEVOLVIDOS (FPP137) ]---------
      *    CADA ITEM EM POSSE E BAIXADO COMO DEVOLVIDO NA DATA DO
      *    DESLIGAMENTO, MARCADO PARA DESCONTO NAS VERBAS (FPP045) PELO
      *    VALOR DO ITEM OU DEIXADO PENDENTE.
       CHECA-EQUIPAMENTO.
           MOVE ZEROS TO W-EQP-PEND.
           OPEN I-O ARQENTEPI.
           IF ST-EQP NOT = "00"
               MOVE "00" TO ST-EQP
               GO TO CHECA-EQUIPAMENTO-FIM.
           MOVE "S" TO W-TEM-EPI.
           OPEN INPUT ARQEPI.
           IF ST-EQP NOT = "00"
               MOVE "N" TO W-TEM-EPI
               MOVE "00" TO ST-EQP.
           MOVE CHAPA TO ENT-CHAPA.
           MOVE ZEROS TO ENT-SEQ.
           START ARQENTEPI KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
               GO TO CHECA-EQUIPAMENTO-9.
       CHECA-EQUIPAMENTO-1.
           READ ARQENTEPI NEXT
               AT END
               GO TO CHECA-EQUIPAMENTO-9.
           IF ENT-CHAPA NOT = CHAPA
               GO TO CHECA-EQUIPAMENTO-9.
           IF ENT-SITUACAO NOT = "E"
               GO TO CHECA-EQUIPAMENTO-1.
           MOVE SPACES TO W-EQP-OPCAO.
           DISPLAY TELA-EQUIP.
       CHECA-EQUIPAMENTO-2.
           ACCEPT TEQPOPCAO.
           IF W-EQP-OPCAO = "d"
               MOVE "D" TO W-EQP-OPCAO.
           IF W-EQP-OPCAO = "c"
               MOVE "C" TO W-EQP-OPCAO.
           IF W-EQP-OPCAO = "p"
               MOVE "P" TO W-EQP-OPCAO.
           IF W-EQP-OPCAO NOT = "D" AND W-EQP-OPCAO NOT = "C"
              AND W-EQP-OPCAO NOT = "P"
               MOVE "*** DIGITE D, C OU P ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHECA-EQUIPAMENTO-2.
           IF W-EQP-OPCAO = "P"
               ADD 1 TO W-EQP-PEND
               GO TO CHECA-EQUIPAMENTO-1.
           IF W-EQP-OPCAO = "D"
               MOVE DATA-DESLIGAMENTO TO ENT-DATA-DEV
               MOVE "D" TO ENT-SITUACAO
               MOVE ZEROS TO ENT-VALOR-DESC
               GO TO CHECA-EQUIPAMENTO-3.
           MOVE ZEROS TO ENT-VALOR-DESC.
           IF W-TEM-EPI = "S"
               MOVE ENT-CODCARG TO EPI-CODCARG
               MOVE ENT-ITEM TO EPI-ITEM
               READ ARQEPI
               IF ST-EQP = "00"
                   COMPUTE ENT-VALOR-DESC = EPI-VALOR * ENT-QTDE.
           MOVE "00" TO ST-EQP.
           IF ENT-VALOR-DESC = ZEROS
               MOVE "*** ITEM SEM VALOR - AJUSTE NO FPP137 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               ADD 1 TO W-EQP-PEND
               GO TO CHECA-EQUIPAMENTO-1.
           MOVE "C" TO ENT-SITUACAO.
       CHECA-EQUIPAMENTO-3.
           REWRITE REGENTEPI.
           MOVE "00" TO ST-EQP.
           GO TO CHECA-EQUIPAMENTO-1.
       CHECA-EQUIPAMENTO-9.
           CLOSE ARQENTEPI.
           IF W-TEM-EPI = "S"
               CLOSE ARQEPI.
           MOVE "00" TO ST-EQP.
       CHECA-EQUIPAMENTO-FIM.
           EXIT.

      *---------------[ ESTABILIDADE VIGENTE NA DATA DE DESLIGAMENTO ]--
      *    PROCURA NO ARQESTAB (FPP130) UM PERIODO QUE CONTENHA A DATA;
      *    HAVENDO MAIS DE UM, VALE O DE TERMINO MAIS DISTANTE.
       CHECA-ESTABILIDADE.
           MOVE "N" TO W-ESTAVEL.
           MOVE SPACES TO W-EST-TIPO W-EST-DESCR.
           MOVE ZEROS TO W-EST-FIM W-EST-FIM-AMD.
           COMPUTE W-REF-AMD = (ANO-DESL * 10000) +
                               (MES-DESL * 100) + DIA-DESL.
           OPEN INPUT ARQESTAB.
           IF ST-EST NOT = "00"
               MOVE "00" TO ST-EST
               GO TO CHECA-ESTABILIDADE-FIM.
           MOVE CHAPA TO EST-CHAPA.
           MOVE ZEROS TO EST-SEQ.
           START ARQESTAB KEY IS NOT LESS THAN EST-KEY
               INVALID KEY
               GO TO CHECA-ESTABILIDADE-9.
       CHECA-ESTABILIDADE-1.
           READ ARQESTAB NEXT
               AT END
               GO TO CHECA-ESTABILIDADE-9.
           IF EST-CHAPA NOT = CHAPA
               GO TO CHECA-ESTABILIDADE-9.
           COMPUTE W-INI-AMD = (EST-ANO-INI * 10000) +
                               (EST-MES-INI * 100) + EST-DIA-INI.
           COMPUTE W-FIM-AMD = (EST-ANO-FIM * 10000) +
                               (EST-MES-FIM * 100) + EST-DIA-FIM.
           IF W-REF-AMD < W-INI-AMD OR W-REF-AMD > W-FIM-AMD
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
           MOVE "FPP019" TO LOG-ARQUIVO.
           MOVE "F" TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE LOG-IMAGEM-ANT LOG-IMAGEM-NOVA.
           MOVE CHAPA TO LOG-CHAVE.
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

      *    REGISTRA NO ARQLOG A RESCISAO LIBERADA DURANTE ESTABILIDADE.
       GRAVA-LOG-EST.
           PERFORM LE-USUARIO-SESS THRU LE-USUARIO-SESS-FIM.
           OPEN EXTEND ARQLOG.
           IF ST-EST NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-SUP-USUARIO TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "FPP019" TO LOG-ARQUIVO.
           MOVE "L" TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE LOG-IMAGEM-ANT LOG-IMAGEM-NOVA.
           MOVE CHAPA TO LOG-CHAVE.
           STRING "ESTABILIDADE " W-EST-TIPO
                  " ATE " W-EST-FIM
                  " OPERADOR=" W-USUARIO-SESS
                  " SUPERVISOR=" W-SUP-USUARIO
                  DELIMITED BY SIZE INTO LOG-IMAGEM-ANT.
           STRING "RESCISAO SEM JUSTA CAUSA EM " DATA-DESLIGAMENTO
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

      *    IMAGENS ANTERIOR E NOVA (A) E O COMPLEMENTO (C) DO REGISTRO
      *    DE 294 POSICOES, COMO NO FPP004, PARA A REAPLICACAO (FPP164).
       LOG-ALTERACAO.
           PERFORM LE-USUARIO-SESS THRU LE-USUARIO-SESS-FIM.
           MOVE "A" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT.
           MOVE REGFUNC TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           MOVE "C" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-CPL TO LOG-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-ALTERACAO-FIM.
           EXIT.

       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
           IF ST-EST NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-USUARIO-SESS TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQFUNC" TO LOG-ARQUIVO.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-EST.
       GRAVA-LOG-FIM.
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

      *---------------------[ ROTINA DE ABERTURA ]---------------------
       I-O-ARQFUNC.
           OPEN I-O ARQFUNC
      *---------------------[ ROTINA DE LEITURA ]-----------------------
       READ-ARQFUNC.
           READ ARQFUNC WITH LOCK.
           MOVE REGFUNC TO W-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO W-IMAGEM-CPL.

      *---------------------[ ROTINA DE REESCRITA ]---------------------
       REWRITE-ARQFUNC.
           REWRITE REGFUNC.
           IF ST-ERRO = "00"
              PERFORM LOG-ALTERACAO THRU LOG-ALTERACAO-FIM
              MOVE "*** RESCISAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
