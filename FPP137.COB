       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP137.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   ENTREGA E DEVOLUCAO DE EPI/EQUIPAMENTOS   *
      ***********************************************
      *----------------------------------------------------------------
      *    REGISTRA POR CHAPA CADA ENTREGA DE ITEM DO CARGO (ARQEPI,
      *    FPP136): QUANTIDADE, DATA DE ENTREGA E DATA DE TROCA
      *    (ENTREGA + DIAS DE TROCA DO ITEM). A SITUACAO FICA E=EM
      *    POSSE ATE A DEVOLUCAO (D), SUBSTITUICAO (S) OU DESCONTO NA
      *    RESCISAO (C). ITENS EM POSSE SAO AVISADOS NO FPP019/FPP045;
      *    O DESCONTO ENTRA NAS VERBAS RESCISORIAS DO FPP045.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS----------------
           SELECT ARQENTEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENT-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 ENT-DENT REDEFINES ENT-DATA-ENT.
            05 ENT-DENT-DIA       PIC 9(02).
            05 ENT-DENT-MES       PIC 9(02).
            05 ENT-DENT-ANO       PIC 9(04).
           03 ENT-DATA-TROCA      PIC 9(08).
           03 ENT-DATA-DEV        PIC 9(08).
           03 ENT-DDEV REDEFINES ENT-DATA-DEV.
            05 ENT-DDEV-DIA       PIC 9(02).
            05 ENT-DDEV-MES       PIC 9(02).
            05 ENT-DDEV-ANO       PIC 9(04).
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
           03 EPI-VCA REDEFINES EPI-VAL-CA.
            05 EPI-VCA-DIA        PIC 9(02).
            05 EPI-VCA-MES        PIC 9(02).
            05 EPI-VCA-ANO        PIC 9(04).
           03 EPI-TROCA-DIAS      PIC 9(04).
           03 EPI-VALOR           PIC 9(06)V99.
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
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-DESC-SIT      PIC X(12) VALUE SPACES.
       01 W-ENT-AMD       PIC 9(08) VALUE ZEROS.
       01 W-DEV-AMD       PIC 9(08) VALUE ZEROS.
       01 W-VCA-AMD       PIC 9(08) VALUE ZEROS.
       01 W-TROCA-DIAS    PIC 9(04) VALUE ZEROS.
       01 W-VALOR-ITEM    PIC 9(06)V99 VALUE ZEROS.
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           03 W-SD-DIA    PIC 9(02).
           03 W-SD-MES    PIC 9(02).
           03 W-SD-ANO    PIC 9(04).
       01 W-SD-QTD        PIC 9(04) VALUE ZEROS.
       01 W-SD-I          PIC 9(04) VALUE ZEROS.
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
           03 SD-DIAS     PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           ENTREGA E DEVOLUCAO DE EPI E".
           05  LINE 02  COLUMN 41
               VALUE  " EQUIPAMENTOS".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 07  COLUMN 01
               VALUE  " ITEM DO CARGO:      |".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO / CA:          |".
           05  LINE 09  COLUMN 01
               VALUE  " QUANTIDADE:         |".
           05  LINE 10  COLUMN 01
               VALUE  " DATA DE ENTREGA:    |".
           05  LINE 11  COLUMN 01
               VALUE  " DATA DE TROCA:      |".
           05  LINE 12  COLUMN 01
               VALUE  " DATA DE DEVOLUCAO:  |".
           05  LINE 13  COLUMN 01
               VALUE  " SITUACAO:           |".
           05  LINE 14  COLUMN 01
               VALUE  " VALOR DO DESCONTO:  |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  ENT-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TSEQ
               LINE 06  COLUMN 24  PIC 9(03)
               USING  ENT-SEQ
               HIGHLIGHT.
           05  TITEM
               LINE 07  COLUMN 24  PIC 9(03)
               USING  ENT-ITEM
               HIGHLIGHT.
           05  TDESCR
               LINE 07  COLUMN 29  PIC X(30)
               USING  ENT-DESCR.
           05  TTIPO
               LINE 08  COLUMN 24  PIC X(01)
               USING  ENT-TIPO.
           05  TCA
               LINE 08  COLUMN 29  PIC 9(06)
               USING  ENT-CA.
           05  TQTDE
               LINE 09  COLUMN 24  PIC 9(03)
               USING  ENT-QTDE
               HIGHLIGHT.
           05  TDATAENT
               LINE 10  COLUMN 24  PIC 99/99/9999
               USING  ENT-DATA-ENT
               HIGHLIGHT.
           05  TDATATROCA
               LINE 11  COLUMN 24  PIC 99/99/9999
               USING  ENT-DATA-TROCA.
           05  TDATADEV
               LINE 12  COLUMN 24  PIC 99/99/9999
               USING  ENT-DATA-DEV
               HIGHLIGHT.
           05  TSITUACAO
               LINE 13  COLUMN 24  PIC X(01)
               USING  ENT-SITUACAO
               HIGHLIGHT.
           05  TDESCSIT
               LINE 13  COLUMN 27  PIC X(12)
               USING  W-DESC-SIT.
           05  TVALDESC
               LINE 14  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  ENT-VALOR-DESC
               HIGHLIGHT.

      *---------------------[ TABELA DE SITUACAO ]-------------
       01  TELA-SITUACAO.
           05  LINE 11  COLUMN 50
               VALUE  "E-EM POSSE".
           05  LINE 12  COLUMN 50
               VALUE  "D-DEVOLVIDO".
           05  LINE 13  COLUMN 50
               VALUE  "S-SUBSTITUIDO".
           05  LINE 14  COLUMN 50
               VALUE  "C-DESCONTADO NA RESCISAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQENTEPI.
           PERFORM I-O-ARQEPI.
           PERFORM I-O-ARQFUNC.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO ENT-DESCR ENT-TIPO ENT-SITUACAO W-NOME
                          W-DESC-SIT
           MOVE ZEROS TO ENT-KEY ENT-CODCARG ENT-ITEM ENT-CA ENT-QTDE
                         ENT-DATA-ENT ENT-DATA-TROCA ENT-DATA-DEV
                         ENT-VALOR-DESC
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ENT-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE ENT-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** CHAPA DIGITADA NAO ENCONTRADA ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO DE FUNCIONARIOS"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME TO W-NOME
                DISPLAY TNOME.
       R4.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF ENT-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQENTEPI.
           READ ARQENTEPI
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM R11A
                DISPLAY TELA
                MOVE "*** ENTREGA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQENTEPI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** ENTREGA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE CODCARG TO ENT-CODCARG
                MOVE 1 TO ENT-QTDE
                MOVE "E" TO ENT-SITUACAO.
      *    ITEM DO CARGO ATUAL DA CHAPA.
       R5.
           ACCEPT TITEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           MOVE ENT-CODCARG TO EPI-CODCARG.
           MOVE ENT-ITEM TO EPI-ITEM.
           READ ARQEPI
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM NAO CADASTRADO PARA O CARGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE EPI-DESCR TO ENT-DESCR.
           MOVE EPI-TIPO  TO ENT-TIPO.
           MOVE EPI-CA    TO ENT-CA.
           DISPLAY TDESCR.
           DISPLAY TTIPO.
           DISPLAY TCA.
       R6.
           ACCEPT TQTDE.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF ENT-QTDE = ZEROS
              MOVE "*** INFORME A QUANTIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TDATAENT.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
           IF ENT-DENT-DIA = ZEROS OR ENT-DENT-DIA > 31
              OR ENT-DENT-MES = ZEROS OR ENT-DENT-MES > 12
              OR ENT-DENT-ANO < 1900
              MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *    EPI COM CA VENCIDO NA DATA DA ENTREGA NAO PODE SER ENTREGUE.
           PERFORM LE-ITEM THRU FIM-LE-ITEM.
           COMPUTE W-ENT-AMD = (ENT-DENT-ANO * 10000) +
                               (ENT-DENT-MES * 100) + ENT-DENT-DIA.
           IF ENT-TIPO = "E" AND W-VCA-AMD NOT = ZEROS
              AND W-ENT-AMD > W-VCA-AMD
              MOVE "*** CA DO EPI VENCIDO NA DATA DA ENTREGA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE ZEROS TO ENT-DATA-TROCA.
           IF W-TROCA-DIAS NOT = ZEROS
              MOVE ENT-DATA-ENT TO W-SD-DATA
              MOVE W-TROCA-DIAS TO W-SD-QTD
              PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS
              MOVE W-SD-DATA TO ENT-DATA-TROCA.
           DISPLAY TDATATROCA.
      *    SEM DATA DE DEVOLUCAO O ITEM CONTINUA EM POSSE.
       R8.
           ACCEPT TDATADEV.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R7.
           IF ENT-DATA-DEV = ZEROS
              GO TO R9.
           IF ENT-DDEV-DIA = ZEROS OR ENT-DDEV-DIA > 31
              OR ENT-DDEV-MES = ZEROS OR ENT-DDEV-MES > 12
              OR ENT-DDEV-ANO < 1900
              MOVE "*** DATA DE DEVOLUCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           COMPUTE W-DEV-AMD = (ENT-DDEV-ANO * 10000) +
                               (ENT-DDEV-MES * 100) + ENT-DDEV-DIA.
           IF W-DEV-AMD < W-ENT-AMD
              MOVE "*** DEVOLUCAO ANTERIOR A ENTREGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF ENT-SITUACAO = "E"
              MOVE "D" TO ENT-SITUACAO.
       R9.
           DISPLAY TELA-SITUACAO.
           ACCEPT TSITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R8.
           IF ENT-SITUACAO = "e"
              MOVE "E" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "d"
              MOVE "D" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "s"
              MOVE "S" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "c"
              MOVE "C" TO ENT-SITUACAO.
           IF ENT-SITUACAO NOT = "E" AND ENT-SITUACAO NOT = "D"
              AND ENT-SITUACAO NOT = "S" AND ENT-SITUACAO NOT = "C"
              MOVE "*** DIGITE E, D, S OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF ENT-SITUACAO = "E" AND ENT-DATA-DEV NOT = ZEROS
              MOVE "*** ITEM COM DEVOLUCAO NAO PODE FICAR EM POSSE ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF (ENT-SITUACAO = "D" OR ENT-SITUACAO = "S")
              AND ENT-DATA-DEV = ZEROS
              MOVE "*** INFORME A DATA DE DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           PERFORM R11A.
           DISPLAY TDESCSIT.
      *    DESCONTO SO PARA ITEM NAO DEVOLVIDO; SUGERE O VALOR DO ITEM.
       R10.
           IF ENT-SITUACAO NOT = "C"
              MOVE ZEROS TO ENT-VALOR-DESC
              DISPLAY TVALDESC
              GO TO SALVAR.
           IF ENT-VALOR-DESC = ZEROS
              PERFORM LE-ITEM THRU FIM-LE-ITEM
              COMPUTE ENT-VALOR-DESC = W-VALOR-ITEM * ENT-QTDE.
           ACCEPT TVALDESC.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R9.
           IF ENT-VALOR-DESC = ZEROS
              MOVE "*** INFORME O VALOR DO DESCONTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           GO TO SALVAR.
       R11A.
           MOVE SPACES TO W-DESC-SIT.
           IF ENT-SITUACAO = "E"
              MOVE "EM POSSE" TO W-DESC-SIT.
           IF ENT-SITUACAO = "D"
              MOVE "DEVOLVIDO" TO W-DESC-SIT.
           IF ENT-SITUACAO = "S"
              MOVE "SUBSTITUIDO" TO W-DESC-SIT.
           IF ENT-SITUACAO = "C"
              MOVE "DESCONTADO" TO W-DESC-SIT.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R9.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQENTEPI
           ELSE IF W-OPCAO = "N" or "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.
      *
       DELETAR.
           MOVE "VOCE QUER EXCLUIR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R9.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQENTEPI
               GO TO R0
           ELSE IF W-OPCAO = "N" or "n" NEXT SENTENCE
           ELSE PERFORM ERROR-VALID GO TO DELETAR.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R0
                ELSE
                   IF W-OPCAO = "A"
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
      *---------------[ VALIDADE DO CA, TROCA E VALOR DO ITEM ]--------
       LE-ITEM.
           MOVE ZEROS TO W-VCA-AMD W-TROCA-DIAS W-VALOR-ITEM.
           MOVE ENT-CODCARG TO EPI-CODCARG.
           MOVE ENT-ITEM TO EPI-ITEM.
           READ ARQEPI
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO FIM-LE-ITEM.
           IF EPI-VAL-CA NOT = ZEROS
              COMPUTE W-VCA-AMD = (EPI-VCA-ANO * 10000) +
                                  (EPI-VCA-MES * 100) + EPI-VCA-DIA.
           MOVE EPI-TROCA-DIAS TO W-TROCA-DIAS.
           MOVE EPI-VALOR TO W-VALOR-ITEM.
       FIM-LE-ITEM.
           CONTINUE.

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
      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQENTEPI.
           OPEN I-O ARQENTEPI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQENTEPI
                  CLOSE ARQENTEPI
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQENTEPI
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQEPI.
           OPEN INPUT ARQEPI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** SEM ITENS CADASTRADOS (FPP136) ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE FUNCIONARIOS NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQENTEPI.
           WRITE REGENTEPI.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQENTEPI.

       REWRITE-ARQENTEPI.
           REWRITE REGENTEPI.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQENTEPI.
           DELETE ARQENTEPI RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQENTEPI
           CLOSE ARQEPI
           CLOSE ARQFUNC
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------

       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-DATA-NOT-DELETED.
           MOVE "DADOS NAO DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-FILE-CREATED.
           MOVE "ARQUIVO CRIADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-SAVED.
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
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
