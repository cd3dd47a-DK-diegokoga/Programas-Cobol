       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP136.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CADASTRO DE EPI E EQUIPAMENTOS POR CARGO   *
      ***********************************************
      *----------------------------------------------------------------
      *    ITENS QUE O CARGO RECEBE: EPI (COM NUMERO E VALIDADE DO
      *    CERTIFICADO DE APROVACAO - CA), EQUIPAMENTO DA EMPRESA
      *    (NOTEBOOK, RADIO...) E UNIFORME. A TROCA EM DIAS DEFINE A
      *    DATA DE SUBSTITUICAO NA ENTREGA (FPP137) E O VALOR E A BASE
      *    DO DESCONTO NA RESCISAO QUANDO O ITEM NAO E DEVOLVIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *---------------------ARQUIVO DO CARGO----------------------------
       FD ARQCARG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-DENOMINACAO   PIC X(25) VALUE SPACES.
       01 W-DESC-TIPO     PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CADASTRO DE EPI E EQUIPAMENT".
           05  LINE 02  COLUMN 41
               VALUE  "OS POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  " CARGO:              |".
           05  LINE 06  COLUMN 01
               VALUE  " ITEM:               |".
           05  LINE 07  COLUMN 01
               VALUE  " DESCRICAO:          |".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (E/P/U):       |".
           05  LINE 09  COLUMN 01
               VALUE  " NUMERO DO CA:       |".
           05  LINE 10  COLUMN 01
               VALUE  " VALIDADE DO CA:     |".
           05  LINE 11  COLUMN 01
               VALUE  " TROCA A CADA (DIAS):|".
           05  LINE 12  COLUMN 01
               VALUE  " VALOR DO ITEM:      |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCODCARG
               LINE 05  COLUMN 24  PIC 9(03)
               USING  EPI-CODCARG.
           05  TDENOMINACAO
               LINE 05  COLUMN 32  PIC X(25)
               USING  W-DENOMINACAO.
           05  TITEM
               LINE 06  COLUMN 24  PIC 9(03)
               HIGHLIGHT
               USING  EPI-ITEM.
           05  TDESCR
               LINE 07  COLUMN 24  PIC X(30)
               USING  EPI-DESCR
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 24  PIC X(01)
               USING  EPI-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 08  COLUMN 27  PIC X(12)
               USING  W-DESC-TIPO.
           05  TCA
               LINE 09  COLUMN 24  PIC 9(06)
               USING  EPI-CA
               HIGHLIGHT.
           05  TVALCA
               LINE 10  COLUMN 24  PIC 99/99/9999
               USING  EPI-VAL-CA
               HIGHLIGHT.
           05  TTROCA
               LINE 11  COLUMN 24  PIC 9(04)
               USING  EPI-TROCA-DIAS
               HIGHLIGHT.
           05  TVALOR
               LINE 12  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  EPI-VALOR
               HIGHLIGHT.

      *---------------------[ TABELA DE TIPO ]-------------
       01  TELA-TIPO.
           05  LINE 07  COLUMN 60
               VALUE  "E-EPI".
           05  LINE 08  COLUMN 60
               VALUE  "P-PATRIMONIO".
           05  LINE 09  COLUMN 60
               VALUE  "U-UNIFORME".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQEPI.
           PERFORM I-O-ARQCARG.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO EPI-DESCR EPI-TIPO W-DENOMINACAO W-DESC-TIPO
           MOVE ZEROS TO EPI-KEY EPI-CA EPI-VAL-CA EPI-TROCA-DIAS
                         EPI-VALOR
           DISPLAY TELA.
       R2.
           ACCEPT TCODCARG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EPI-CODCARG = ZEROS
                 MOVE "*** CARGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE EPI-CODCARG TO CODIGO.
           READ ARQCARG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** CARGO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO DE CARGOS"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE DENOMINACAO TO W-DENOMINACAO
                DISPLAY TDENOMINACAO.
       R4.
           ACCEPT TITEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF EPI-ITEM = 0
              MOVE "ITEM NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQEPI.
           READ ARQEPI
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM R6A
                DISPLAY TELA
                MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQEPI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** ITEM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF EPI-DESCR = SPACES
              MOVE "*** INFORME A DESCRICAO DO ITEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF EPI-TIPO = "e"
              MOVE "E" TO EPI-TIPO.
           IF EPI-TIPO = "p"
              MOVE "P" TO EPI-TIPO.
           IF EPI-TIPO = "u"
              MOVE "U" TO EPI-TIPO.
           IF EPI-TIPO NOT = "E" AND EPI-TIPO NOT = "P"
                                 AND EPI-TIPO NOT = "U"
              MOVE "*** DIGITE E=EPI P=PATRIMONIO U=UNIFORME ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM R6A.
           DISPLAY TELA.
           GO TO R7.
       R6A.
           IF EPI-TIPO = "E"
              MOVE "EPI" TO W-DESC-TIPO.
           IF EPI-TIPO = "P"
              MOVE "PATRIMONIO" TO W-DESC-TIPO.
           IF EPI-TIPO = "U"
              MOVE "UNIFORME" TO W-DESC-TIPO.
      *    CA E SUA VALIDADE SO EXISTEM PARA EPI.
       R7.
           IF EPI-TIPO NOT = "E"
              MOVE ZEROS TO EPI-CA EPI-VAL-CA
              DISPLAY TCA
              DISPLAY TVALCA
              GO TO R9.
           ACCEPT TCA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
           IF EPI-CA = ZEROS
              MOVE "*** INFORME O NUMERO DO CA DO EPI ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TVALCA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R7.
           IF EPI-VCA-DIA = ZEROS OR EPI-VCA-DIA > 31
              OR EPI-VCA-MES = ZEROS OR EPI-VCA-MES > 12
              OR EPI-VCA-ANO < 1900
              MOVE "*** VALIDADE DO CA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           ACCEPT TTROCA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R6.
       R10.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R9.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R10.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQEPI
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

           IF W-ACT = 01 GO TO R10.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQEPI
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
      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQEPI.
           OPEN I-O ARQEPI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQEPI
                  CLOSE ARQEPI
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQEPI
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQCARG.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE CARGOS NAO EXISTE ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQEPI.
           WRITE REGEPI.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQEPI.

       REWRITE-ARQEPI.
           REWRITE REGEPI.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQEPI.
           DELETE ARQEPI RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQEPI
           CLOSE ARQCARG
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
