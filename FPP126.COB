       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP126.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CADASTRO DE SOCIOS/DIRETORES - PRO-LABORE  *
      ***********************************************
      *----------------------------------------------------------------
      *    C=CADASTRO: SOCIOS E DIRETORES ESTATUTARIOS QUE RECEBEM
      *    PRO-LABORE, LIGADOS A UMA EMPRESA DO ARQEMPR. O CODIGO
      *    USA A MESMA NUMERACAO DA CHAPA E NAO PODE COINCIDIR COM
      *    FUNCIONARIO DO ARQFUNC, POIS OS RESULTADOS DO PRO-LABORE
      *    SAO GRAVADOS NO ARQRESUL COM ESSE CODIGO.
      *    P=PARAMETROS: ALIQUOTA DO CONTRIBUINTE INDIVIDUAL, TETO
      *    DO SALARIO-DE-CONTRIBUICAO E ALIQUOTA PATRONAL (ARQPROPAR).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CADASTRO DE SOCIOS E DIRETORES--------------
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DO PRO-LABORE--------------------
           SELECT ARQPROPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DE EMPRESAS------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODEMPR
                      FILE STATUS IS ST-ERRO.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CADASTRO DE SOCIOS E DIRETORES--------------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-CHAPA         PIC 9(06).
           03 SOC-NOME          PIC X(30).
           03 SOC-CPF           PIC 9(11).
           03 SOC-PIS           PIC 9(11).
           03 SOC-CODEMPRESA    PIC 9(03).
           03 SOC-TIPO          PIC X(01).
           03 SOC-VALOR         PIC 9(06)V99.
           03 SOC-DEPENDENTES   PIC 9(01).
           03 SOC-BANCO         PIC 9(03).
           03 SOC-AGENCIA       PIC 9(05).
           03 SOC-CONTA         PIC X(12).
           03 SOC-STATUS        PIC X(01).
      *---------------------PARAMETROS DO PRO-LABORE--------------------
       FD ARQPROPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROPAR.DAT".
       01 REGPROPAR.
           03 PRP-PCT-INSS      PIC 9(02)V99.
           03 PRP-TETO-INSS     PIC 9(06)V99.
           03 PRP-PCT-PATRONAL  PIC 9(02)V99.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
      *---------------------CADASTRO DE EMPRESAS------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS2         PIC X(01).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-RAZAO         PIC X(30) VALUE SPACES.
       01 W-DESC-TIPO     PIC X(20) VALUE SPACES.
      *---------------[ PARAMETROS DO PRO-LABORE ]----------------------
       01 W-PCT-INSS      PIC 9(02)V99 VALUE 11,00.
       01 W-TETO-INSS     PIC 9(06)V99 VALUE 7786,02.
       01 W-PCT-PATRONAL  PIC 9(02)V99 VALUE 20,00.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      SOCIOS E DIRETORES - CADASTRO DE P".
           05  LINE 02  COLUMN 41
               VALUE  "RO-LABORE".
           05  LINE 04  COLUMN 01
               VALUE  " ACAO (C=CADASTRO P=PARAMETROS):".
           05  LINE 06  COLUMN 01
               VALUE  " CODIGO:".
           05  LINE 06  COLUMN 18
               VALUE  "NOME:".
           05  LINE 08  COLUMN 01
               VALUE  " CPF:".
           05  LINE 08  COLUMN 22
               VALUE  "PIS:".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA:".
           05  LINE 12  COLUMN 01
               VALUE  " TIPO (S=SOCIO D=DIRETOR ESTATUTARIO):".
           05  LINE 14  COLUMN 01
               VALUE  " PRO-LABORE MENSAL:".
           05  LINE 14  COLUMN 35
               VALUE  "DEPENDENTES IRRF:".
           05  LINE 16  COLUMN 01
               VALUE  " BANCO:".
           05  LINE 16  COLUMN 15
               VALUE  "AGENCIA:".
           05  LINE 16  COLUMN 32
               VALUE  "CONTA:".
           05  LINE 18  COLUMN 01
               VALUE  " STATUS (A=ATIVO D=DESLIGADO):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 34  PIC X(01)
               USING  W-ACAO.
           05  TSOCCHAPA
               LINE 06  COLUMN 10  PIC 9(06)
               USING  SOC-CHAPA
               HIGHLIGHT.
           05  TSOCNOME
               LINE 06  COLUMN 24  PIC X(30)
               USING  SOC-NOME
               HIGHLIGHT.
           05  TSOCCPF
               LINE 08  COLUMN 07  PIC 9(11)
               USING  SOC-CPF
               HIGHLIGHT.
           05  TSOCPIS
               LINE 08  COLUMN 27  PIC 9(11)
               USING  SOC-PIS
               HIGHLIGHT.
           05  TSOCEMPR
               LINE 10  COLUMN 11  PIC 9(03)
               USING  SOC-CODEMPRESA
               HIGHLIGHT.
           05  TRAZAO
               LINE 10  COLUMN 16  PIC X(30)
               USING  W-RAZAO.
           05  TSOCTIPO
               LINE 12  COLUMN 41  PIC X(01)
               USING  SOC-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 12  COLUMN 44  PIC X(20)
               USING  W-DESC-TIPO.
           05  TSOCVALOR
               LINE 14  COLUMN 21  PIC 9(06)V99
               USING  SOC-VALOR
               HIGHLIGHT.
           05  TSOCDEP
               LINE 14  COLUMN 53  PIC 9(01)
               USING  SOC-DEPENDENTES
               HIGHLIGHT.
           05  TSOCBANCO
               LINE 16  COLUMN 09  PIC 9(03)
               USING  SOC-BANCO
               HIGHLIGHT.
           05  TSOCAGENCIA
               LINE 16  COLUMN 24  PIC 9(05)
               USING  SOC-AGENCIA
               HIGHLIGHT.
           05  TSOCCONTA
               LINE 16  COLUMN 39  PIC X(12)
               USING  SOC-CONTA
               HIGHLIGHT.
           05  TSOCSTATUS
               LINE 18  COLUMN 32  PIC X(01)
               USING  SOC-STATUS
               HIGHLIGHT.
       01  TELAPAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      PRO-LABORE - PARAMETROS DE CALCULO".
           05  LINE 05  COLUMN 01
               VALUE  " ALIQUOTA INSS CONTRIBUINTE INDIVIDUAL %:".
           05  LINE 07  COLUMN 01
               VALUE  " TETO DO SALARIO-DE-CONTRIBUICAO........:".
           05  LINE 09  COLUMN 01
               VALUE  " ALIQUOTA INSS PATRONAL %...............:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPCTINSS
               LINE 05  COLUMN 43  PIC 9(02)V99
               USING  PRP-PCT-INSS
               HIGHLIGHT.
           05  TTETOINSS
               LINE 07  COLUMN 43  PIC 9(06)V99
               USING  PRP-TETO-INSS
               HIGHLIGHT.
           05  TPCTPATRONAL
               LINE 09  COLUMN 43  PIC 9(02)V99
               USING  PRP-PCT-PATRONAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQSOCIO.
           OPEN I-O ARQSOCIO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQSOCIO
                  CLOSE ARQSOCIO
                  GO TO I-O-ARQSOCIO
              ELSE
                  MOVE "ERRO NA ABERTURA DOS SOCIOS/DIRETORES" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE EMPRESAS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM LOAD-PROPAR THRU FIM-LOAD-PROPAR.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO SOC-NOME SOC-TIPO SOC-CONTA
                          SOC-STATUS W-RAZAO W-DESC-TIPO.
           MOVE ZEROS TO SOC-CHAPA SOC-CPF SOC-PIS SOC-CODEMPRESA
                         SOC-VALOR SOC-DEPENDENTES SOC-BANCO
                         SOC-AGENCIA.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "c"
              MOVE "C" TO W-ACAO.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "P"
              GO TO P0.
           IF W-ACAO NOT = "C"
              MOVE "*** DIGITE C=CADASTRO  P=PARAMETROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ CADASTRO DO SOCIO / DIRETOR ]-------------------
       C1.
           ACCEPT TSOCCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF SOC-CHAPA = ZEROS
              MOVE "*** INFORME O CODIGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           MOVE SOC-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO = "00"
              MOVE "*** CODIGO JA USADO POR FUNCIONARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1.
           MOVE "00" TO ST-ERRO.
           READ ARQSOCIO
           IF ST-ERRO = "00"
              PERFORM MOSTRA-EMPRESA THRU FIM-MOSTRA-EMPRESA
              PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO
              DISPLAY TELA
              MOVE "*** SOCIO JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "A" TO SOC-STATUS
              DISPLAY TSOCSTATUS.
       C2.
           ACCEPT TSOCNOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1.
           IF SOC-NOME = SPACES
              MOVE "*** INFORME O NOME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2.
       C3.
           ACCEPT TSOCCPF.
           ACCEPT TSOCPIS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2.
           IF SOC-CPF = ZEROS
              MOVE "*** INFORME O CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C3.
       C4.
           ACCEPT TSOCEMPR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C3.
           PERFORM MOSTRA-EMPRESA THRU FIM-MOSTRA-EMPRESA.
           DISPLAY TRAZAO.
           IF W-RAZAO = SPACES
              MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4.
       C5.
           ACCEPT TSOCTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C4.
           IF SOC-TIPO = "s"
              MOVE "S" TO SOC-TIPO.
           IF SOC-TIPO = "d"
              MOVE "D" TO SOC-TIPO.
           IF SOC-TIPO NOT = "S" AND SOC-TIPO NOT = "D"
              MOVE "*** TIPO DEVE SER S OU D ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C5.
           PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO.
           DISPLAY TDESCTIPO.
       C6.
           ACCEPT TSOCVALOR.
           ACCEPT TSOCDEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C5.
           IF SOC-VALOR = ZEROS
              MOVE "*** PRO-LABORE NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C6.
       C7.
           ACCEPT TSOCBANCO.
           ACCEPT TSOCAGENCIA.
           ACCEPT TSOCCONTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C6.
       C8.
           ACCEPT TSOCSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C7.
           IF SOC-STATUS = "a"
              MOVE "A" TO SOC-STATUS.
           IF SOC-STATUS = "d"
              MOVE "D" TO SOC-STATUS.
           IF SOC-STATUS NOT = "A" AND SOC-STATUS NOT = "D"
              MOVE "*** STATUS DEVE SER A OU D ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C8.
       SALVAR-C.
           MOVE "GRAVA O SOCIO/DIRETOR? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQSOCIO RECORD
              MOVE "*** SOCIO/DIRETOR EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-C.
           WRITE REGSOCIO.
           IF ST-ERRO = "22"
              REWRITE REGSOCIO.
           MOVE "*** SOCIO/DIRETOR GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

       MOSTRA-EMPRESA.
           MOVE SPACES TO W-RAZAO.
           MOVE SOC-CODEMPRESA TO CODEMPR.
           READ ARQEMPR
           IF ST-ERRO = "00"
              MOVE RAZAOSOCIAL TO W-RAZAO.
           MOVE "00" TO ST-ERRO.
       FIM-MOSTRA-EMPRESA.
           CONTINUE.

       MOSTRA-TIPO.
           IF SOC-TIPO = "S"
              MOVE "SOCIO" TO W-DESC-TIPO
           ELSE
              MOVE "DIRETOR ESTATUTARIO" TO W-DESC-TIPO.
       FIM-MOSTRA-TIPO.
           CONTINUE.

      *---------------[ PARAMETROS DO PRO-LABORE ]----------------------
       P0.
           MOVE W-PCT-INSS     TO PRP-PCT-INSS.
           MOVE W-TETO-INSS    TO PRP-TETO-INSS.
           MOVE W-PCT-PATRONAL TO PRP-PCT-PATRONAL.
           DISPLAY TELAPAR.
       P1.
           ACCEPT TPCTINSS.
           ACCEPT TTETOINSS.
           ACCEPT TPCTPATRONAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF PRP-PCT-INSS = ZEROS OR PRP-TETO-INSS = ZEROS
              MOVE "*** ALIQUOTA E TETO DEVEM SER INFORMADOS ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
       SALVAR-P.
           MOVE "GRAVA OS PARAMETROS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-P.
           OPEN OUTPUT ARQPROPAR.
           WRITE REGPROPAR.
           CLOSE ARQPROPAR.
           MOVE "00" TO ST-ERRO.
           PERFORM LOAD-PROPAR THRU FIM-LOAD-PROPAR.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ PARAMETROS DO PRO-LABORE ]----------------------
      *    SEM O ARQPROPAR VALEM 11% ATE O TETO E 20% PATRONAL.
       LOAD-PROPAR.
           OPEN INPUT ARQPROPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-PROPAR.
           READ ARQPROPAR.
           IF ST-ERRO = "00"
               MOVE PRP-PCT-INSS     TO W-PCT-INSS
               MOVE PRP-TETO-INSS    TO W-TETO-INSS
               MOVE PRP-PCT-PATRONAL TO W-PCT-PATRONAL.
           CLOSE ARQPROPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-PROPAR.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQSOCIO ARQFUNC ARQEMPR.
           STOP RUN.
           EXIT PROGRAM.
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
