       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP121.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   REEMBOLSO DE DESPESAS E DIARIAS DE VIAGEM *
      ***********************************************
      *----------------------------------------------------------------
      *    D=DESPESA: LANCA A PRESTACAO DE CONTAS DO FUNCIONARIO
      *    (CATEGORIA, DATA E VALOR), QUE FICA PENDENTE.
      *    A=APROVACAO: O GESTOR DO DEPARTAMENTO (DEP-GESTOR) APROVA
      *    OU REPROVA AS PENDENTES E INFORMA A COMPETENCIA EM QUE
      *    SERAO PAGAS. A APROVADA VIRA LANCAMENTO (ARQLANC) DE UM
      *    EVENTO SEM INCIDENCIAS E ENTRA NA PROXIMA FOLHA (FPP015).
      *    DIARIAS DO MES ACIMA DE 50% DO SALARIO INTEGRAM O SALARIO
      *    PELO VALOR TOTAL: A CADA APROVACAO O TOTAL DE DIARIAS DA
      *    COMPETENCIA E REFEITO E LANCADO NO EVENTO ISENTO OU NO
      *    EVENTO SALARIAL (INSS/IRRF/FGTS).
      *    P=PARAMETROS: CODIGOS DOS EVENTOS E O % LIMITE DAS DIARIAS
      *    (ARQDESPPAR). EVENTO QUE NAO EXISTIR NO ARQEVEN E CRIADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------DESPESAS E DIARIAS--------------------------
           SELECT ARQDESP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DSP-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DO REEMBOLSO---------------------
           SELECT ARQDESPPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE EVENTOS---------------------------
           SELECT ARQEVEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVE-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------LANCAMENTOS DO MES--------------------------
           SELECT ARQLANC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LAN-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GRD-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-SEG.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------DESPESAS E DIARIAS--------------------------
       FD ARQDESP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDESP.DAT".
       01 REGDESP.
           03 DSP-KEY.
            05 DSP-CHAPA          PIC 9(06).
            05 DSP-SEQ            PIC 9(04).
           03 DSP-CATEGORIA       PIC X(01).
           03 DSP-DATA            PIC 9(08).
           03 DSP-DT REDEFINES DSP-DATA.
            05 DSP-DIA            PIC 9(02).
            05 DSP-MES            PIC 9(02).
            05 DSP-ANO            PIC 9(04).
           03 DSP-VALOR           PIC 9(06)V99.
           03 DSP-DESCRICAO       PIC X(30).
           03 DSP-STATUS          PIC X(01).
           03 DSP-COMPETENCIA     PIC 9(06).
           03 DSP-APROVADOR       PIC 9(06).
      *---------------------PARAMETROS DO REEMBOLSO---------------------
       FD ARQDESPPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESPPAR.DAT".
       01 REGDESPPAR.
           03 DPP-EVE-REEMB       PIC 9(03).
           03 DPP-EVE-DIARIA      PIC 9(03).
           03 DPP-EVE-DIASAL      PIC 9(03).
           03 DPP-PCT-DIARIA      PIC 9(03)V99.
      *---------------------TABELA DE EVENTOS---------------------------
       FD ARQEVEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 EVE-CODIGO          PIC 9(03).
           03 EVE-DESCRICAO       PIC X(25).
           03 EVE-TIPO            PIC X(01).
           03 EVE-INCIDE          PIC X(01).
           03 EVE-REGRA           PIC X(01).
           03 EVE-PARAM           PIC 9(06)V99.
           03 EVE-INC-INSS        PIC X(01).
           03 EVE-INC-IRRF        PIC X(01).
           03 EVE-INC-FGTS        PIC X(01).
           03 EVE-INC-DSR         PIC X(01).
           03 EVE-INC-MEDIA       PIC X(01).
      *---------------------LANCAMENTOS DO MES--------------------------
       FD ARQLANC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQLANC.DAT".
       01 REGLANC.
           03 LAN-KEY.
            05 LAN-CHAPA          PIC 9(06).
            05 LAN-COMPETENCIA    PIC 9(06).
            05 LAN-EVENTO         PIC 9(03).
           03 LAN-VALOR           PIC 9(06)V99.
           03 LAN-STATUS          PIC X(01).
           03 LAN-DATA            PIC 9(08).
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
           03 NVSALARIAL      PIC 9(02).
           03 IMPOSTORENDA    PIC X(01).
           03 DEPENDENTES     PIC 9(01).
           03 CEP-FUNC        PIC 9(08).
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
      *---------------------ARQUIVO DO CARGO--------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
           03 TIPOSALARIO     PIC X(01).
           03 SALARIOBASE     PIC 9(06)V99.
           03 STATUS2         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
      *---------------------GRADE SALARIAL POR CARGO E NIVEL----------
       FD ARQGRADE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
               05 GRD-CARGO          PIC 9(03).
               05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
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
       01 W-DESCR         PIC X(30) VALUE SPACES.
       01 W-DESCR-CAT     PIC X(15) VALUE SPACES.
       01 W-CODPTO        PIC 9(03) VALUE ZEROS.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TOT-APROV     PIC 9(04) VALUE ZEROS.
       01 W-TOT-REPROV    PIC 9(04) VALUE ZEROS.
       01 W-ULT-SEQ       PIC 9(04) VALUE ZEROS.
       01 W-TEM-GRADE     PIC X(01) VALUE "S".
      *---------------[ EVENTOS E LIMITE DAS DIARIAS ]-----------------
       01 W-EVE-REEMB     PIC 9(03) VALUE 901.
       01 W-EVE-DIARIA    PIC 9(03) VALUE 902.
       01 W-EVE-DIASAL    PIC 9(03) VALUE 903.
       01 W-PCT-DIARIA    PIC 9(03)V99 VALUE 50.
       01 W-TOT-DIARIA    PIC 9(06)V99 VALUE ZEROS.
       01 W-LIM-DIARIA    PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMES        PIC 9(06)V99 VALUE ZEROS.
       01 W-DSP-SAVE      PIC X(70) VALUE SPACES.
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
               VALUE  "      REEMBOLSO DE DESPESAS E DIARIAS DE".
           05  LINE 02  COLUMN 41
               VALUE  " VIAGEM".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (D=DESPESA A=APROVACAO P=PARAMETROS):".
           05  LINE 06  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  " SEQUENCIA (0=NOVA):".
           05  LINE 09  COLUMN 01
               VALUE  " CATEGORIA (H=HOSPED. A=ALIMENT. T=TRANSP.".
           05  LINE 09  COLUMN 44
               VALUE  " K=KM O=OUTRAS D=DIARIA):".
           05  LINE 10  COLUMN 01
               VALUE  " DATA (DDMMAAAA):".
           05  LINE 11  COLUMN 01
               VALUE  " VALOR:".
           05  LINE 12  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 13  COLUMN 01
               VALUE  " SITUACAO (P=PEND A=APROV R=REPROV):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 46  PIC X(01)
               USING  W-ACAO.
           05  TCHAPA
               LINE 06  COLUMN 09  PIC 9(06)
               USING  DSP-CHAPA
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 17  PIC X(30)
               USING  W-DESCR.
           05  TSEQ
               LINE 07  COLUMN 22  PIC 9(04)
               USING  DSP-SEQ
               HIGHLIGHT.
           05  TCATEGORIA
               LINE 09  COLUMN 70  PIC X(01)
               USING  DSP-CATEGORIA
               HIGHLIGHT.
           05  TDATA
               LINE 10  COLUMN 19  PIC 9(08)
               USING  DSP-DATA
               HIGHLIGHT.
           05  TVALOR
               LINE 11  COLUMN 09  PIC 9(06)V99
               USING  DSP-VALOR
               HIGHLIGHT.
           05  TDESCRICAO
               LINE 12  COLUMN 13  PIC X(30)
               USING  DSP-DESCRICAO
               HIGHLIGHT.
           05  TSTATUS
               LINE 13  COLUMN 38  PIC X(01)
               USING  DSP-STATUS.
       01  TELAPAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      REEMBOLSO DE DESPESAS - PARAMETROS".
           05  LINE 05  COLUMN 01
               VALUE  " EVENTO DO REEMBOLSO DE DESPESAS....:".
           05  LINE 06  COLUMN 01
               VALUE  " EVENTO DAS DIARIAS (ISENTO)........:".
           05  LINE 07  COLUMN 01
               VALUE  " EVENTO DAS DIARIAS (SALARIO).......:".
           05  LINE 08  COLUMN 01
               VALUE  " % DO SALARIO P/ DIARIA SER SALARIO.:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEVEREEMB
               LINE 05  COLUMN 40  PIC 9(03)
               USING  DPP-EVE-REEMB
               HIGHLIGHT.
           05  TEVEDIARIA
               LINE 06  COLUMN 40  PIC 9(03)
               USING  DPP-EVE-DIARIA
               HIGHLIGHT.
           05  TEVEDIASAL
               LINE 07  COLUMN 40  PIC 9(03)
               USING  DPP-EVE-DIASAL
               HIGHLIGHT.
           05  TPCTDIARIA
               LINE 08  COLUMN 40  PIC 9(03)V99
               USING  DPP-PCT-DIARIA
               HIGHLIGHT.
       01  TELAAPR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      REEMBOLSO DE DESPESAS - APROVACAO".
           05  LINE 02  COLUMN 41
               VALUE  " DO GESTOR".
           05  LINE 05  COLUMN 01
               VALUE  " DEPARTAMENTO:         |".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA DE PAGTO (AAAAMM):".
           05  LINE 09  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 10  COLUMN 01
               VALUE  " NOME:".
           05  LINE 11  COLUMN 01
               VALUE  " CATEGORIA / DATA:".
           05  LINE 12  COLUMN 01
               VALUE  " VALOR:".
           05  LINE 13  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 15  COLUMN 01
               VALUE  " A=APROVA  R=REPROVA  P=PULA:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODPTO
               LINE 05  COLUMN 26  PIC 9(03)
               USING  W-CODPTO
               HIGHLIGHT.
           05  TCOMPETENCIA
               LINE 06  COLUMN 33  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       I-O-ARQDESP.
           OPEN I-O ARQDESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQDESP
                  CLOSE ARQDESP
                  GO TO I-O-ARQDESP
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDESP" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQEVEN.
           OPEN I-O ARQEVEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQEVEN
                  CLOSE ARQEVEN
                  GO TO I-O-ARQEVEN
              ELSE
                  MOVE "ERRO NA ABERTURA DA TABELA DE EVENTOS" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQLANC.
           OPEN I-O ARQLANC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQLANC
                  CLOSE ARQLANC
                  GO TO I-O-ARQLANC
              ELSE
                  MOVE "ERRO NA ABERTURA DOS LANCAMENTOS" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQGRADE
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-GRADE
               MOVE "00" TO ST-ERRO.
           PERFORM LOAD-DESPPAR THRU FIM-LOAD-DESPPAR.
           PERFORM GARANTE-EVENTOS THRU FIM-GARANTE-EVENTOS.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO W-DESCR DSP-CATEGORIA DSP-DESCRICAO
                          DSP-STATUS.
           MOVE ZEROS TO DSP-KEY DSP-DATA DSP-VALOR DSP-COMPETENCIA
                         DSP-APROVADOR.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACAO = "d"
              MOVE "D" TO W-ACAO.
           IF W-ACAO = "a"
              MOVE "A" TO W-ACAO.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "A"
              GO TO AP0.
           IF W-ACAO = "P"
              GO TO P0.
           IF W-ACAO NOT = "D"
              MOVE "*** DIGITE D=DESPESA A=APROVACAO P=PARAM ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *---------------[ PRESTACAO DE CONTAS DO FUNCIONARIO ]------------
       D1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE DSP-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1.
           MOVE NOME TO W-DESCR.
           DISPLAY TDESCR.
       D2.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1.
           IF DSP-SEQ = ZEROS
              PERFORM PROX-SEQ THRU FIM-PROX-SEQ
              DISPLAY TSEQ
              GO TO D3.
           READ ARQDESP
           IF ST-ERRO NOT = "00"
              MOVE "*** DESPESA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D2.
           DISPLAY TELA.
           DISPLAY TDESCR.
           IF DSP-STATUS NOT = "P"
              MOVE "*** DESPESA JA AVALIADA - NAO ALTERA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
       D3.
           ACCEPT TCATEGORIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D2.
           IF DSP-CATEGORIA = "h"
              MOVE "H" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA = "a"
              MOVE "A" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA = "t"
              MOVE "T" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA = "k"
              MOVE "K" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA = "o"
              MOVE "O" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA = "d"
              MOVE "D" TO DSP-CATEGORIA.
           IF DSP-CATEGORIA NOT = "H" AND DSP-CATEGORIA NOT = "A"
              AND DSP-CATEGORIA NOT = "T" AND DSP-CATEGORIA NOT = "K"
              AND DSP-CATEGORIA NOT = "O" AND DSP-CATEGORIA NOT = "D"
              MOVE "*** DIGITE H, A, T, K, O OU D ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D3.
       D4.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D3.
           IF DSP-DIA = ZEROS OR DSP-DIA > 31
              OR DSP-MES = ZEROS OR DSP-MES > 12
              OR DSP-ANO < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D4.
       D5.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D4.
           IF DSP-VALOR = ZEROS
              MOVE "*** VALOR NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D5.
       D6.
           ACCEPT TDESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D5.
       SALVAR-D.
           MOVE "GRAVA A DESPESA? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQDESP RECORD
              MOVE "*** DESPESA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR-D.
           MOVE "P"   TO DSP-STATUS.
           MOVE ZEROS TO DSP-COMPETENCIA DSP-APROVADOR.
           WRITE REGDESP.
           IF ST-ERRO = "22"
              REWRITE REGDESP.
           MOVE "*** DESPESA GRAVADA - AGUARDA O GESTOR ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ PROXIMA SEQUENCIA DA CHAPA ]--------------------
       PROX-SEQ.
           MOVE ZEROS TO W-ULT-SEQ.
           MOVE ZEROS TO DSP-SEQ.
           START ARQDESP KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
               GO TO PROX-SEQ-2.
       PROX-SEQ-1.
           READ ARQDESP NEXT
               AT END
               GO TO PROX-SEQ-2.
           IF DSP-CHAPA NOT = CHAPA
               GO TO PROX-SEQ-2.
           MOVE DSP-SEQ TO W-ULT-SEQ.
           GO TO PROX-SEQ-1.
       PROX-SEQ-2.
           MOVE SPACES TO DSP-CATEGORIA DSP-DESCRICAO DSP-STATUS.
           MOVE ZEROS  TO DSP-DATA DSP-VALOR.
           MOVE CHAPA  TO DSP-CHAPA.
           COMPUTE DSP-SEQ = W-ULT-SEQ + 1.
           MOVE "00" TO ST-ERRO.
       FIM-PROX-SEQ.
           CONTINUE.

      *---------------[ PARAMETROS DO REEMBOLSO ]-----------------------
       P0.
           MOVE W-EVE-REEMB  TO DPP-EVE-REEMB.
           MOVE W-EVE-DIARIA TO DPP-EVE-DIARIA.
           MOVE W-EVE-DIASAL TO DPP-EVE-DIASAL.
           MOVE W-PCT-DIARIA TO DPP-PCT-DIARIA.
           DISPLAY TELAPAR.
       P1.
           ACCEPT TEVEREEMB.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           ACCEPT TEVEDIARIA.
           ACCEPT TEVEDIASAL.
           ACCEPT TPCTDIARIA.
           IF DPP-EVE-REEMB = ZEROS OR DPP-EVE-DIARIA = ZEROS
              OR DPP-EVE-DIASAL = ZEROS
              MOVE "*** INFORME OS TRES EVENTOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1.
           IF DPP-EVE-REEMB = DPP-EVE-DIARIA
              OR DPP-EVE-REEMB = DPP-EVE-DIASAL
              OR DPP-EVE-DIARIA = DPP-EVE-DIASAL
              MOVE "*** OS EVENTOS DEVEM SER DIFERENTES ***" TO MENS
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
           OPEN OUTPUT ARQDESPPAR.
           WRITE REGDESPPAR.
           CLOSE ARQDESPPAR.
           MOVE "00" TO ST-ERRO.
           PERFORM LOAD-DESPPAR THRU FIM-LOAD-DESPPAR.
           PERFORM GARANTE-EVENTOS THRU FIM-GARANTE-EVENTOS.
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ APROVACAO PELO GESTOR ]-------------------------
       AP0.
           MOVE ZEROS TO W-CODPTO W-TOT-APROV W-TOT-REPROV.
           DISPLAY TELAAPR.
       AP1.
           ACCEPT TCODPTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF W-CODPTO = ZEROS
              MOVE "*** DEPARTAMENTO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AP1.
      *    SO O GESTOR DO DEPARTAMENTO (OU PERFIL ADMIN) APROVA AS
      *    DESPESAS DA EQUIPE DELE.
           PERFORM CHECA-GESTOR THRU FIM-CHECA-GESTOR.
           IF W-GESTOR-OK NOT = "S"
              MOVE "*** VOCE NAO E O GESTOR DESTE DEPTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AP1.
       AP2.
           ACCEPT TCOMPETENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AP1.
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AP2.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               MOVE "*** NENHUM FUNCIONARIO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R0.
      *---------[ FUNCIONARIOS DO DEPARTAMENTO ]------------------------
       AP-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
               DISPLAY (20, 05) "APROVADAS: "
               DISPLAY (20, 17) W-TOT-APROV
               DISPLAY (20, 30) "REPROVADAS: "
               DISPLAY (20, 43) W-TOT-REPROV
               MOVE "*** FIM DO DEPARTAMENTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R0.
           IF CODPTO NOT = W-CODPTO
               GO TO AP-FUNC.
           MOVE CHAPA TO DSP-CHAPA.
           MOVE ZEROS TO DSP-SEQ.
           START ARQDESP KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
               GO TO AP-FUNC.
       AP-DESP.
           READ ARQDESP NEXT
               AT END
               GO TO AP-FUNC.
           IF DSP-CHAPA NOT = CHAPA
               GO TO AP-FUNC.
           IF DSP-STATUS NOT = "P"
               GO TO AP-DESP.
           DISPLAY (09, 10) DSP-CHAPA.
           DISPLAY (10, 10) NOME.
           DISPLAY (11, 20) DSP-CATEGORIA.
           DISPLAY (11, 22) DSP-DATA.
           DISPLAY (12, 10) DSP-VALOR.
           DISPLAY (13, 13) DSP-DESCRICAO.
       AP3.
           ACCEPT (15, 31) W-OPCAO.
           IF W-OPCAO = "a"
              MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "r"
              MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "p"
              MOVE "P" TO W-OPCAO.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
              AND W-OPCAO NOT = "P"
              MOVE "*** DIGITE A, R OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AP3.
           IF W-OPCAO = "P"
              GO TO AP-DESP.
           MOVE W-CHAPA-SESS TO DSP-APROVADOR.
           IF W-OPCAO = "R"
              MOVE "R" TO DSP-STATUS
              ADD 1 TO W-TOT-REPROV
              REWRITE REGDESP
              GO TO AP-DESP.
           MOVE "A" TO DSP-STATUS.
           MOVE W-COMPETENCIA TO DSP-COMPETENCIA.
           REWRITE REGDESP.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DA DESPESA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AP-DESP.
           ADD 1 TO W-TOT-APROV.
           IF DSP-CATEGORIA = "D"
              PERFORM LANCA-DIARIAS THRU FIM-LANCA-DIARIAS
           ELSE
              PERFORM LANCA-REEMB THRU FIM-LANCA-REEMB.
           GO TO AP-DESP.

      *---------------[ LANCAMENTO DO REEMBOLSO NA FOLHA ]--------------
      *    SOMA A DESPESA APROVADA AO LANCAMENTO DO EVENTO DE
      *    REEMBOLSO DA CHAPA NA COMPETENCIA DE PAGAMENTO.
       LANCA-REEMB.
           MOVE DSP-CHAPA     TO LAN-CHAPA.
           MOVE W-COMPETENCIA TO LAN-COMPETENCIA.
           MOVE W-EVE-REEMB   TO LAN-EVENTO.
           READ ARQLANC
               INVALID KEY
               MOVE DSP-VALOR TO LAN-VALOR
               MOVE "A" TO LAN-STATUS
               MOVE ZEROS TO LAN-DATA
               WRITE REGLANC
               GO TO FIM-LANCA-REEMB.
           ADD DSP-VALOR TO LAN-VALOR.
           MOVE "A" TO LAN-STATUS.
           REWRITE REGLANC.
       FIM-LANCA-REEMB.
           MOVE "00" TO ST-ERRO.

      *---------------[ DIARIAS DA COMPETENCIA ]------------------------
      *    REFAZ O TOTAL DE DIARIAS APROVADAS DA CHAPA PARA A
      *    COMPETENCIA DE PAGAMENTO. ACIMA DO % DO SALARIO DO MES O
      *    TOTAL VAI PARA O EVENTO SALARIAL; SENAO, PARA O ISENTO. O
      *    OUTRO EVENTO E APAGADO PARA NAO PAGAR EM DOBRO.
       LANCA-DIARIAS.
           MOVE REGDESP TO W-DSP-SAVE.
           MOVE ZEROS TO W-TOT-DIARIA.
           MOVE ZEROS TO DSP-SEQ.
           START ARQDESP KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
               GO TO LANCA-DIARIAS-2.
       LANCA-DIARIAS-1.
           READ ARQDESP NEXT
               AT END
               GO TO LANCA-DIARIAS-2.
           IF DSP-CHAPA NOT = CHAPA
               GO TO LANCA-DIARIAS-2.
           IF DSP-CATEGORIA = "D" AND DSP-STATUS = "A"
              AND DSP-COMPETENCIA = W-COMPETENCIA
               ADD DSP-VALOR TO W-TOT-DIARIA.
           GO TO LANCA-DIARIAS-1.
       LANCA-DIARIAS-2.
           PERFORM CALC-SALMES THRU FIM-CALC-SALMES.
           COMPUTE W-LIM-DIARIA ROUNDED =
               W-SALMES * W-PCT-DIARIA / 100.
           MOVE CHAPA         TO LAN-CHAPA.
           MOVE W-COMPETENCIA TO LAN-COMPETENCIA.
           IF W-TOT-DIARIA > W-LIM-DIARIA
               MOVE W-EVE-DIARIA TO LAN-EVENTO
               DELETE ARQLANC RECORD
               MOVE W-EVE-DIASAL TO LAN-EVENTO
           ELSE
               MOVE W-EVE-DIASAL TO LAN-EVENTO
               DELETE ARQLANC RECORD
               MOVE W-EVE-DIARIA TO LAN-EVENTO.
           MOVE W-TOT-DIARIA TO LAN-VALOR.
           MOVE "A" TO LAN-STATUS.
           MOVE ZEROS TO LAN-DATA.
           WRITE REGLANC.
           IF ST-ERRO = "22"
              REWRITE REGLANC.
           IF W-TOT-DIARIA > W-LIM-DIARIA
              MOVE "*** DIARIAS ACIMA DO LIMITE - VIRAM SALARIO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    REPOSICIONA NA DESPESA QUE ESTAVA SENDO AVALIADA.
           MOVE W-DSP-SAVE TO REGDESP.
           START ARQDESP KEY IS GREATER THAN DSP-KEY
               INVALID KEY
               CONTINUE.
       FIM-LANCA-DIARIAS.
           MOVE "00" TO ST-ERRO.

      *---------------[ SALARIO DO MES PARA O LIMITE DAS DIARIAS ]------
       CALC-SALMES.
           MOVE ZEROS TO W-SALMES.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO FIM-CALC-SALMES.
           IF W-TEM-GRADE = "S" AND NVSALARIAL NOT = ZEROS
               MOVE CODCARG    TO GRD-CARGO
               MOVE NVSALARIAL TO GRD-NIVEL
               READ ARQGRADE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
                       MOVE GRD-SALARIO TO SALARIOBASE
                   END-IF
               END-READ.
           IF TIPOSALARIO = "H"
               MULTIPLY SALARIOBASE BY MULT-HORAS GIVING W-SALMES
           ELSE
               IF TIPOSALARIO = "D"
                   MULTIPLY SALARIOBASE BY MULT-DIAS GIVING W-SALMES
               ELSE
                   MOVE SALARIOBASE TO W-SALMES.
       FIM-CALC-SALMES.
           MOVE "00" TO ST-ERRO.

      *---------------[ PARAMETROS DO REEMBOLSO ]-----------------------
      *    SEM O ARQDESPPAR VALEM OS EVENTOS 901 (REEMBOLSO), 902
      *    (DIARIAS ISENTAS) E 903 (DIARIAS COMO SALARIO) E O LIMITE
      *    DE 50% DO SALARIO.
       LOAD-DESPPAR.
           OPEN INPUT ARQDESPPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-DESPPAR.
           READ ARQDESPPAR.
           IF ST-ERRO = "00"
               MOVE DPP-EVE-REEMB  TO W-EVE-REEMB
               MOVE DPP-EVE-DIARIA TO W-EVE-DIARIA
               MOVE DPP-EVE-DIASAL TO W-EVE-DIASAL
               MOVE DPP-PCT-DIARIA TO W-PCT-DIARIA.
           CLOSE ARQDESPPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-DESPPAR.
           CONTINUE.

      *---------------[ EVENTOS DO REEMBOLSO NO ARQEVEN ]---------------
      *    CRIA OS EVENTOS QUE AINDA NAO EXISTIREM: REEMBOLSO E
      *    DIARIAS SEM NENHUMA INCIDENCIA; DIARIAS COMO SALARIO COM
      *    INSS, IRRF, FGTS E MEDIAS. EVENTO JA CADASTRADO NAO MUDA.
       GARANTE-EVENTOS.
           MOVE W-EVE-REEMB TO EVE-CODIGO.
           READ ARQEVEN
               INVALID KEY
               MOVE "REEMBOLSO DE DESPESAS" TO EVE-DESCRICAO
               MOVE "N" TO EVE-INCIDE EVE-INC-INSS EVE-INC-IRRF
                           EVE-INC-FGTS EVE-INC-DSR EVE-INC-MEDIA
               PERFORM GRAVA-EVENTO THRU FIM-GRAVA-EVENTO.
           MOVE W-EVE-DIARIA TO EVE-CODIGO.
           READ ARQEVEN
               INVALID KEY
               MOVE "DIARIAS DE VIAGEM" TO EVE-DESCRICAO
               MOVE "N" TO EVE-INCIDE EVE-INC-INSS EVE-INC-IRRF
                           EVE-INC-FGTS EVE-INC-DSR EVE-INC-MEDIA
               PERFORM GRAVA-EVENTO THRU FIM-GRAVA-EVENTO.
           MOVE W-EVE-DIASAL TO EVE-CODIGO.
           READ ARQEVEN
               INVALID KEY
               MOVE "DIARIAS ACIMA 50% SALARIO" TO EVE-DESCRICAO
               MOVE "S" TO EVE-INCIDE EVE-INC-INSS EVE-INC-IRRF
                           EVE-INC-FGTS EVE-INC-MEDIA
               MOVE "N" TO EVE-INC-DSR
               PERFORM GRAVA-EVENTO THRU FIM-GRAVA-EVENTO.
       FIM-GARANTE-EVENTOS.
           MOVE "00" TO ST-ERRO.

       GRAVA-EVENTO.
           MOVE "P"   TO EVE-TIPO.
           MOVE "V"   TO EVE-REGRA.
           MOVE ZEROS TO EVE-PARAM.
           WRITE REGEVEN.
       FIM-GRAVA-EVENTO.
           CONTINUE.

      *---------------[ RESTRICAO AO GESTOR DO DEPARTAMENTO ]-----------
       CHECA-GESTOR.
           MOVE "N" TO W-GESTOR-OK.
           MOVE SPACES TO W-USUARIO-SESS W-PERFIL-SESS.
           MOVE ZEROS TO W-CHAPA-SESS.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
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
                   MOVE USU-CHAPA TO W-CHAPA-SESS
               END-IF.
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
               CONTINUE
               NOT INVALID KEY
               IF DEP-GESTOR NOT = ZEROS
                  AND DEP-GESTOR = W-CHAPA-SESS
                   MOVE "S" TO W-GESTOR-OK
               END-IF
           END-READ.
           CLOSE ARQDEP.
           MOVE "00" TO ST-SEG.
       FIM-CHECA-GESTOR.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQDESP ARQEVEN ARQLANC ARQFUNC ARQCARG.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
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
