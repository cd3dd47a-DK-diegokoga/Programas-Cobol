       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP145.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *     AUTOATENDIMENTO DO FUNCIONARIO          *
      ***********************************************
      *----------------------------------------------------------------
      *    O USUARIO DA SESSAO (ARQUSU COM USU-CHAPA) CONSULTA SOMENTE
      *    OS PROPRIOS DADOS: HOLERITES (ARQRESUL/ARQRESDET), PERIODOS
      *    DE FERIAS EM ABERTO (ARQFERIAS), SALDO DO BANCO DE HORAS
      *    (ARQBHORA), INFORME DE RENDIMENTOS DO ANO (MESMAS REGRAS DO
      *    FPP040) E DEPENDENTES (ARQDEPE). NAO HA DIGITACAO DE CHAPA.
      *    CADA CONSULTA E REGISTRADA NO LOG DA LGPD (ARQLGPD).
      *    DAQUI TAMBEM SE PEDE FERIAS (FPP146) E O GESTOR DECIDE OS
      *    PEDIDOS DA EQUIPE (FPP147).
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
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO POR EVENTO---------------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE FERIAS---------------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FER-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------BANCO DE HORAS-----------------------------
           SELECT ARQBHORA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BH-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPENDENTE----------------------
           SELECT ARQDEPE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DEPEN-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE PARENTESCOS----------------------
           SELECT ARQPAREN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAR-CODIGO
                  FILE STATUS  IS ST-PAR.
      *---------------------LOG DE ACESSO A DADOS PESSOAIS (LGPD)-------
           SELECT ARQLGPD ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LGPD.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LGPD.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LGPD.
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
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
       FD ARQRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESUL.DAT".
       01 REGRESUL.
           03 RES-KEY.
               05 RES-CHAPA        PIC 9(06).
               05 RES-COMPETENCIA  PIC 9(06).
               05 RES-TIPO         PIC X(02).
           03 RES-BRUTO         PIC 9(08)V99.
           03 RES-INSS          PIC 9(08)V99.
           03 RES-IRRF          PIC 9(08)V99.
           03 RES-FGTS          PIC 9(08)V99.
           03 RES-VT            PIC 9(08)V99.
           03 RES-VR            PIC 9(08)V99.
           03 RES-LIQUIDO       PIC 9(08)V99.
      *---------------------MEMORIA DE CALCULO POR EVENTO---------------
       FD ARQRESDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESDET.DAT".
       01 REGRESDET.
           03 DET-KEY.
               05 DET-CHAPA        PIC 9(06).
               05 DET-COMPETENCIA  PIC 9(06).
               05 DET-TIPO         PIC X(02).
               05 DET-SEQ          PIC 9(03).
           03 DET-EVENTO        PIC X(03).
           03 DET-DESCRICAO     PIC X(25).
           03 DET-NATUREZA      PIC X(01).
           03 DET-BASE          PIC 9(08)V99.
           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
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
      *---------------------BANCO DE HORAS-----------------------------
       FD ARQBHORA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBHORA.DAT".
       01 REGBHORA.
           03 BH-KEY.
            05 BH-CHAPA           PIC 9(06).
            05 BH-COMPETENCIA     PIC 9(06).
           03 BH-HORAS-CRED       PIC 9(03)V99.
           03 BH-HORAS-DEB        PIC 9(03)V99.
           03 BH-STATUS           PIC X(01).
           03 BH-COMP-PGTO        PIC 9(06).
      *---------------------ARQUIVO DO DEPENDENTE----------------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
            05 DEPEN-CHAPA        PIC 9(06).
            05 DEPEN-SEQ          PIC 9(02).
           03 DEPEN-NOME          PIC X(30).
           03 PARENTESCO          PIC 9(02).
           03 DEPEN-DATANASC      PIC 9(08).
           03 DEPEN-SEXO          PIC X(01).
           03 DEPEN-INSS          PIC X(01).
           03 DEPEN-IMPRENDA      PIC X(01).
           03 DEPEN-STATUS        PIC X(20).
      *---------------------TABELA DE PARENTESCOS----------------------
       FD ARQPAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAREN.DAT".
       01 REGPAREN.
           03 PAR-CODIGO          PIC 9(02).
           03 PAR-DESCRICAO       PIC X(17).
      *---------------------LOG DE ACESSO A DADOS PESSOAIS (LGPD)-------
       FD ARQLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPD.DAT".
       01 REGLGPD.
           03 LGP-USUARIO   PIC X(10).
           03 LGP-DATA      PIC 9(08).
           03 LGP-HORA      PIC 9(08).
           03 LGP-PROGR     PIC X(07).
           03 LGP-CHAPA     PIC 9(06).
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
       77 ST-PAR          PIC X(02) VALUE "00".
       77 ST-LGPD         PIC X(02) VALUE "00".
       01 W-USUARIO       PIC X(10) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-OPC           PIC 9(01) VALUE ZEROS.
       01 W-PAUSA         PIC X(01) VALUE SPACES.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-MAIS          PIC X(01) VALUE "N".
       01 W-PROGR         PIC X(07) VALUE SPACES.
      *---------------[ HOLERITE E INFORME ]----------------------------
       01 W-COMP          PIC 9(06) VALUE ZEROS.
       01 W-TIPO          PIC X(02) VALUE SPACES.
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-COMP-DE       PIC 9(06) VALUE ZEROS.
       01 W-COMP-ATE      PIC 9(06) VALUE ZEROS.
       01 W-TOT-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-INSS      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRRF      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-13        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PLR       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRPLR     PIC 9(10)V99 VALUE ZEROS.
      *---------------[ FERIAS E BANCO DE HORAS ]-----------------------
       01 W-SALDO-FER     PIC S9(03) VALUE ZEROS.
       01 W-TOT-CRED      PIC 9(05)V99 VALUE ZEROS.
       01 W-TOT-DEB       PIC 9(05)V99 VALUE ZEROS.
       01 W-SALDO         PIC S9(05)V99 VALUE ZEROS.
       01 W-SALDO-REG     PIC S9(05)V99 VALUE ZEROS.
      *---------------[ DATA DDMMAAAA PARA DD/MM/AAAA ]-----------------
       01 W-DMA           PIC 9(08) VALUE ZEROS.
       01 W-DMA-R REDEFINES W-DMA.
           03 W-DMA-DIA     PIC 9(02).
           03 W-DMA-MES     PIC 9(02).
           03 W-DMA-ANO     PIC 9(04).
       01 W-DATA-ED.
           03 W-ED-DIA      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ED-MES      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ED-ANO      PIC 9(04).
       01 W-DATA-TXT REDEFINES W-DATA-ED PIC X(10).
      *---------------------[ LINHAS DAS CONSULTAS ]--------------------
       01  LINEVENTO.
           05  LE-EVENTO   PIC X(03) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LE-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LE-NAT      PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LE-QTDE     PIC ZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LE-VALOR    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINFERIAS.
           05  LF-AQ-INI   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE "-".
           05  LF-AQ-FIM   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-DIREITO  PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-GZ-INI   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE "-".
           05  LF-GZ-FIM   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-GOZO     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-ABONO    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-SALDO    PIC -Z9   VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-SIT      PIC X(09) VALUE SPACES.
       01  LINBHORA.
           05  LB-COMP     PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LB-CRED     PIC ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LB-DEB      PIC ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LB-SALDO    PIC -ZZ9,99 VALUE ZEROS.
       01  LINDEPE.
           05  LD-SEQ      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-GRAU     PIC X(17) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NASC     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LD-IRRF     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LD-INSS     PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   *** AUTOATENDIMENTO D".
           05  LINE 02  COLUMN 41
               VALUE  "O FUNCIONARIO ***".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 04  COLUMN 17
               VALUE  "NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "                          1 - HOLERITE".
           05  LINE 08  COLUMN 01
               VALUE  "                          2 - FERIAS EM".
           05  LINE 08  COLUMN 41
               VALUE  " ABERTO".
           05  LINE 09  COLUMN 01
               VALUE  "                          3 - BANCO DE H".
           05  LINE 09  COLUMN 41
               VALUE  "ORAS".
           05  LINE 10  COLUMN 01
               VALUE  "                          4 - INFORME DE".
           05  LINE 10  COLUMN 41
               VALUE  " RENDIMENTOS".
           05  LINE 11  COLUMN 01
               VALUE  "                          5 - DEPENDENTE".
           05  LINE 11  COLUMN 41
               VALUE  "S".
           05  LINE 12  COLUMN 01
               VALUE  "                          6 - SOLICITAR ".
           05  LINE 12  COLUMN 41
               VALUE  "FERIAS".
           05  LINE 13  COLUMN 01
               VALUE  "                          7 - APROVAR FE".
           05  LINE 13  COLUMN 41
               VALUE  "RIAS DA EQUIPE".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 0 - SAIR )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  W-CHAPA.
           05  TNOME
               LINE 04  COLUMN 23  PIC X(30)
               USING  W-NOME.
           05  TOPC
               LINE 18  COLUMN 38  PIC 9(01)
               USING  W-OPC
               HIGHLIGHT.
      *---------------------[ CABECALHO DAS CONSULTAS ]----------------
       01  TELA-CONS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   *** AUTOATENDIMENTO D".
           05  LINE 02  COLUMN 41
               VALUE  "O FUNCIONARIO ***".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA:".
           05  LINE 04  COLUMN 17
               VALUE  "NOME:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCCHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  W-CHAPA.
           05  TCNOME
               LINE 04  COLUMN 23  PIC X(30)
               USING  W-NOME.
      *---------------------[ HOLERITE ]-------------------------------
       01  TELA-HOL.
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):        TIPO (FO,1".
           05  LINE 06  COLUMN 41
               VALUE  "3,FE,PL...):".
           05  TCOMP
               LINE 06  COLUMN 24  PIC 9(06)
               USING  W-COMP
               HIGHLIGHT.
           05  TTIPO
               LINE 06  COLUMN 54  PIC X(02)
               USING  W-TIPO
               HIGHLIGHT.
       01  TELA-HOL-TOT.
           05  LINE 08  COLUMN 01
               VALUE  " BRUTO:".
           05  LINE 08  COLUMN 27
               VALUE  "INSS:".
           05  LINE 08  COLUMN 52
               VALUE  "IRRF:".
           05  LINE 09  COLUMN 01
               VALUE  " VT:".
           05  LINE 09  COLUMN 27
               VALUE  "VR:".
           05  LINE 09  COLUMN 52
               VALUE  "FGTS:".
           05  LINE 10  COLUMN 01
               VALUE  " LIQUIDO:".
           05  LINE 11  COLUMN 01
               VALUE  " EVT DESCRICAO                 N     QUA".
           05  LINE 11  COLUMN 41
               VALUE  "NT           VALOR".
           05  LINE 08  COLUMN 11  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-BRUTO.
           05  LINE 08  COLUMN 33  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-INSS.
           05  LINE 08  COLUMN 58  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-IRRF.
           05  LINE 09  COLUMN 11  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-VT.
           05  LINE 09  COLUMN 33  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-VR.
           05  LINE 09  COLUMN 58  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-FGTS.
           05  LINE 10  COLUMN 11  PIC ZZ.ZZZ.ZZ9,99
               FROM   RES-LIQUIDO.
      *---------------------[ INFORME DE RENDIMENTOS ]-----------------
       01  TELA-INF.
           05  LINE 06  COLUMN 01
               VALUE  " ANO-BASE (AAAA):".
           05  TANO
               LINE 06  COLUMN 19  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
       01  TELA-INF-TOT.
           05  LINE 08  COLUMN 01
               VALUE  " RENDIMENTOS TRIBUTAVEIS (FOLHA).......:".
           05  LINE 09  COLUMN 01
               VALUE  " CONTRIBUICAO PREVIDENCIARIA (INSS)....:".
           05  LINE 10  COLUMN 01
               VALUE  " IMPOSTO DE RENDA RETIDO NA FONTE......:".
           05  LINE 11  COLUMN 01
               VALUE  " 13 SALARIO (TRIBUTACAO EXCLUSIVA).....:".
           05  LINE 12  COLUMN 01
               VALUE  " PARTICIPACAO NOS LUCROS (TRIB.EXCL.)..:".
           05  LINE 13  COLUMN 01
               VALUE  " IRRF RETIDO SOBRE A PLR...............:".
           05  LINE 08  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-BRUTO.
           05  LINE 09  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-INSS.
           05  LINE 10  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-IRRF.
           05  LINE 11  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-13.
           05  LINE 12  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-PLR.
           05  LINE 13  COLUMN 43  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-TOT-IRPLR.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           IF W-CHAPA = ZEROS
               MOVE "*** USUARIO SEM CHAPA VINCULADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
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
           MOVE NOME TO W-NOME.
           CLOSE ARQFUNC.
      *-----------------------------------------------------------------
       R0.
           MOVE ZEROS TO W-OPC.
           DISPLAY TELA.
       R1.
           ACCEPT TOPC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPC = ZEROS
              GO TO ROT-FIM.
           IF W-OPC > 7
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPC = 6
              MOVE "FPP146" TO W-PROGR
              GO TO CHAMA-PROGR.
           IF W-OPC = 7
              MOVE "FPP147" TO W-PROGR
              GO TO CHAMA-PROGR.
           DISPLAY TELA-CONS.
           IF W-OPC = 1
              GO TO HOLERITE.
           IF W-OPC = 2
              GO TO FERIAS.
           IF W-OPC = 3
              GO TO BHORA.
           IF W-OPC = 4
              GO TO INFORME.
           GO TO DEPENDE.

      *---------------[ PEDIDO E APROVACAO DE FERIAS ]-----------------
       CHAMA-PROGR.
           CALL W-PROGR ON OVERFLOW
              MOVE "* ERRO NA CHAMADA DO PROGRAMA SELECIONADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CANCEL W-PROGR.
           GO TO R0.

      *---------------------[ HOLERITE DA COMPETENCIA ]----------------
       HOLERITE.
           MOVE ZEROS  TO W-COMP.
           MOVE "FO"   TO W-TIPO.
           DISPLAY TELA-HOL.
       HOLERITE-1.
           ACCEPT TCOMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO HOLERITE-1.
           IF W-TIPO = SPACES
              MOVE "FO" TO W-TIPO.
           OPEN INPUT ARQRESUL
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM RESULTADO DE FOLHA GRAVADO AINDA *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE W-CHAPA TO RES-CHAPA.
           MOVE W-COMP  TO RES-COMPETENCIA.
           MOVE W-TIPO  TO RES-TIPO.
           READ ARQRESUL
           IF ST-ERRO NOT = "00"
              CLOSE ARQRESUL
              MOVE "*** HOLERITE NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOLERITE-1.
           CLOSE ARQRESUL.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           DISPLAY TELA-HOL-TOT.
           MOVE 12 TO W-LIN.
           MOVE "N" TO W-MAIS.
           OPEN INPUT ARQRESDET
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO FIM-HOLERITE.
           MOVE W-CHAPA TO DET-CHAPA.
           MOVE W-COMP  TO DET-COMPETENCIA.
           MOVE W-TIPO  TO DET-TIPO.
           MOVE ZEROS   TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-HOLERITE-1.
       HOLERITE-2.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-HOLERITE-1.
           IF DET-CHAPA NOT = W-CHAPA OR DET-COMPETENCIA NOT = W-COMP
              OR DET-TIPO NOT = W-TIPO
               GO TO FIM-HOLERITE-1.
           IF W-LIN > 21
               MOVE "S" TO W-MAIS
               GO TO FIM-HOLERITE-1.
           MOVE DET-EVENTO    TO LE-EVENTO.
           MOVE DET-DESCRICAO TO LE-DESCR.
           MOVE DET-NATUREZA  TO LE-NAT.
           MOVE DET-QTDE      TO LE-QTDE.
           MOVE DET-VALOR     TO LE-VALOR.
           DISPLAY (W-LIN, 02) LINEVENTO.
           ADD 1 TO W-LIN.
           GO TO HOLERITE-2.
       FIM-HOLERITE-1.
           CLOSE ARQRESDET.
           MOVE "00" TO ST-ERRO.
       FIM-HOLERITE.
           IF W-MAIS = "S"
              MOVE "* HA MAIS EVENTOS - PECA O HOLERITE AO RH *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM PAUSA THRU FIM-PAUSA.
           GO TO R0.

      *---------------------[ FERIAS EM ABERTO ]-----------------------
      *    PERIODOS AINDA NAO GOZADOS (ABERTO OU CONCEDIDO); SALDO =
      *    DIREITO - DIAS DE GOZO - DIAS DE ABONO. PERIODO ABERTO COM
      *    DIREITO ZERADO JA FOI TODO PROGRAMADO NO FPP147.
       FERIAS.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PERIODO DE FERIAS CADASTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           DISPLAY (06, 02)
              "PERIODO AQUISITIVO     DIR  PERIODO DE GOZO".
           DISPLAY (06, 50)
              "      GOZ  AB  SLD  SITUACAO".
           MOVE 07 TO W-LIN.
           MOVE W-CHAPA TO FER-CHAPA.
           MOVE ZEROS   TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO FIM-FERIAS.
       FERIAS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO FIM-FERIAS.
           IF FER-CHAPA NOT = W-CHAPA
               GO TO FIM-FERIAS.
           IF FER-STATUS = "G"
               GO TO FERIAS-1.
           IF FER-STATUS = "A" AND FER-DIAS-DIREITO = ZEROS
               GO TO FERIAS-1.
           IF W-LIN > 21
               GO TO FIM-FERIAS.
           MOVE FER-AQUIS-INI TO W-DMA.
           PERFORM EDITA-DMA THRU FIM-EDITA-DMA.
           MOVE W-DATA-TXT    TO LF-AQ-INI.
           MOVE FER-AQUIS-FIM TO W-DMA.
           PERFORM EDITA-DMA THRU FIM-EDITA-DMA.
           MOVE W-DATA-TXT    TO LF-AQ-FIM.
           MOVE FER-GOZO-INI  TO W-DMA.
           PERFORM EDITA-DMA THRU FIM-EDITA-DMA.
           MOVE W-DATA-TXT    TO LF-GZ-INI.
           MOVE FER-GOZO-FIM  TO W-DMA.
           PERFORM EDITA-DMA THRU FIM-EDITA-DMA.
           MOVE W-DATA-TXT    TO LF-GZ-FIM.
           MOVE FER-DIAS-DIREITO TO LF-DIREITO.
           MOVE FER-DIAS-GOZO    TO LF-GOZO.
           MOVE FER-DIAS-ABONO   TO LF-ABONO.
           COMPUTE W-SALDO-FER = FER-DIAS-DIREITO - FER-DIAS-GOZO
                               - FER-DIAS-ABONO.
           MOVE W-SALDO-FER TO LF-SALDO.
           IF FER-STATUS = "C"
               MOVE "CONCEDIDO" TO LF-SIT
           ELSE
               MOVE "ABERTO"    TO LF-SIT.
           DISPLAY (W-LIN, 02) LINFERIAS.
           ADD 1 TO W-LIN.
           GO TO FERIAS-1.
       FIM-FERIAS.
           CLOSE ARQFERIAS.
           MOVE "00" TO ST-ERRO.
           IF W-LIN = 07
              MOVE "*** NENHUM PERIODO DE FERIAS EM ABERTO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM PAUSA THRU FIM-PAUSA.
           GO TO R0.

      *---------------------[ SALDO DO BANCO DE HORAS ]----------------
      *    MESMA SOMA DO FPP038: SO PERIODOS AINDA ABERTOS (STATUS A).
       BHORA.
           OPEN INPUT ARQBHORA
           IF ST-ERRO NOT = "00"
              MOVE "*** BANCO DE HORAS SEM MOVIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           DISPLAY (06, 02)
              "COMPETENCIA   CREDITO      DEBITO       SALDO".
           MOVE 07 TO W-LIN.
           MOVE ZEROS TO W-TOT-CRED W-TOT-DEB W-SALDO.
           MOVE W-CHAPA TO BH-CHAPA.
           MOVE ZEROS   TO BH-COMPETENCIA.
           START ARQBHORA KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
               GO TO FIM-BHORA.
       BHORA-1.
           READ ARQBHORA NEXT
               AT END
               GO TO FIM-BHORA.
           IF BH-CHAPA NOT = W-CHAPA
               GO TO FIM-BHORA.
           IF BH-STATUS NOT = "A"
               GO TO BHORA-1.
           ADD BH-HORAS-CRED TO W-TOT-CRED.
           ADD BH-HORAS-DEB  TO W-TOT-DEB.
           IF W-LIN > 19
               GO TO BHORA-1.
           COMPUTE W-SALDO-REG = BH-HORAS-CRED - BH-HORAS-DEB.
           MOVE BH-COMPETENCIA TO LB-COMP.
           MOVE BH-HORAS-CRED  TO LB-CRED.
           MOVE BH-HORAS-DEB   TO LB-DEB.
           MOVE W-SALDO-REG    TO LB-SALDO.
           DISPLAY (W-LIN, 03) LINBHORA.
           ADD 1 TO W-LIN.
           GO TO BHORA-1.
       FIM-BHORA.
           CLOSE ARQBHORA.
           MOVE "00" TO ST-ERRO.
           COMPUTE W-SALDO = W-TOT-CRED - W-TOT-DEB.
           MOVE "TOTAL"    TO LB-COMP.
           MOVE W-TOT-CRED TO LB-CRED.
           MOVE W-TOT-DEB  TO LB-DEB.
           MOVE W-SALDO    TO LB-SALDO.
           DISPLAY (21, 03) LINBHORA.
           PERFORM PAUSA THRU FIM-PAUSA.
           GO TO R0.

      *---------------------[ INFORME DE RENDIMENTOS DO ANO ]----------
      *    MESMAS REGRAS DO FPP040: PLR A PARTE, 13 PELO LIQUIDO E OS
      *    PERIODOS Q1..S4 JA SOMADOS NO FECHAMENTO DO MES.
       INFORME.
           MOVE ZEROS TO W-ANO.
           DISPLAY TELA-INF.
       INFORME-1.
           ACCEPT TANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF W-ANO < 1990 OR W-ANO > 2099
              MOVE "*** ANO-BASE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INFORME-1.
           OPEN INPUT ARQRESUL
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM RESULTADO DE FOLHA GRAVADO AINDA *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           COMPUTE W-COMP-DE  = (W-ANO * 100) + 1.
           COMPUTE W-COMP-ATE = (W-ANO * 100) + 12.
           MOVE ZEROS TO W-TOT-BRUTO W-TOT-INSS W-TOT-IRRF W-TOT-13.
           MOVE ZEROS TO W-TOT-PLR W-TOT-IRPLR.
           MOVE W-CHAPA   TO RES-CHAPA.
           MOVE W-COMP-DE TO RES-COMPETENCIA.
           MOVE SPACES    TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO FIM-INFORME.
       INFORME-2.
           READ ARQRESUL NEXT
               AT END
               GO TO FIM-INFORME.
           IF RES-CHAPA NOT = W-CHAPA
               GO TO FIM-INFORME.
           IF RES-COMPETENCIA > W-COMP-ATE
               GO TO FIM-INFORME.
           IF RES-TIPO(1:1) = "Q" OR RES-TIPO(1:1) = "S"
               GO TO INFORME-2.
           IF RES-TIPO = "PL"
               ADD RES-BRUTO TO W-TOT-PLR
               ADD RES-IRRF  TO W-TOT-IRPLR
               GO TO INFORME-2.
           IF RES-TIPO = "13"
               ADD RES-LIQUIDO TO W-TOT-13
           ELSE
               ADD RES-BRUTO TO W-TOT-BRUTO.
           ADD RES-INSS TO W-TOT-INSS.
           ADD RES-IRRF TO W-TOT-IRRF.
           GO TO INFORME-2.
       FIM-INFORME.
           CLOSE ARQRESUL.
           MOVE "00" TO ST-ERRO.
           DISPLAY TELA-INF-TOT.
           IF W-TOT-BRUTO = ZEROS AND W-TOT-13 = ZEROS
              AND W-TOT-PLR = ZEROS
              MOVE "*** SEM RENDIMENTOS NO ANO-BASE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM PAUSA THRU FIM-PAUSA.
           GO TO R0.

      *---------------------[ DEPENDENTES CADASTRADOS ]----------------
       DEPENDE.
           OPEN INPUT ARQDEPE
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM DEPENDENTE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           OPEN INPUT ARQPAREN.
           DISPLAY (06, 02)
              "SQ NOME                           PARENTESCO".
           DISPLAY (06, 50)
              "        NASCIMENTO  IR  INSS".
           MOVE 07 TO W-LIN.
           MOVE W-CHAPA TO DEPEN-CHAPA.
           MOVE ZEROS   TO DEPEN-SEQ.
           START ARQDEPE KEY IS NOT LESS THAN DEPEN-KEY
               INVALID KEY
               GO TO FIM-DEPENDE.
       DEPENDE-1.
           READ ARQDEPE NEXT
               AT END
               GO TO FIM-DEPENDE.
           IF DEPEN-CHAPA NOT = W-CHAPA
               GO TO FIM-DEPENDE.
           IF W-LIN > 21
               GO TO FIM-DEPENDE.
           MOVE SPACES TO LD-GRAU.
           IF ST-PAR = "00"
               MOVE PARENTESCO TO PAR-CODIGO
               READ ARQPAREN
                   INVALID KEY
                   MOVE SPACES TO PAR-DESCRICAO.
           IF ST-PAR = "00" OR ST-PAR = "23"
               MOVE PAR-DESCRICAO TO LD-GRAU
               MOVE "00" TO ST-PAR.
           MOVE DEPEN-SEQ      TO LD-SEQ.
           MOVE DEPEN-NOME     TO LD-NOME.
           MOVE DEPEN-DATANASC TO W-DMA.
           PERFORM EDITA-DMA THRU FIM-EDITA-DMA.
           MOVE W-DATA-TXT     TO LD-NASC.
           MOVE DEPEN-IMPRENDA TO LD-IRRF.
           MOVE DEPEN-INSS     TO LD-INSS.
           DISPLAY (W-LIN, 02) LINDEPE.
           ADD 1 TO W-LIN.
           GO TO DEPENDE-1.
       FIM-DEPENDE.
           CLOSE ARQDEPE.
           IF ST-PAR = "00"
               CLOSE ARQPAREN.
           MOVE "00" TO ST-ERRO ST-PAR.
           IF W-LIN = 07
              MOVE "*** NENHUM DEPENDENTE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM PAUSA THRU FIM-PAUSA.
           GO TO R0.

      *---------------[ USUARIO DA SESSAO E SUA CHAPA ]-----------------
       LE-USUARIO.
           MOVE ZEROS  TO W-CHAPA.
           MOVE SPACES TO W-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO
           ELSE
               OPEN INPUT ARQSESS
               IF ST-LGPD = "00"
                   READ ARQSESS
                   IF ST-LGPD = "00"
                       MOVE SESS-USUARIO TO W-USUARIO
                       CLOSE ARQSESS
                   ELSE
                       CLOSE ARQSESS.
           MOVE "00" TO ST-LGPD.
           IF W-USUARIO = SPACES
               GO TO FIM-LE-USUARIO.
           OPEN INPUT ARQUSU.
           IF ST-LGPD NOT = "00"
               MOVE "00" TO ST-LGPD
               GO TO FIM-LE-USUARIO.
       LE-USUARIO-1.
           READ ARQUSU
           IF ST-LGPD NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-LGPD
               GO TO FIM-LE-USUARIO.
           IF USU-LOGIN NOT = W-USUARIO
               GO TO LE-USUARIO-1.
           IF USU-CHAPA IS NUMERIC
               MOVE USU-CHAPA TO W-CHAPA.
           CLOSE ARQUSU.
       FIM-LE-USUARIO.
           CONTINUE.

      *---------------[ LGPD: LOG DE ACESSO ]---------------------------
       GRAVA-LGPD.
           OPEN EXTEND ARQLGPD.
           IF ST-LGPD NOT = "00"
               OPEN OUTPUT ARQLGPD.
           MOVE W-USUARIO TO LGP-USUARIO.
           ACCEPT LGP-DATA FROM DATE YYYYMMDD.
           ACCEPT LGP-HORA FROM TIME.
           MOVE "FPP145" TO LGP-PROGR.
           MOVE W-CHAPA TO LGP-CHAPA.
           WRITE REGLGPD.
           CLOSE ARQLGPD.
           MOVE "00" TO ST-LGPD.
       FIM-GRAVA-LGPD.
           CONTINUE.

      *---------[ DATA DDMMAAAA DE W-DMA PARA DD/MM/AAAA ]--------------
       EDITA-DMA.
           IF W-DMA = ZEROS
               MOVE SPACES TO W-DATA-TXT
               GO TO FIM-EDITA-DMA.
           MOVE W-DMA-DIA TO W-ED-DIA.
           MOVE W-DMA-MES TO W-ED-MES.
           MOVE W-DMA-ANO TO W-ED-ANO.
           MOVE "/" TO W-DATA-TXT(3:1).
           MOVE "/" TO W-DATA-TXT(6:1).
       FIM-EDITA-DMA.
           CONTINUE.

       PAUSA.
           MOVE SPACES TO W-PAUSA.
           DISPLAY (23, 12) "TECLE ENTER PARA VOLTAR".
           ACCEPT (23, 36) W-PAUSA.
           DISPLAY (23, 12) LIMPA.
       FIM-PAUSA.
           CONTINUE.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
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
