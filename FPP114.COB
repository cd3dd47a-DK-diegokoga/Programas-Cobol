       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP114.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   FOLHA DE PLR (PARTICIPACAO NOS LUCROS)    *
      ***********************************************
      *-----------------------------------------------------------
      *    A PLR E PAGA FORA DA FOLHA MENSAL, SEM INSS E SEM FGTS,
      *    COM IRRF EXCLUSIVO NA FONTE PELA TABELA PROPRIA DA PLR
      *    (ARQIRPLR, MANTIDA NO FPP082). O IMPOSTO E CALCULADO SOBRE
      *    O TOTAL DE PLR PAGO NO ANO-CALENDARIO, DESCONTADO O IRRF
      *    JA RETIDO NAS PARCELAS ANTERIORES DO MESMO ANO.
      *    OS RESULTADOS VAO PARA ARQRESUL/ARQRESDET COM RES-TIPO
      *    "PL" E O CREDITO SAI EM ARQUIVO REMESSA CNAB PROPRIO.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.
      *---------------------ARQUIVO DO CARGO----------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL-------
           SELECT ARQGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GRD-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------VALOR DA PLR POR CHAPA----------------
           SELECT ARQPLR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLR-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------REGRAS DA PLR POR CARGO/DEPARTAMENTO--
           SELECT ARQPLRRG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRG-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------TABELA EXCLUSIVA DE IRRF SOBRE PLR----
           SELECT ARQIRPLR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR RELATORIO DA PLR----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR ARQUIVO REMESSA CNAB-------------
           SELECT TCNAB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DO NOME DA EMPRESA------------
           SELECT ARQEMPRESA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA----
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO POR EVENTO----------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
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
           03 CPF             PIC 9(11).
           03 RG              PIC X(12).
           03 PIS             PIC 9(11).
           03 DATA-ADMISSAO   PIC 9(08).
           03 DATA-DESLIGAMENTO PIC 9(08).
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
           03 CODEMPRESA      PIC 9(03).
           03 FILLER          PIC X(60).
           03 FILLER          PIC X(30).
           03 FILLER          PIC 9(11).
           03 FILLER          PIC X(15).
           03 CATEGORIA       PIC X(01).
      *---------------------ARQUIVO DO CARGO----------------------
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
      *---------------------GRADE SALARIAL POR CARGO E NIVEL-------
       FD ARQGRADE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
               05 GRD-CARGO          PIC 9(03).
               05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
      *---------------------VALOR DA PLR POR CHAPA----------------
       FD ARQPLR
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 PLR-KEY.
               05 PLR-CHAPA          PIC 9(06).
               05 PLR-COMPETENCIA    PIC 9(06).
           03 PLR-VALOR           PIC 9(06)V99.
           03 PLR-STATUS          PIC X(01).
      *---------------------REGRAS DA PLR POR CARGO/DEPARTAMENTO--
       FD ARQPLRRG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQPLRRG.DAT".
       01 REGPLRRG.
           03 PRG-KEY.
               05 PRG-COMPETENCIA    PIC 9(06).
               05 PRG-BASE           PIC X(01).
               05 PRG-CODIGO         PIC 9(03).
           03 PRG-MODO            PIC X(01).
           03 PRG-VALOR           PIC 9(06)V99.
           03 PRG-STATUS          PIC X(01).
      *---------------------TABELA EXCLUSIVA DE IRRF SOBRE PLR----
       FD ARQIRPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRPLR.DAT".
       01 REGIRPLR.
           03 CODFAIXA-PLR    PIC 9(02).
           03 LIMDE-PLR       PIC 9(06)V99.
           03 LIMATE-PLR      PIC 9(06)V99.
           03 ALIQ-PLR        PIC 9V9999.
           03 DEDUZ-PLR       PIC 9(06)V99.
           03 VIG-PLR         PIC 9(06).
      *---------------------GERAR RELATORIO DA PLR----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------GERAR ARQUIVO REMESSA CNAB-------------
       FD TCNAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TCNAB-NOME.
       01 REGCNAB    PIC X(100).
      *---------------------CADASTRO DO NOME DA EMPRESA------------
       FD ARQEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPRESA.DAT".
       01 REGEMPRESA    PIC X(032).
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA----
       FD ARQRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESUL.DAT".
       01 REGRESUL.
           03 RES-KEY.
               05 RES-CHAPA        PIC 9(06).
               05 RES-COMPETENCIA  PIC 9(06).
               05 RES-COMP-R REDEFINES RES-COMPETENCIA.
                   07 RES-COMP-ANO PIC 9(04).
                   07 RES-COMP-MES PIC 9(02).
               05 RES-TIPO         PIC X(02).
           03 RES-BRUTO         PIC 9(08)V99.
           03 RES-INSS          PIC 9(08)V99.
           03 RES-IRRF          PIC 9(08)V99.
           03 RES-FGTS          PIC 9(08)V99.
           03 RES-VT            PIC 9(08)V99.
           03 RES-VR            PIC 9(08)V99.
           03 RES-LIQUIDO       PIC 9(08)V99.
      *---------------------MEMORIA DE CALCULO POR EVENTO----------
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------------ARQUIVO DE INTERFACE (FPP171)--------------
       01 INTERF-ARQ EXTERNAL.
           03 ITF-EXT-OPER      PIC X(01).
           03 ITF-EXT-PROGR     PIC X(07).
           03 ITF-EXT-TIPO      PIC X(08).
           03 ITF-EXT-ARQUIVO   PIC X(40).
           03 ITF-EXT-COMPET    PIC 9(06).
           03 ITF-EXT-EMPRESA   PIC 9(03).
           03 ITF-EXT-REFER     PIC 9(08).
           03 ITF-EXT-QTDE      PIC 9(07).
           03 ITF-EXT-VALOR     PIC 9(13)V99.
           03 ITF-EXT-REJEIT    PIC 9(07).
           03 ITF-EXT-PROTOCOLO PIC X(20).
           03 ITF-EXT-NUMERO    PIC 9(08).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-GRADE PIC X(01) VALUE "S".
       77 W-TEM-REGRA PIC X(01) VALUE "S".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 SALMES     PIC 9(06)V99 VALUE ZEROS.
       01 IMPOSTO    PIC 9(08)V99 VALUE ZEROS.
       01 W-IMPOSTO-CALC PIC S9(08)V99 VALUE ZEROS.
       01 W-PLR      PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-PLR PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQ-PLR  PIC 9(08)V99 VALUE ZEROS.
       01 W-PLR-ANT  PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-ANT PIC 9(08)V99 VALUE ZEROS.
       01 W-PLR-ANO  PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-ANO PIC S9(08)V99 VALUE ZEROS.
       01 W-ORIGEM   PIC X(01) VALUE SPACES.
       01 W-TOTPLR   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC 9(09)V99 VALUE ZEROS.
       01 IND-PLR    PIC 9(02) VALUE ZEROS.
       01 W-DET-SEQ  PIC 9(03) VALUE ZEROS.
       01 W-VIG-PLR-SEL PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 VECTOR-PLR.
           03 FAIXA-PLR OCCURS 10 TIMES.
               05 LIMITE-DE-PLR    PIC 9(06)V99 VALUE ZEROS.
               05 LIMITE-ATE-PLR   PIC 9(06)V99 VALUE ZEROS.
               05 ALIQUOTA-PLR     PIC 9V9999 VALUE ZEROS.
               05 DEDUCAO-PLR      PIC 9(06)V99 VALUE ZEROS.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-NOME-EMPRESA PIC X(032) VALUE "EMPRESA FATEC - ZL".
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO83_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TCNAB-NOME.
           05 FILLER        PIC X(10) VALUE "ARQUIVO84_".
           05 W-TCNAB-DATA  PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
      *

       01  CAB1.
           05  CAB-EMPRESA            PIC X(022).
           05  FILLER                 PIC X(030) VALUE
           "***FOLHA DE PLR***".
           05  FILLER                 PIC X(008) VALUE
           "PAGINA:".
           05  NUMPAG   VALUE ZEROS  PIC Z99.

       01  CAB2.
           05  FILLER                 PIC X(037) VALUE
           "CODIGO NOME DO FUNCIONARIO    ORIG".
           05  FILLER                 PIC X(042) VALUE
           "    V.PLR  PLR NO ANO   I.RENDA    LIQUIDO".

       01  CAB3.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".

       01  DET.
           05  D-CHAPA    PIC 99999 VALUE ZEROS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  D-NOME     PIC X(017) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  D-ORIGEM   PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(003) VALUE SPACES.
           05  D-PLR      PIC 9(06)V99.
           05  FILLER          PIC X(02) VALUE "  ".
           05  D-PLR-ANO  PIC 9(08)V99.
           05  FILLER          PIC X(02) VALUE "  ".
           05  D-IMPOSTO  PIC 9(06)V99.
           05  FILLER          PIC X(02) VALUE "  ".
           05  D-LIQUIDO  PIC 9(06)V99.

       01  LINTOTAIS.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DA FOLHA DE PLR............:  ".
           05  TOTFOLHA   VALUE ZEROS  PIC ZZZZZZ9,99.

       01  LINTOTIR.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DE IRRF EXCLUSIVO S/ PLR...:  ".
           05  TOTIRRF    VALUE ZEROS  PIC ZZZZZZ9,99.

       01  LINTOTLQ.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL LIQUIDO CREDITADO..........:  ".
           05  TOTLIQ     VALUE ZEROS  PIC ZZZZZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(036) VALUE
           "***TOTAL DE FUNCIONARIOS..........: ".
           05  TOTFUNC   VALUE ZEROS  PIC ZZZ9.

       01  LINLEG.
           05  FILLER                 PIC X(060) VALUE
           "ORIG: V=VALOR DA CHAPA C=REGRA DO CARGO D=REGRA DO DEPTO".

       01  LINHABR                    PIC X(100) VALUE SPACES.

       01  CNAB-HEADER.
           05  FILLER      PIC X(001) VALUE "0".
           05  FILLER      PIC X(020) VALUE
           "REMESSA PLR         ".
           05  CNAB-H-DATA PIC 9(08)  VALUE ZEROS.
           05  FILLER      PIC X(071) VALUE SPACES.

       01  CNAB-DET.
           05  FILLER      PIC X(001) VALUE "1".
           05  CNAB-BANCO      PIC 9(03) VALUE ZEROS.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  CNAB-AGENCIA    PIC 9(05) VALUE ZEROS.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  CNAB-CONTA      PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  CNAB-CHAPA      PIC 9(06) VALUE ZEROS.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  CNAB-NOME       PIC X(30) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  CNAB-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  FILLER          PIC X(024) VALUE SPACES.

       01  CNAB-TRAILER.
           05  FILLER      PIC X(001) VALUE "9".
           05  FILLER      PIC X(019) VALUE
           "TOTAL REGISTROS.: ".
           05  CNAB-T-QTDE PIC ZZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(005) VALUE
           "  R$ ".
           05  CNAB-T-VALOR PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(058) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** FOLHA DE PLR (PARTICIPACAO".
           05  LINE 02  COLUMN 41
               VALUE  " NOS LUCROS) ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         COMPETENCIA DO".
           05  LINE 10  COLUMN 41
               VALUE  "PAGAMENTO :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 10  COLUMN 53  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO NOME DENOMINACAO TIPOSALARIO
                MOVE ZEROS TO CODIGO CHAPA SALARIOBASE
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA W-TCNAB-DATA
                MOVE W-DATASIS(1:6) TO W-COMPETENCIA
                PERFORM LOAD-EMPRESA
                DISPLAY TELA.
       INC-OPB.
                ACCEPT TCOMPETENCIA
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
                PERFORM LOAD-VECTOR-PLR THRU LOAD-VECTOR-PLR-9.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO DE CARGO NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN INPUT ARQGRADE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "N" TO W-TEM-GRADE
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DA GRADE SALARIAL"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN INPUT ARQPLRRG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "N" TO W-TEM-REGRA
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLRRG"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
       INC-OP1.
           OPEN I-O ARQPLR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPLR
                  CLOSE ARQPLR
                  GO TO INC-OP1
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLR" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.

       INC-OPRES.
           OPEN I-O ARQRESUL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQRESUL
                      CLOSE ARQRESUL
                      GO TO INC-OPRES
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRESUL"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.

       INC-OPDET.
           OPEN I-O ARQRESDET
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQRESDET
                      CLOSE ARQRESDET
                      GO TO INC-OPDET
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRESDET"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO83" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP114" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TCNAB
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CNAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-DATASIS TO CNAB-H-DATA
           WRITE REGCNAB FROM CNAB-HEADER.

       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           MOVE SPACES TO ARQTX
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.

      *
       LER-FUNC.
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      WRITE ARQTX FROM LINHABR
                      MOVE W-TOTPLR TO TOTFOLHA
                      WRITE ARQTX FROM LINTOTAIS
                      MOVE W-TOTIRRF TO TOTIRRF
                      WRITE ARQTX FROM LINTOTIR
                      MOVE W-TOTLIQ TO TOTLIQ
                      WRITE ARQTX FROM LINTOTLQ
                      MOVE CONLIN1 TO TOTFUNC
                      WRITE ARQTX FROM LINTOT
                      WRITE ARQTX FROM LINLEG
                      MOVE CONLIN1 TO CNAB-T-QTDE
                      MOVE W-TOTLIQ TO CNAB-T-VALOR
                      WRITE REGCNAB FROM CNAB-TRAILER
                      PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF
                      MOVE "*** FIM DO ARQFUNC ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   IF STATUS1 NOT = "A"
                      GO TO LER-FUNC.
      *    ESTAGIARIO NAO PARTICIPA DA PLR (NAO E EMPREGADO).
                IF CATEGORIA = "E"
                      GO TO LER-FUNC.

       LER-CARG.
                MOVE CODCARG TO CODIGO
                READ ARQCARG
                   INVALID KEY
                      MOVE "*** CARGO NAO ENCONTRADO ***"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LER-FUNC
                   NOT INVALID KEY
                      NEXT SENTENCE.

       ROT-CALC-1.
           PERFORM BUSCA-VALOR-PLR THRU FIM-BUSCA-VALOR-PLR.
           IF W-PLR = ZEROS
               GO TO LER-FUNC.
           PERFORM SOMA-PLR-ANO THRU FIM-SOMA-PLR-ANO.
           COMPUTE W-PLR-ANO = W-PLR-ANT + W-PLR.
           MOVE W-PLR-ANO TO IMPOSTO.
           PERFORM CALC-IMPOSTO.
           COMPUTE W-IRRF-ANO = W-IMPOSTO-CALC - W-IRRF-ANT.
           IF W-IRRF-ANO < ZEROS
               MOVE ZEROS TO W-IRRF-ANO.
           MOVE W-IRRF-ANO TO W-IRRF-PLR.
           COMPUTE W-LIQ-PLR = W-PLR - W-IRRF-PLR.
           PERFORM GRAVA-RESULTADO THRU FIM-GRAVA-RESULTADO.
           PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE.
           PERFORM BAIXA-PLR THRU FIM-BAIXA-PLR.

       INC-003.
           MOVE CHAPA       TO D-CHAPA.
           MOVE NOME        TO D-NOME.
           MOVE W-ORIGEM    TO D-ORIGEM.
           MOVE W-PLR       TO D-PLR.
           MOVE W-PLR-ANO   TO D-PLR-ANO.
           MOVE W-IRRF-PLR  TO D-IMPOSTO.
           MOVE W-LIQ-PLR   TO D-LIQUIDO.
           ADD W-PLR      TO W-TOTPLR.
           ADD W-IRRF-PLR TO W-TOTIRRF.
           ADD W-LIQ-PLR  TO W-TOTLIQ.

       INC-WR1.
           WRITE ARQTX FROM DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO83" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE BANCO     TO CNAB-BANCO
           MOVE AGENCIA   TO CNAB-AGENCIA
           MOVE CONTA     TO CNAB-CONTA
           MOVE CHAPA     TO CNAB-CHAPA
           MOVE NOME      TO CNAB-NOME
           MOVE W-LIQ-PLR TO CNAB-VALOR
           WRITE REGCNAB FROM CNAB-DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CNAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
                IF CONLIN < 34
                      GO TO LER-FUNC
                ELSE
                      MOVE ZEROS TO CONLIN
                      WRITE ARQTX FROM LINHABR
                      GO TO ROT-CABEC.

      *----------------[ VALOR DA PLR DA CHAPA ]---------------------
      *    1O. VALOR INFORMADO PARA A CHAPA NA COMPETENCIA (ARQPLR);
      *    2O. REGRA DO CARGO; 3O. REGRA DO DEPARTAMENTO (ARQPLRRG).
       BUSCA-VALOR-PLR.
           MOVE ZEROS  TO W-PLR.
           MOVE SPACES TO W-ORIGEM.
           MOVE CHAPA         TO PLR-CHAPA.
           MOVE W-COMPETENCIA TO PLR-COMPETENCIA.
           READ ARQPLR
               INVALID KEY
               GO TO BUSCA-VALOR-PLR-1.
           IF PLR-VALOR > ZEROS
               MOVE PLR-VALOR TO W-PLR
               MOVE "V"       TO W-ORIGEM
               GO TO FIM-BUSCA-VALOR-PLR.
       BUSCA-VALOR-PLR-1.
           IF W-TEM-REGRA NOT = "S"
               GO TO FIM-BUSCA-VALOR-PLR.
           MOVE W-COMPETENCIA TO PRG-COMPETENCIA.
           MOVE "C"           TO PRG-BASE.
           MOVE CODCARG       TO PRG-CODIGO.
           READ ARQPLRRG
               INVALID KEY
               GO TO BUSCA-VALOR-PLR-2.
           IF PRG-STATUS = "A"
               MOVE "C" TO W-ORIGEM
               PERFORM APLICA-REGRA THRU FIM-APLICA-REGRA
               GO TO FIM-BUSCA-VALOR-PLR.
       BUSCA-VALOR-PLR-2.
           MOVE W-COMPETENCIA TO PRG-COMPETENCIA.
           MOVE "D"           TO PRG-BASE.
           MOVE CODPTO        TO PRG-CODIGO.
           READ ARQPLRRG
               INVALID KEY
               GO TO FIM-BUSCA-VALOR-PLR.
           IF PRG-STATUS = "A"
               MOVE "D" TO W-ORIGEM
               PERFORM APLICA-REGRA THRU FIM-APLICA-REGRA.
       FIM-BUSCA-VALOR-PLR.
           MOVE "00" TO ST-ERRO.

      *    MODO V=VALOR FIXO; MODO S=FATOR SOBRE O SALARIO DO MES.
       APLICA-REGRA.
           IF PRG-MODO = "V"
               MOVE PRG-VALOR TO W-PLR
               GO TO FIM-APLICA-REGRA.
           PERFORM APLICA-GRADE THRU FIM-APLICA-GRADE.
           IF TIPOSALARIO = "H"
               MULTIPLY SALARIOBASE BY MULT-HORAS GIVING SALMES
           ELSE
               IF TIPOSALARIO = "D"
                   MULTIPLY SALARIOBASE BY MULT-DIAS GIVING SALMES
               ELSE
                   MOVE SALARIOBASE TO SALMES.
           COMPUTE W-PLR ROUNDED = SALMES * PRG-VALOR.
       FIM-APLICA-REGRA.
           CONTINUE.

      *----------------[ GRADE SALARIAL POR CARGO E NIVEL ]----------
       APLICA-GRADE.
           IF W-TEM-GRADE NOT = "S"
               GO TO FIM-APLICA-GRADE.
           IF NVSALARIAL = ZEROS
               GO TO FIM-APLICA-GRADE.
           MOVE CODIGO     TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               GO TO FIM-APLICA-GRADE.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO SALARIOBASE.
       FIM-APLICA-GRADE.
           CONTINUE.

      *----------------[ PLR JA PAGA NO ANO-CALENDARIO ]-------------
      *    SOMA AS PARCELAS "PL" DO MESMO ANO EM OUTRAS COMPETENCIAS
      *    PARA TRIBUTAR O ACUMULADO E ABATER O IRRF JA RETIDO.
       SOMA-PLR-ANO.
           MOVE ZEROS TO W-PLR-ANT W-IRRF-ANT.
           MOVE CHAPA  TO RES-CHAPA.
           MOVE ZEROS  TO RES-COMPETENCIA.
           MOVE SPACES TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO FIM-SOMA-PLR-ANO.
       SOMA-PLR-ANO-1.
           READ ARQRESUL NEXT
               AT END
               GO TO FIM-SOMA-PLR-ANO.
           IF RES-CHAPA NOT = CHAPA
               GO TO FIM-SOMA-PLR-ANO.
           IF RES-TIPO NOT = "PL"
               GO TO SOMA-PLR-ANO-1.
           IF RES-COMP-ANO NOT = W-COMP-ANO
              OR RES-COMPETENCIA = W-COMPETENCIA
               GO TO SOMA-PLR-ANO-1.
           ADD RES-BRUTO TO W-PLR-ANT.
           ADD RES-IRRF  TO W-IRRF-ANT.
           GO TO SOMA-PLR-ANO-1.
       FIM-SOMA-PLR-ANO.
           MOVE "00" TO ST-ERRO.

      *----------------[ TABELA EXCLUSIVA DE IRRF DA PLR ]-----------
      *    VALE O CONJUNTO DE FAIXAS COM A MAIOR VIGENCIA NAO POSTERIOR
      *    A COMPETENCIA DO PAGAMENTO. SEM O ARQUIVO, ASSUME A TABELA
      *    ANUAL DA PLR EM VIGOR.
       LOAD-VECTOR-PLR.
           MOVE ZEROS TO VECTOR-PLR W-VIG-PLR-SEL.
           OPEN INPUT ARQIRPLR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               PERFORM SEED-PLR THRU FIM-SEED-PLR
               GO TO LOAD-VECTOR-PLR-9.
           PERFORM ESCOLHE-VIG-PLR UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRPLR.
           MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQIRPLR.
           PERFORM LOAD-VECTOR-PLR-1 UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRPLR.
       LOAD-VECTOR-PLR-9.
           MOVE "00" TO ST-ERRO.

       ESCOLHE-VIG-PLR.
           READ ARQIRPLR.
           IF ST-ERRO = "00"
               IF VIG-PLR NOT NUMERIC
                   MOVE ZEROS TO VIG-PLR
               END-IF
               IF VIG-PLR NOT > W-COMPETENCIA
                  AND VIG-PLR > W-VIG-PLR-SEL
                   MOVE VIG-PLR TO W-VIG-PLR-SEL.

       LOAD-VECTOR-PLR-1.
           READ ARQIRPLR.
           IF ST-ERRO = "00"
               IF VIG-PLR NOT NUMERIC
                   MOVE ZEROS TO VIG-PLR
               END-IF
               IF VIG-PLR = W-VIG-PLR-SEL
                  AND CODFAIXA-PLR > 0 AND CODFAIXA-PLR <= 10
                   MOVE LIMDE-PLR  TO LIMITE-DE-PLR(CODFAIXA-PLR)
                   MOVE LIMATE-PLR TO LIMITE-ATE-PLR(CODFAIXA-PLR)
                   MOVE ALIQ-PLR   TO ALIQUOTA-PLR(CODFAIXA-PLR)
                   MOVE DEDUZ-PLR  TO DEDUCAO-PLR(CODFAIXA-PLR).

       SEED-PLR.
           MOVE 0,00      TO LIMITE-DE-PLR(1).
           MOVE 7640,80   TO LIMITE-ATE-PLR(1).
           MOVE 0         TO ALIQUOTA-PLR(1).
           MOVE 0,00      TO DEDUCAO-PLR(1).
           MOVE 7640,81   TO LIMITE-DE-PLR(2).
           MOVE 9922,28   TO LIMITE-ATE-PLR(2).
           MOVE 0,075     TO ALIQUOTA-PLR(2).
           MOVE 573,06    TO DEDUCAO-PLR(2).
           MOVE 9922,29   TO LIMITE-DE-PLR(3).
           MOVE 13167,00  TO LIMITE-ATE-PLR(3).
           MOVE 0,15      TO ALIQUOTA-PLR(3).
           MOVE 1317,23   TO DEDUCAO-PLR(3).
           MOVE 13167,01  TO LIMITE-DE-PLR(4).
           MOVE 16380,38  TO LIMITE-ATE-PLR(4).
           MOVE 0,225     TO ALIQUOTA-PLR(4).
           MOVE 2304,76   TO DEDUCAO-PLR(4).
           MOVE 16380,39  TO LIMITE-DE-PLR(5).
           MOVE 999999,99 TO LIMITE-ATE-PLR(5).
           MOVE 0,275     TO ALIQUOTA-PLR(5).
           MOVE 3123,78   TO DEDUCAO-PLR(5).
       FIM-SEED-PLR.
           CONTINUE.

      *    IMPOSTO = BASE X ALIQUOTA DA FAIXA - PARCELA A DEDUZIR.
       CALC-IMPOSTO.
           MOVE ZEROS TO W-IMPOSTO-CALC.
           MOVE 1 TO IND-PLR.
           PERFORM CALC-IMPOSTO-1 UNTIL IND-PLR > 10.
           IF W-IMPOSTO-CALC < ZEROS
               MOVE ZEROS TO W-IMPOSTO-CALC.

       CALC-IMPOSTO-1.
           IF LIMITE-ATE-PLR(IND-PLR) NOT = ZEROS
               IF IMPOSTO NOT LESS LIMITE-DE-PLR(IND-PLR)
                  AND IMPOSTO NOT GREATER LIMITE-ATE-PLR(IND-PLR)
                   COMPUTE W-IMPOSTO-CALC ROUNDED =
                       IMPOSTO * ALIQUOTA-PLR(IND-PLR)
                       - DEDUCAO-PLR(IND-PLR)
                   MOVE 10 TO IND-PLR.
           ADD 1 TO IND-PLR.

      *----------------[ RESULTADOS DA COMPETENCIA ]----------------
       GRAVA-RESULTADO.
           MOVE CHAPA            TO RES-CHAPA.
           MOVE W-COMPETENCIA    TO RES-COMPETENCIA.
           MOVE "PL"             TO RES-TIPO.
           MOVE W-PLR            TO RES-BRUTO.
           MOVE W-IRRF-PLR       TO RES-IRRF.
           MOVE ZEROS            TO RES-INSS RES-FGTS RES-VT RES-VR.
           MOVE W-LIQ-PLR        TO RES-LIQUIDO.
           WRITE REGRESUL.
           IF ST-ERRO = "22"
               REWRITE REGRESUL.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-RESULTADO.
           CONTINUE.

      *----------------[ MEMORIA DE CALCULO POR EVENTO ]-------------
       GRAVA-DETALHE.
           MOVE ZEROS TO W-DET-SEQ.
           MOVE ZEROS TO DET-BASE DET-QTDE DET-VALOR.
           MOVE "PLR" TO DET-EVENTO.
           MOVE "PARTICIPACAO NOS LUCROS" TO DET-DESCRICAO.
           MOVE "P" TO DET-NATUREZA.
           IF W-ORIGEM NOT = "V" AND PRG-MODO = "S"
               MOVE SALMES    TO DET-BASE
               MOVE PRG-VALOR TO DET-QTDE.
           MOVE W-PLR TO DET-VALOR.
           PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-IRRF-PLR > ZEROS
               MOVE "IRF" TO DET-EVENTO
               MOVE "IRRF EXCLUSIVO S/ PLR" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-PLR-ANO TO DET-BASE
               MOVE W-IRRF-PLR TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
       FIM-GRAVA-DETALHE.
           CONTINUE.

       GRAVA-DET-LIN.
           ADD 1 TO W-DET-SEQ.
           MOVE CHAPA           TO DET-CHAPA.
           MOVE W-COMPETENCIA   TO DET-COMPETENCIA.
           MOVE "PL"            TO DET-TIPO.
           MOVE W-DET-SEQ       TO DET-SEQ.
           WRITE REGRESDET.
           IF ST-ERRO = "22"
               REWRITE REGRESDET.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO DET-BASE DET-QTDE DET-VALOR.
       FIM-GRAVA-DET-LIN.
           CONTINUE.

      *----------------[ BAIXA DO VALOR INFORMADO PARA A CHAPA ]-----
       BAIXA-PLR.
           IF W-ORIGEM NOT = "V"
               GO TO FIM-BAIXA-PLR.
           MOVE CHAPA         TO PLR-CHAPA.
           MOVE W-COMPETENCIA TO PLR-COMPETENCIA.
           READ ARQPLR
               INVALID KEY
               GO TO FIM-BAIXA-PLR.
           MOVE "P" TO PLR-STATUS.
           REWRITE REGPLR.
       FIM-BAIXA-PLR.
           MOVE "00" TO ST-ERRO.

      *---------------------[ NOME DA EMPRESA ]------------------------
       LOAD-EMPRESA.
           OPEN INPUT ARQEMPRESA.
           IF ST-ERRO = "00"
               READ ARQEMPRESA
               IF ST-ERRO = "00"
                   MOVE REGEMPRESA TO W-NOME-EMPRESA
               CLOSE ARQEMPRESA.
           MOVE "00"           TO ST-ERRO.
           MOVE W-NOME-EMPRESA TO CAB-EMPRESA.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           IF CONLIN1 = ZEROS
               GO TO FIM-REGISTRA-INTERF.
           MOVE "CNAB" TO ITF-EXT-TIPO.
           MOVE W-TCNAB-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-TCNAB-DATA TO ITF-EXT-REFER.
           MOVE CONLIN1 TO ITF-EXT-QTDE.
           MOVE W-TOTLIQ TO ITF-EXT-VALOR.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP114" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQCARG ARQFUNC ARQPLR TX TCNAB ARQRESUL
                      ARQRESDET.
                IF W-TEM-GRADE = "S"
                    CLOSE ARQGRADE.
                IF W-TEM-REGRA = "S"
                    CLOSE ARQPLRRG.
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
