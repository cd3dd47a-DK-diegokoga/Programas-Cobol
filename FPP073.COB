      ***********************************************
      *   RELATORIO DE TURNOVER (ROTATIVIDADE)      *
      ***********************************************
      *-----------------------------------------------------------
      *    COM A COMPETENCIA DE REFERENCIA (AAAAMM) O RELATORIO LE A
      *    FOTO DO QUADRO GRAVADA NO FECHAMENTO (ARQFOTO, FPP179) E O
      *    EFETIVO E O DAQUELA COMPETENCIA; O ANO SUGERIDO E O DELA.
      *    COM 000000 LE O CADASTRO ATUAL (ARQFUNC).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO1
                      FILE STATUS IS ST-ERRO.
      *---------------------FOTO MENSAL DO QUADRO (FPP179)--------
           SELECT ARQFOTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FOT-KEY
                      FILE STATUS IS ST-FOT.
      *---------------------GERAR RELATORIO DE TURNOVER-----------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS1-DEP     PIC X(01).
      *---------------------FOTO MENSAL DO QUADRO (FPP179)--------
       FD ARQFOTO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOTO.DAT".
       01 REGFOTO.
           03 FOT-KEY.
               05 FOT-COMPETENCIA    PIC 9(06).
               05 FOT-CHAPA          PIC 9(06).
           03 FOT-NOME               PIC X(30).
           03 FOT-CODEMPRESA         PIC 9(03).
           03 FOT-CODPTO             PIC 9(03).
           03 FOT-CODCARG            PIC 9(03).
           03 FOT-NVSALARIAL         PIC 9(02).
           03 FOT-TIPOSALARIO        PIC X(01).
           03 FOT-SALARIO            PIC 9(07)V99.
           03 FOT-CATEGORIA          PIC X(01).
           03 FOT-STATUS             PIC X(01).
           03 FOT-GESTOR             PIC 9(06).
           03 FOT-DATA-ADMISSAO      PIC 9(08).
           03 FOT-DATA-DESLIGAMENTO  PIC 9(08).
           03 FOT-MOTIVO             PIC 9(02).
           03 FOT-DATA-FOTO          PIC 9(08).
           03 FOT-USUARIO            PIC X(10).
      *---------------------GERAR RELATORIO DE TURNOVER-----------
       FD TX
               LABEL RECORD IS STANDARD
       01 REGEMPRESA    PIC X(032).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-FOT     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-MES      PIC 9(02) VALUE ZEROS.
       01 W-COMPET-REF PIC 9(06) VALUE ZEROS.
       01 W-REF-AAMM REDEFINES W-COMPET-REF.
           05 W-REF-ANO PIC 9(04).
           05 W-REF-MES PIC 9(02).
       01 W-TEM-FOTO   PIC X(01) VALUE "N".
       01 W-EFETIVO  PIC 9(05) VALUE ZEROS.
       01 W-TOT-ADM  PIC 9(05) VALUE ZEROS.
       01 W-TOT-DESL PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(004) VALUE
           "ANO:".
           05  CAB-ANO                PIC 9(04) VALUE ZEROS.
       01  CAB4.
           05  FILLER                 PIC X(038) VALUE
           "FOTO DO QUADRO - COMPETENCIA (AAAAMM):".
           05  C-COMPET               PIC 9(06) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(044) VALUE
           "MES   ADMISSOES  DESLIGAMENTOS  TAXA ROT.(%)".
               VALUE  "           *** TURNOVER / ROTATIVIDADE P".
           05  LINE 02  COLUMN 41
               VALUE  "OR DEPARTAMENTO ***".
           05  LINE 08  COLUMN 01
               VALUE  "   COMPETENCIA DE REFERENCIA (AAAAMM, 0 ".
           05  LINE 08  COLUMN 41
               VALUE  "= ATUAL) :".
           05  LINE 10  COLUMN 01
               VALUE  "                         ANO (AAAA)     ".
           05  LINE 10  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPET
               LINE 08  COLUMN 52  PIC 9(06)
               USING  W-COMPET-REF
               HIGHLIGHT.
           05  TANO
               LINE 10  COLUMN 44  PIC 9(04)
               USING  W-ANO
                MOVE ZEROS TO TAB-MESES TAB-MOTIVOS TAB-DEPTOS
                PERFORM LOAD-EMPRESA
                DISPLAY TELA.
       INC-COMP.
                ACCEPT TCOMPET
                IF W-COMPET-REF = ZEROS
                   GO TO INC-OPA.
                IF W-REF-MES < 1 OR W-REF-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                PERFORM CHECA-FOTO THRU FIM-CHECA-FOTO.
                IF W-TEM-FOTO NOT = "S"
                   MOVE "* COMPETENCIA SEM FOTO DO QUADRO (FPP048) *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                IF W-ANO = ZEROS
                   MOVE W-REF-ANO TO W-ANO
                   DISPLAY TANO.
       INC-OPA.
                ACCEPT TANO
                IF W-ANO < 1990 OR W-ANO > 2099
               MOVE "ERRO ABERTURA DO ARQUIVO42" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP073" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           IF W-COMPET-REF = ZEROS
               GO TO LER-FUNC.
           OPEN INPUT ARQFOTO
           IF ST-FOT NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQFOTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS THAN FOT-KEY
               INVALID KEY
               GO TO IMPRIME.
      *
      *    NA FOTO, OS CAMPOS DA COMPETENCIA VAO PARA O REGISTRO DO
      *    FUNCIONARIO E A ACUMULACAO E A MESMA DO CADASTRO ATUAL.
       LER-FOTO.
                READ ARQFOTO NEXT
                IF ST-FOT NOT = "00"
                   GO TO IMPRIME.
                IF FOT-COMPETENCIA NOT = W-COMPET-REF
                   GO TO IMPRIME.
                MOVE FOT-CHAPA             TO CHAPA.
                MOVE FOT-CODPTO            TO CODPTO.
                MOVE FOT-STATUS            TO STATUS1.
                MOVE FOT-DATA-ADMISSAO     TO DATA-ADMISSAO.
                MOVE FOT-DATA-DESLIGAMENTO TO DATA-DESLIGAMENTO.
                MOVE FOT-MOTIVO            TO MOTIVO-DESLIGAMENTO.
                GO TO ACUMULA.
      *
       LER-FUNC.
                READ ARQFUNC NEXT
               IF MOTIVO-DESLIGAMENTO > 0
                  AND MOTIVO-DESLIGAMENTO < 6
                   ADD 1 TO TMO-QTDE(MOTIVO-DESLIGAMENTO).
           IF W-COMPET-REF NOT = ZEROS
               GO TO LER-FOTO.
           GO TO LER-FUNC.

      *----------------[ FOTO GRAVADA PARA A COMPETENCIA ]--------------
       CHECA-FOTO.
           MOVE "N" TO W-TEM-FOTO.
           OPEN INPUT ARQFOTO.
           IF ST-FOT NOT = "00"
               MOVE "00" TO ST-FOT
               GO TO FIM-CHECA-FOTO.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS THAN FOT-KEY.
           IF ST-FOT = "00"
               READ ARQFOTO NEXT
               IF ST-FOT = "00" AND FOT-COMPETENCIA = W-COMPET-REF
                   MOVE "S" TO W-TEM-FOTO.
           CLOSE ARQFOTO.
           MOVE "00" TO ST-FOT.
       FIM-CHECA-FOTO.
           CONTINUE.

      *----------------[ LOCALIZA O DEPARTAMENTO NA TABELA ]------------
       ACHA-DEPTO.
           MOVE "N" TO W-ACHOU-DEP.
           MOVE W-NOME-EMPRESA TO CAB-EMPRESA.
           MOVE W-ANO TO CAB-ANO.
           WRITE ARQTX FROM CAB1.
           IF W-COMPET-REF NOT = ZEROS
               MOVE W-COMPET-REF TO C-COMPET
               WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM CAB3.
           MOVE "SERIE MENSAL DE ADMISSOES E DESLIGAMENTOS"
                                                  TO LS-TITULO.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQFUNC ARQDEP TX.
                IF W-COMPET-REF NOT = ZEROS
                   CLOSE ARQFOTO.
       ROT-FIMP.
                EXIT PROGRAM.

