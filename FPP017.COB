      ***********************************************
      *     RELATORIO DE EFETIVO POR DEPARTAMENTO   *
      ***********************************************
      *----------------------------------------------------------------
      *    COM A COMPETENCIA DE REFERENCIA (AAAAMM) O EFETIVO E CONTADO
      *    NA FOTO DO QUADRO GRAVADA NO FECHAMENTO (ARQFOTO, FPP179);
      *    COM 000000 E CONTADO NO CADASTRO ATUAL (ARQFUNC).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA-F
                    FILE STATUS  IS ST-ERRO.
      *---------------------FOTO MENSAL DO QUADRO (FPP179)----------
           SELECT ARQFOTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOT-KEY
                    FILE STATUS  IS ST-FOT.
      *---------------------GERAR RELATORIO DE EFETIVO--------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 FILLER          PIC 9(04).
           03 FILLER          PIC X(12).
           03 STATUS1-F       PIC X(01).
      *---------------------FOTO MENSAL DO QUADRO (FPP179)----------
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
      *---------------------GERAR RELATORIO DE EFETIVO--------------
       FD TX
               LABEL RECORD IS STANDARD
       01 ARQTX    PIC X(100).
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
       01 CONT-SUSPENSA PIC 9(04) VALUE ZEROS.
       01 CONT-DESATIV PIC 9(04) VALUE ZEROS.
       01 CONT-TOTAL   PIC 9(04) VALUE ZEROS.
       01 W-COMPET-REF PIC 9(06) VALUE ZEROS.
       01 W-REF-AAMM REDEFINES W-COMPET-REF.
           05 W-REF-ANO PIC 9(04).
           05 W-REF-MES PIC 9(02).
       01 W-TEM-FOTO   PIC X(01) VALUE "N".
      *

       01  CAB1.
           "       PAG. : ".
           05  NUMPAG   VALUE ZEROS  PIC 999.

       01  CAB4.
           05  FILLER                 PIC X(038) VALUE
           "FOTO DO QUADRO - COMPETENCIA (AAAAMM):".
           05  C-COMPET VALUE ZEROS  PIC 9(06).

       01  CAB2.
           05  FILLER                 PIC X(057) VALUE
           "COD  DENOMINACAO                 ATIVA SUSPE DESAT".
               VALUE  "              *** EFETIVO POR DEPARTAMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO ***".
           05  LINE 10  COLUMN 01
               VALUE  "          COMPETENCIA DE REFERENCIA (AAA".
           05  LINE 10  COLUMN 41
               VALUE  "AMM, 0 = ATUAL):".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 10  COLUMN 58  PIC 9(06)
               USING  W-COMPET-REF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-OPCAO W-COMPET-REF.
                ACCEPT W-TX-DATA FROM DATE YYYYMMDD.
                DISPLAY TELA.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPET-REF = ZEROS
                   GO TO INC-OPC.
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
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO FUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           IF W-COMPET-REF NOT = ZEROS
               OPEN INPUT ARQFOTO
               IF ST-FOT NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQFOTO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP017" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE ARQTX FROM CAB1.
           IF W-COMPET-REF NOT = ZEROS
               MOVE W-COMPET-REF TO C-COMPET
               WRITE ARQTX FROM CAB4.
           MOVE SPACES TO ARQTX
           WRITE ARQTX.
           WRITE ARQTX FROM CAB2.
                ELSE
                   NEXT SENTENCE.

           PERFORM CALC-EFETIVO THRU FIM-CALC-EFETIVO.

       INC-003.
           MOVE CODIGO1      TO D-COD.
       CALC-EFETIVO.
           MOVE ZEROS TO CONT-ATIVA CONT-SUSPENSA CONT-DESATIV
                         CONT-TOTAL.
           IF W-COMPET-REF NOT = ZEROS
               PERFORM CALC-FOTO
               GO TO FIM-CALC-EFETIVO.
           MOVE ZEROS TO CHAPA-F.
           START ARQFUNC KEY IS NOT LESS CHAPA-F.
           PERFORM CALC-EFETIVO-1 UNTIL ST-ERRO NOT = "00".
           MOVE "00" TO ST-ERRO.
       FIM-CALC-EFETIVO.
           EXIT.

       CALC-EFETIVO-1.
           READ ARQFUNC NEXT.
                   ELSE IF STATUS1-F = "D"
                       ADD 1 TO CONT-DESATIV.
      *
      *----------------[ CONTAGEM NA FOTO DA COMPETENCIA ]---------------
       CALC-FOTO.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS FOT-KEY.
           PERFORM CALC-FOTO-1 UNTIL ST-FOT NOT = "00".
           MOVE "00" TO ST-FOT.

       CALC-FOTO-1.
           READ ARQFOTO NEXT.
           IF ST-FOT = "00"
               IF FOT-COMPETENCIA NOT = W-COMPET-REF
                   MOVE "10" TO ST-FOT
               ELSE IF FOT-CODPTO = CODIGO1
                   ADD 1 TO CONT-TOTAL
                   IF FOT-STATUS = "A"
                       ADD 1 TO CONT-ATIVA
                   ELSE IF FOT-STATUS = "S"
                       ADD 1 TO CONT-SUSPENSA
                   ELSE IF FOT-STATUS = "D"
                       ADD 1 TO CONT-DESATIV.
      *
      *----------------[ FOTO GRAVADA PARA A COMPETENCIA ]---------------
       CHECA-FOTO.
           MOVE "N" TO W-TEM-FOTO.
           OPEN INPUT ARQFOTO.
           IF ST-FOT NOT = "00"
               MOVE "00" TO ST-FOT
               GO TO FIM-CHECA-FOTO.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS FOT-KEY.
           IF ST-FOT = "00"
               READ ARQFOTO NEXT
               IF ST-FOT = "00" AND FOT-COMPETENCIA = W-COMPET-REF
                   MOVE "S" TO W-TEM-FOTO.
           CLOSE ARQFOTO.
           MOVE "00" TO ST-FOT.
       FIM-CHECA-FOTO.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQDEP ARQFUNC TX.
                IF W-COMPET-REF NOT = ZEROS
                   CLOSE ARQFOTO.
       ROT-FIMP.
                EXIT PROGRAM.

