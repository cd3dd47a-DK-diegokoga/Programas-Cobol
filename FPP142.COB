       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP142.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  AVALIACAO DE DESEMPENHO - CALIBRACAO       *
      ***********************************************
      *----------------------------------------------------------------
      *    RELATORIO DE CALIBRACAO DO CICLO POR DEPARTAMENTO: AS NOTAS
      *    FINAIS DE CADA AVALIADO (ARQAVAL), A MEDIA E A DISTRIBUICAO
      *    POR FAIXA DE NOTA, QUANTOS FICARAM ABAIXO DA NOTA MINIMA DO
      *    CICLO E OS ATIVOS DO DEPARTAMENTO AINDA SEM AVALIACAO.
      *    DEPARTAMENTO ZERO = TODOS. VAI PARA O ARQUIVO104 DO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------AVALIACOES DE DESEMPENHO--------------------
           SELECT ARQAVAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AVA-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CICLOS DE AVALIACAO-------------------------
           SELECT ARQCICLO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CIC-CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DE CALIBRACAO---------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------AVALIACOES DE DESEMPENHO--------------------
       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-CICLO          PIC 9(04).
           03 AVA-CODCARG         PIC 9(03).
           03 AVA-CODPTO          PIC 9(03).
           03 AVA-AVALIADOR       PIC 9(06).
           03 AVA-DATA            PIC 9(08).
           03 AVA-QTD             PIC 9(02).
           03 AVA-ITEM OCCURS 10 TIMES.
            05 AVA-CRI-SEQ        PIC 9(02).
            05 AVA-PESO           PIC 9(02).
            05 AVA-NOTA           PIC 9(01).
           03 AVA-FINAL           PIC 9V99.
           03 AVA-STATUS          PIC X(01).
           03 AVA-DATA-CIENCIA    PIC 9(08).
      *---------------------CICLOS DE AVALIACAO-------------------------
       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CIC-CODIGO          PIC 9(04).
           03 CIC-DESCR           PIC X(30).
           03 CIC-INICIO          PIC 9(08).
           03 CIC-FIM             PIC 9(08).
           03 CIC-NOTA-MIN        PIC 9V99.
           03 CIC-STATUS          PIC X(01).
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
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
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
      *---------------------RELATORIO DE CALIBRACAO---------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(90).
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-CICLO       PIC 9(04) VALUE ZEROS.
       01 W-CIC-DESCR   PIC X(30) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-NOTA-MIN    PIC 9V99 VALUE ZEROS.
       01 W-FAIXA       PIC 9(01) VALUE ZEROS.
      *---------------[ CONTADORES DO DEPARTAMENTO E GERAIS ]-----------
       01 W-DEP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-DEP-SOMA    PIC 9(07)V99 VALUE ZEROS.
       01 W-DEP-ABAIXO  PIC 9(05) VALUE ZEROS.
       01 W-DEP-SEMAVA  PIC 9(05) VALUE ZEROS.
       01 W-DEP-SEMCIE  PIC 9(05) VALUE ZEROS.
       01 TAB-DEP-FX.
           03 W-DEP-FX  PIC 9(05) OCCURS 4 TIMES.
       01 W-GER-QTD     PIC 9(05) VALUE ZEROS.
       01 W-GER-SOMA    PIC 9(07)V99 VALUE ZEROS.
       01 W-GER-ABAIXO  PIC 9(05) VALUE ZEROS.
       01 W-GER-SEMAVA  PIC 9(05) VALUE ZEROS.
       01 TAB-GER-FX.
           03 W-GER-FX  PIC 9(05) OCCURS 4 TIMES.
       01 W-MEDIA       PIC 9V99 VALUE ZEROS.
       01 W-I           PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO104_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(90) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(90) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(45) VALUE
           "CALIBRACAO DA AVALIACAO DE DESEMPENHO - CICLO".
           05  FILLER      PIC X(01) VALUE SPACES.
           05  C1-CICLO    PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  C1-DESCR    PIC X(30) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(16) VALUE "NOTA MINIMA   : ".
           05  C2-MINIMA   PIC 9,99  VALUE ZEROS.
           05  FILLER      PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C2-DATA     PIC X(10) VALUE SPACES.
       01  CABDEP.
           05  FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
           05  CD-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CD-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  GESTOR: ".
           05  CD-GESTOR   PIC 9(06) VALUE ZEROS.
       01  CABDET.
           05  FILLER      PIC X(45) VALUE
           "CHAPA  NOME                            CAR   ".
           05  FILLER      PIC X(30) VALUE
           "NOTA  CIENCIA   OBSERVACAO".
       01  LINDET.
           05  LD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LD-NOTA     PIC 9,99  VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-CIENCIA  PIC X(08) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-OBS      PIC X(20) VALUE SPACES.
       01  CABSEM.
           05  FILLER      PIC X(40) VALUE
           "ATIVOS SEM AVALIACAO NO CICLO:".
       01  LINSEM.
           05  LS-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LS-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LS-CARGO    PIC 9(03) VALUE ZEROS.
       01  LINRES1.
           05  FILLER      PIC X(16) VALUE "AVALIADOS     : ".
           05  LR-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   NOTA MEDIA: ".
           05  LR-MEDIA    PIC 9,99  VALUE ZEROS.
           05  FILLER      PIC X(21) VALUE "   ABAIXO DA MINIMA: ".
           05  LR-ABAIXO   PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINRES2.
           05  FILLER      PIC X(16) VALUE "DISTRIBUICAO  : ".
           05  FILLER      PIC X(09) VALUE "1,00-1,99".
           05  LR-FX1      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  2,00-2,99".
           05  LR-FX2      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  3,00-3,99".
           05  LR-FX3      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  4,00-5,00".
           05  LR-FX4      PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINRES3.
           05  FILLER      PIC X(16) VALUE "SEM AVALIACAO : ".
           05  LR-SEMAVA   PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(21) VALUE "   SEM CIENCIA     : ".
           05  LR-SEMCIE   PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINGERAL.
           05  FILLER      PIC X(45) VALUE
           "TOTAL GERAL DOS DEPARTAMENTOS LISTADOS".
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** AVALIACAO DE DESEMPENHO - CALIBRA".
           05  LINE 02  COLUMN 41
               VALUE  "CAO POR DEPARTAMENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "                                   CICLO".
           05  LINE 06  COLUMN 41
               VALUE  " DE AVALIACAO      :".
           05  LINE 08  COLUMN 01
               VALUE  "                            DEPARTAMENTO".
           05  LINE 08  COLUMN 41
               VALUE  " (0=TODOS)         :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCICLO
               LINE 06  COLUMN 62  PIC 9(04)
               USING  W-CICLO
               HIGHLIGHT.
           05  TCICDESCR
               LINE 07  COLUMN 42  PIC X(30)
               USING  W-CIC-DESCR.
           05  TDEPTO
               LINE 08  COLUMN 62  PIC 9(03)
               USING  W-DEPTO
               HIGHLIGHT.
           05  TDEPDESCR
               LINE 09  COLUMN 42  PIC X(25)
               USING  W-DEP-DESCR.
           05  TW-OPCAO
               LINE 12  COLUMN 62  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-TX-DATA
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQCICLO
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM CICLOS CADASTRADOS (FPP140) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQAVAL
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM AVALIACOES LANCADAS (FPP141) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQCICLO
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQCICLO ARQAVAL
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQCICLO ARQAVAL ARQFUNC
               GO TO ROT-FIM.
       INC-OPA.
                ACCEPT TCICLO
                MOVE W-CICLO TO CIC-CODIGO
                READ ARQCICLO
                IF ST-ERRO NOT = "00"
                   MOVE "*** CICLO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPA.
                MOVE CIC-DESCR    TO W-CIC-DESCR
                MOVE CIC-NOTA-MIN TO W-NOTA-MIN
                DISPLAY TCICDESCR.
       INC-OPB.
                ACCEPT TDEPTO
                MOVE SPACES TO W-DEP-DESCR
                IF W-DEPTO = ZEROS
                   MOVE "TODOS" TO W-DEP-DESCR
                   DISPLAY TDEPDESCR
                   GO TO INC-OPC.
                MOVE W-DEPTO TO CODIGO1
                READ ARQDEP
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPB.
                MOVE DENOMINACAO-DEP TO W-DEP-DESCR
                DISPLAY TDEPDESCR.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    O ARQUIVO104 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO104" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP142" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C2-DATA.
           MOVE W-CICLO    TO C1-CICLO.
           MOVE W-CIC-DESCR TO C1-DESCR.
           MOVE W-NOTA-MIN TO C2-MINIMA.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-QTD W-GER-SOMA W-GER-ABAIXO W-GER-SEMAVA
           MOVE ZEROS TO W-GER-FX(1) W-GER-FX(2) W-GER-FX(3)
                         W-GER-FX(4).
           MOVE W-DEPTO TO CODIGO1.
           START ARQDEP KEY IS NOT LESS THAN CODIGO1
               INVALID KEY
               GO TO FIM-DEPTOS.
      *---------------[ UM BLOCO POR DEPARTAMENTO ]---------------------
       LER-DEPTO.
           READ ARQDEP NEXT
               AT END
               GO TO FIM-DEPTOS.
           IF W-DEPTO NOT = ZEROS AND CODIGO1 NOT = W-DEPTO
               GO TO FIM-DEPTOS.
           MOVE ZEROS TO W-DEP-QTD W-DEP-SOMA W-DEP-ABAIXO W-DEP-SEMAVA
                         W-DEP-SEMCIE.
           MOVE ZEROS TO W-DEP-FX(1) W-DEP-FX(2) W-DEP-FX(3)
                         W-DEP-FX(4).
           MOVE CODIGO1         TO CD-CODIGO.
           MOVE DENOMINACAO-DEP TO CD-DESCR.
           MOVE DEP-GESTOR      TO CD-GESTOR.
           WRITE ARQTX FROM CABDEP.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABDET.
           MOVE ZEROS TO AVA-CHAPA AVA-CICLO.
           START ARQAVAL KEY IS NOT LESS THAN AVA-KEY
               INVALID KEY
               GO TO FIM-AVAL.
       LER-AVAL.
           READ ARQAVAL NEXT
               AT END
               GO TO FIM-AVAL.
           IF AVA-CICLO NOT = W-CICLO OR AVA-CODPTO NOT = CODIGO1
               GO TO LER-AVAL.
           MOVE AVA-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE SPACES TO NOME.
           MOVE AVA-CHAPA   TO LD-CHAPA.
           MOVE NOME        TO LD-NOME.
           MOVE AVA-CODCARG TO LD-CARGO.
           MOVE AVA-FINAL   TO LD-NOTA.
           MOVE SPACES      TO LD-CIENCIA LD-OBS.
           IF AVA-STATUS = "C"
               MOVE "CIENTE" TO LD-CIENCIA
           ELSE
               MOVE "PENDENTE" TO LD-CIENCIA
               ADD 1 TO W-DEP-SEMCIE.
           IF AVA-FINAL < W-NOTA-MIN
               MOVE "ABAIXO DA MINIMA" TO LD-OBS
               ADD 1 TO W-DEP-ABAIXO.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-DEP-QTD.
           ADD AVA-FINAL TO W-DEP-SOMA.
           IF AVA-FINAL < 2
               MOVE 1 TO W-FAIXA
           ELSE IF AVA-FINAL < 3
               MOVE 2 TO W-FAIXA
           ELSE IF AVA-FINAL < 4
               MOVE 3 TO W-FAIXA
           ELSE
               MOVE 4 TO W-FAIXA.
           ADD 1 TO W-DEP-FX(W-FAIXA).
           GO TO LER-AVAL.
       FIM-AVAL.
           MOVE "00" TO ST-ERRO.
      *---------------[ ATIVOS DO DEPARTAMENTO SEM AVALIACAO ]----------
           WRITE ARQTX FROM CABSEM.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-SEMAVA.
       LER-SEMAVA.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-SEMAVA.
           IF CODPTO NOT = CODIGO1 OR STATUS1 NOT = "A"
               GO TO LER-SEMAVA.
           MOVE CHAPA   TO AVA-CHAPA.
           MOVE W-CICLO TO AVA-CICLO.
           READ ARQAVAL
               INVALID KEY
               MOVE CHAPA   TO LS-CHAPA
               MOVE NOME    TO LS-NOME
               MOVE CODCARG TO LS-CARGO
               WRITE ARQTX FROM LINSEM
               ADD 1 TO W-DEP-SEMAVA.
           GO TO LER-SEMAVA.
       FIM-SEMAVA.
           MOVE "00" TO ST-ERRO.
           WRITE ARQTX FROM LINTRACO.
           MOVE ZEROS TO W-MEDIA.
           IF W-DEP-QTD NOT = ZEROS
               COMPUTE W-MEDIA ROUNDED = W-DEP-SOMA / W-DEP-QTD.
           MOVE W-DEP-QTD    TO LR-QTD.
           MOVE W-MEDIA      TO LR-MEDIA.
           MOVE W-DEP-ABAIXO TO LR-ABAIXO.
           MOVE W-DEP-FX(1)  TO LR-FX1.
           MOVE W-DEP-FX(2)  TO LR-FX2.
           MOVE W-DEP-FX(3)  TO LR-FX3.
           MOVE W-DEP-FX(4)  TO LR-FX4.
           MOVE W-DEP-SEMAVA TO LR-SEMAVA.
           MOVE W-DEP-SEMCIE TO LR-SEMCIE.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINRES3.
           WRITE ARQTX FROM LINSEP.
           ADD W-DEP-QTD    TO W-GER-QTD.
           ADD W-DEP-SOMA   TO W-GER-SOMA.
           ADD W-DEP-ABAIXO TO W-GER-ABAIXO.
           ADD W-DEP-SEMAVA TO W-GER-SEMAVA.
           MOVE ZEROS TO W-I.
       SOMA-FAIXAS.
           ADD 1 TO W-I.
           IF W-I > 4
               GO TO LER-DEPTO.
           ADD W-DEP-FX(W-I) TO W-GER-FX(W-I).
           GO TO SOMA-FAIXAS.
       FIM-DEPTOS.
           MOVE "00" TO ST-ERRO.
           IF W-DEPTO NOT = ZEROS
               GO TO FIM-GERACAO.
           WRITE ARQTX FROM LINGERAL.
           MOVE ZEROS TO W-MEDIA.
           IF W-GER-QTD NOT = ZEROS
               COMPUTE W-MEDIA ROUNDED = W-GER-SOMA / W-GER-QTD.
           MOVE W-GER-QTD    TO LR-QTD.
           MOVE W-MEDIA      TO LR-MEDIA.
           MOVE W-GER-ABAIXO TO LR-ABAIXO.
           MOVE W-GER-FX(1)  TO LR-FX1.
           MOVE W-GER-FX(2)  TO LR-FX2.
           MOVE W-GER-FX(3)  TO LR-FX3.
           MOVE W-GER-FX(4)  TO LR-FX4.
           MOVE W-GER-SEMAVA TO LR-SEMAVA.
           MOVE ZEROS        TO LR-SEMCIE.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO104 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQCICLO ARQAVAL ARQFUNC ARQDEP.
           GO TO ROT-FIM1.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
       ROT-FIM1.
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
