       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP150.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   RELATORIO MENSAL DE SOBREAVISO            *
      ***********************************************
      *----------------------------------------------------------------
      *    PARA A COMPETENCIA INFORMADA LISTA, POR DEPARTAMENTO, OS
      *    FUNCIONARIOS COM ESCALA DE SOBREAVISO (FPP149): DIAS E HORAS
      *    DE ESCALA, HORAS ACIONADAS A 50% (DIA NORMAL) E A 100%
      *    (DOMINGO/FERIADO), HORAS DE SOBREAVISO NAO ACIONADAS E O
      *    VALOR DO EVENTO SBA DA FOLHA, QUANDO JA CALCULADA.
      *    DEPARTAMENTO ZERO = TODOS. VAI PARA O ARQUIVO105 DO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------SOBREAVISO E ACIONAMENTOS-------------------
           SELECT ARQSOBRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SBA-KEY
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
      *---------------------DETALHE DA FOLHA POR EVENTO-----------------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-DET.
      *---------------------RELATORIO DE SOBREAVISO---------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------SOBREAVISO E ACIONAMENTOS-------------------
       FD ARQSOBRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOBRE.DAT".
       01 REGSOBRE.
           03 SBA-KEY.
               05 SBA-CHAPA          PIC 9(06).
               05 SBA-DATA           PIC 9(08).
               05 SBA-SEQ            PIC 9(02).
           03 SBA-TIPO            PIC X(01).
           03 SBA-HORAS           PIC 9(02)V99.
           03 SBA-TIPO-DIA        PIC X(01).
           03 SBA-STATUS          PIC X(01).
           03 SBA-OBS             PIC X(30).
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
      *---------------------DETALHE DA FOLHA POR EVENTO-----------------
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
      *---------------------RELATORIO DE SOBREAVISO---------------------
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
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-DET     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TEM-DET     PIC X(01) VALUE "N".
       01 W-DEP-CAB     PIC X(01) VALUE "N".
       01 W-DATA-ANT    PIC 9(08) VALUE ZEROS.
      *---------------[ ACUMULADORES DO FUNCIONARIO ]-------------------
       01 W-FU-DIAS     PIC 9(02) VALUE ZEROS.
       01 W-FU-ESCALA   PIC 9(04)V99 VALUE ZEROS.
       01 W-FU-ACN-50   PIC 9(04)V99 VALUE ZEROS.
       01 W-FU-ACN-100  PIC 9(04)V99 VALUE ZEROS.
       01 W-FU-SOBREAV  PIC 9(04)V99 VALUE ZEROS.
       01 W-FU-VALOR    PIC 9(08)V99 VALUE ZEROS.
      *---------------[ ACUMULADORES DO DEPARTAMENTO E GERAIS ]---------
       01 W-DEP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-DEP-ESCALA  PIC 9(06)V99 VALUE ZEROS.
       01 W-DEP-ACN-50  PIC 9(06)V99 VALUE ZEROS.
       01 W-DEP-ACN-100 PIC 9(06)V99 VALUE ZEROS.
       01 W-DEP-SOBREAV PIC 9(06)V99 VALUE ZEROS.
       01 W-DEP-VALOR   PIC 9(08)V99 VALUE ZEROS.
       01 W-GER-QTD     PIC 9(05) VALUE ZEROS.
       01 W-GER-ESCALA  PIC 9(06)V99 VALUE ZEROS.
       01 W-GER-ACN-50  PIC 9(06)V99 VALUE ZEROS.
       01 W-GER-ACN-100 PIC 9(06)V99 VALUE ZEROS.
       01 W-GER-SOBREAV PIC 9(06)V99 VALUE ZEROS.
       01 W-GER-VALOR   PIC 9(08)V99 VALUE ZEROS.
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
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(90) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(90) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(33) VALUE
           "RELATORIO MENSAL DE SOBREAVISO - ".
           05  C1-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CABDEP.
           05  FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
           05  CD-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CD-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  GESTOR: ".
           05  CD-GESTOR   PIC 9(06) VALUE ZEROS.
       01  CABDET.
           05  FILLER      PIC X(45) VALUE
           "CHAPA  NOME                     DIAS  ESCALA ".
           05  FILLER      PIC X(45) VALUE
           "  ACN.50  ACN.100 SOBREAVISO VALOR SBA".
       01  LINDET.
           05  LD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-DIAS     PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-ESCALA   PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-ACN-50   PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-ACN-100  PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LD-SOBREAV  PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-VALOR    PIC ZZ.ZZ9,99 VALUE ZEROS.
       01  LINRES1.
           05  FILLER      PIC X(16) VALUE "FUNCIONARIOS  : ".
           05  LR-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   HORAS ESCALA:".
           05  LR-ESCALA   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   SOBREAVISO  :".
           05  LR-SOBREAV  PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINRES2.
           05  FILLER      PIC X(16) VALUE "ACIONADAS 50%: ".
           05  LR-ACN-50   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   ACION. 100%:".
           05  LR-ACN-100  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   VALOR SBA   :".
           05  LR-VALOR    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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
               VALUE  "      *** RELATORIO MENSAL DE SOBREAVISO".
           05  LINE 02  COLUMN 41
               VALUE  " E ACIONAMENTOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA".
           05  LINE 06  COLUMN 41
               VALUE  " (AAAAMM)          :".
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
           05  TCOMPETENCIA
               LINE 06  COLUMN 62  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
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
                MOVE W-HOJE(1:6) TO W-COMPETENCIA
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQSOBRE
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM SOBREAVISO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQSOBRE
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQSOBRE ARQFUNC
               GO TO ROT-FIM.
      *    SEM FOLHA CALCULADA A COLUNA DO VALOR SAI ZERADA.
           MOVE "N" TO W-TEM-DET.
           OPEN INPUT ARQRESDET
           IF ST-DET = "00"
               MOVE "S" TO W-TEM-DET.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1900
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
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
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP150" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-COMP-MES TO C1-MES.
           MOVE W-COMP-ANO TO C1-ANO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-QTD W-GER-ESCALA W-GER-ACN-50
                         W-GER-ACN-100 W-GER-SOBREAV W-GER-VALOR.
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
           MOVE ZEROS TO W-DEP-QTD W-DEP-ESCALA W-DEP-ACN-50
                         W-DEP-ACN-100 W-DEP-SOBREAV W-DEP-VALOR.
      *    O CABECALHO SO SAI SE O DEPARTAMENTO TIVER SOBREAVISO.
           MOVE "N" TO W-DEP-CAB.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-FUNC.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-FUNC.
           IF CODPTO NOT = CODIGO1
               GO TO LER-FUNC.
           PERFORM SOMA-SOBRE THRU FIM-SOMA-SOBRE.
           IF W-FU-ESCALA = ZEROS
               GO TO LER-FUNC.
           IF W-DEP-CAB = "N"
               MOVE "S"             TO W-DEP-CAB
               MOVE CODIGO1         TO CD-CODIGO
               MOVE DENOMINACAO-DEP TO CD-DESCR
               MOVE DEP-GESTOR      TO CD-GESTOR
               WRITE ARQTX FROM CABDEP
               WRITE ARQTX FROM LINTRACO
               WRITE ARQTX FROM CABDET.
           PERFORM BUSCA-SBA THRU FIM-BUSCA-SBA.
           MOVE CHAPA        TO LD-CHAPA.
           MOVE NOME         TO LD-NOME.
           MOVE W-FU-DIAS    TO LD-DIAS.
           MOVE W-FU-ESCALA  TO LD-ESCALA.
           MOVE W-FU-ACN-50  TO LD-ACN-50.
           MOVE W-FU-ACN-100 TO LD-ACN-100.
           MOVE W-FU-SOBREAV TO LD-SOBREAV.
           MOVE W-FU-VALOR   TO LD-VALOR.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-DEP-QTD.
           ADD W-FU-ESCALA  TO W-DEP-ESCALA.
           ADD W-FU-ACN-50  TO W-DEP-ACN-50.
           ADD W-FU-ACN-100 TO W-DEP-ACN-100.
           ADD W-FU-SOBREAV TO W-DEP-SOBREAV.
           ADD W-FU-VALOR   TO W-DEP-VALOR.
           GO TO LER-FUNC.
       FIM-FUNC.
           MOVE "00" TO ST-ERRO.
           IF W-DEP-QTD = ZEROS
               GO TO LER-DEPTO.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-DEP-QTD     TO LR-QTD.
           MOVE W-DEP-ESCALA  TO LR-ESCALA.
           MOVE W-DEP-SOBREAV TO LR-SOBREAV.
           MOVE W-DEP-ACN-50  TO LR-ACN-50.
           MOVE W-DEP-ACN-100 TO LR-ACN-100.
           MOVE W-DEP-VALOR   TO LR-VALOR.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINSEP.
           ADD W-DEP-QTD     TO W-GER-QTD.
           ADD W-DEP-ESCALA  TO W-GER-ESCALA.
           ADD W-DEP-ACN-50  TO W-GER-ACN-50.
           ADD W-DEP-ACN-100 TO W-GER-ACN-100.
           ADD W-DEP-SOBREAV TO W-GER-SOBREAV.
           ADD W-DEP-VALOR   TO W-GER-VALOR.
           GO TO LER-DEPTO.
       FIM-DEPTOS.
           MOVE "00" TO ST-ERRO.
           IF W-DEPTO NOT = ZEROS
               GO TO FIM-GERACAO.
           WRITE ARQTX FROM LINGERAL.
           MOVE W-GER-QTD     TO LR-QTD.
           MOVE W-GER-ESCALA  TO LR-ESCALA.
           MOVE W-GER-SOBREAV TO LR-SOBREAV.
           MOVE W-GER-ACN-50  TO LR-ACN-50.
           MOVE W-GER-ACN-100 TO LR-ACN-100.
           MOVE W-GER-VALOR   TO LR-VALOR.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINRES2.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQSOBRE ARQFUNC ARQDEP.
           IF W-TEM-DET = "S"
               CLOSE ARQRESDET.
           GO TO ROT-FIM1.
      *
      *---------[ ESCALA E ACIONAMENTOS DA CHAPA NA COMPETENCIA ]-------
      *    SO REGISTROS ATIVOS. DIAS = DATAS DISTINTAS COM ESCALA.
      *    SOBREAVISO = HORAS DE ESCALA NAO ACIONADAS, COMO NA FOLHA.
       SOMA-SOBRE.
           MOVE ZEROS TO W-FU-DIAS W-FU-ESCALA W-FU-ACN-50
                         W-FU-ACN-100 W-FU-SOBREAV W-FU-VALOR
                         W-DATA-ANT.
           MOVE CHAPA TO SBA-CHAPA.
           COMPUTE SBA-DATA = W-COMPETENCIA * 100.
           MOVE ZEROS TO SBA-SEQ.
           START ARQSOBRE KEY IS NOT LESS THAN SBA-KEY
               INVALID KEY
               GO TO SOMA-SOBRE-9.
       SOMA-SOBRE-1.
           READ ARQSOBRE NEXT
               AT END
               GO TO SOMA-SOBRE-9.
           IF SBA-CHAPA NOT = CHAPA
              OR SBA-DATA > W-COMPETENCIA * 100 + 31
               GO TO SOMA-SOBRE-9.
           IF SBA-STATUS NOT = "A"
               GO TO SOMA-SOBRE-1.
           IF SBA-TIPO NOT = "E"
               GO TO SOMA-SOBRE-2.
           ADD SBA-HORAS TO W-FU-ESCALA.
           IF SBA-DATA NOT = W-DATA-ANT
               MOVE SBA-DATA TO W-DATA-ANT
               ADD 1 TO W-FU-DIAS.
           GO TO SOMA-SOBRE-1.
       SOMA-SOBRE-2.
           IF SBA-TIPO-DIA = "D" OR SBA-TIPO-DIA = "F"
               ADD SBA-HORAS TO W-FU-ACN-100
           ELSE
               ADD SBA-HORAS TO W-FU-ACN-50.
           GO TO SOMA-SOBRE-1.
       SOMA-SOBRE-9.
           MOVE "00" TO ST-ERRO.
           IF W-FU-ESCALA > W-FU-ACN-50 + W-FU-ACN-100
               COMPUTE W-FU-SOBREAV =
                   W-FU-ESCALA - W-FU-ACN-50 - W-FU-ACN-100.
       FIM-SOMA-SOBRE.
           CONTINUE.

      *---------[ VALOR DO EVENTO SBA NA FOLHA DA COMPETENCIA ]---------
       BUSCA-SBA.
           IF W-TEM-DET NOT = "S"
               GO TO FIM-BUSCA-SBA.
           MOVE CHAPA         TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "FO"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-BUSCA-SBA.
       BUSCA-SBA-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-BUSCA-SBA.
           IF DET-CHAPA NOT = CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
              OR DET-TIPO NOT = "FO"
               GO TO FIM-BUSCA-SBA.
           IF DET-EVENTO = "SBA"
               ADD DET-VALOR TO W-FU-VALOR.
           GO TO BUSCA-SBA-1.
       FIM-BUSCA-SBA.
           MOVE "00" TO ST-DET.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
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
