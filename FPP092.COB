      *    SIMULA O CUSTO DE RESCISAO (SEM JUSTA CAUSA) DE TODOS OS
      *    ATIVOS DE UM DEPARTAMENTO, OU DE UMA CHAPA, EM UMA DATA
      *    HIPOTETICA. NAO GRAVA NADA EM ARQFUNC NEM EM ARQRESUL.
      *    QUEM ESTIVER EM ESTABILIDADE PROVISORIA (FPP130) NA DATA
      *    SAI MARCADO COM O TIPO E SOMA A INDENIZACAO DOS SALARIOS
      *    DO PERIODO RESTANTE ATE O FIM DA ESTABILIDADE.
      *    SE A SIMULACAO DESLIGAR PESSOA COM DEFICIENCIA E A EMPRESA
      *    FICAR ABAIXO DA COTA DO ART. 93 DA LEI 8.213, SAI O AVISO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EST-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------GERAR RELATORIO DA SIMULACAO----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
               05 DIA-ADM     PIC 9(02).
               05 MES-ADM     PIC 9(02).
               05 ANO-ADM     PIC 9(04).
           03 FILLER          PIC X(42).
           03 CODEMPRESA      PIC 9(03).
           03 FILLER          PIC X(117).
           03 PCD-TIPO        PIC X(01).
           03 PCD-DATA-LAUDO  PIC 9(08).
      *---------------------ARQUIVO DO CARGO----------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
           03 FER-DIAS-GOZO       PIC 9(02).
           03 FER-STATUS          PIC X(01).
           03 FER-DIAS-ABONO      PIC 9(02).
      *---------------------PERIODOS DE ESTABILIDADE PROVISORIA---------
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 EST-KEY.
            05 EST-CHAPA          PIC 9(06).
            05 EST-SEQ            PIC 9(02).
           03 EST-TIPO            PIC X(01).
           03 EST-DATA-INI        PIC 9(08).
           03 EST-DT-INI REDEFINES EST-DATA-INI.
            05 EST-DIA-INI        PIC 9(02).
            05 EST-MES-INI        PIC 9(02).
            05 EST-ANO-INI        PIC 9(04).
           03 EST-DATA-FIM        PIC 9(08).
           03 EST-DT-FIM REDEFINES EST-DATA-FIM.
            05 EST-DIA-FIM        PIC 9(02).
            05 EST-MES-FIM        PIC 9(02).
            05 EST-ANO-FIM        PIC 9(04).
           03 EST-OBS             PIC X(30).
      *---------------------GERAR RELATORIO DA SIMULACAO----------------
       FD TX
               LABEL RECORD IS STANDARD
       01 ARQTX    PIC X(110).
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
       77 W-TEM-GRADE PIC X(01) VALUE "S".
       77 W-TEM-ESTAB PIC X(01) VALUE "S".
       01 W-CODPTO-SIM  PIC 9(03) VALUE ZEROS.
       01 W-CHAPA-SIM   PIC 9(06) VALUE ZEROS.
       01 W-DATA-SIM    PIC 9(08) VALUE ZEROS.
       01 W-TOT-MULTA   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-AVISO   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDE        PIC 9(05) VALUE ZEROS.
       01 W-EST-TIPO    PIC X(01) VALUE SPACES.
       01 W-EST-FIM-AMD PIC 9(08) VALUE ZEROS.
       01 W-EST-FIM-AMD-R REDEFINES W-EST-FIM-AMD.
           03 W-EST-ANO-F PIC 9(04).
           03 W-EST-MES-F PIC 9(02).
           03 W-EST-DIA-F PIC 9(02).
       01 W-SIM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD     PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ESTAB  PIC S9(05) VALUE ZEROS.
       01 W-INDEN-ESTAB PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-ESTAB   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDE-ESTAB  PIC 9(05) VALUE ZEROS.
      *---------------[ COTA DE PCD POR EMPRESA APOS A SIMULACAO ]------
       01 W-PCD-QTD-EMP PIC 9(02) VALUE ZEROS.
       01 W-PCD-IND     PIC 9(02) VALUE ZEROS.
       01 W-PCD-TEM     PIC X(01) VALUE "N".
       01 W-PCD-ALERTAS PIC 9(02) VALUE ZEROS.
       01 W-PCD-BASE    PIC 9(05) VALUE ZEROS.
       01 W-PCD-PCT     PIC 9V99 VALUE ZEROS.
       01 W-PCD-COTA    PIC 9(05) VALUE ZEROS.
       01 W-PCD-RESTO   PIC 9(05)V99 VALUE ZEROS.
       01 W-PCD-FICAM   PIC 9(05) VALUE ZEROS.
       01 TAB-PCD-EMP.
           03 TPE-ITEM OCCURS 20 TIMES.
               05 TPE-EMPRESA    PIC 9(03).
               05 TPE-SIM        PIC 9(05).
               05 TPE-SIM-PCD    PIC 9(05).
               05 TPE-ATIVOS     PIC 9(05).
               05 TPE-PCD        PIC 9(05).
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO64_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(051) VALUE
           "CHAPA  NOME                   SALDO+13+FER    AVISO".
           05  FILLER                 PIC X(026) VALUE
           "  MULTA FGTS        TOTAL".
           05  FILLER                 PIC X(013) VALUE
           " E  INDEN.EST".
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  DET.
           05  D-MULTA    PIC ZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-TOTAL    PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-ESTAB    PIC X(01) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-INDEN    PIC ZZZZZZ9,99 VALUE ZEROS.
       01  LINTOT1.
           05  FILLER     PIC X(041) VALUE
           "*** FUNCIONARIOS SIMULADOS.............: ".
           05  FILLER     PIC X(041) VALUE
           "*** TOTAL MULTA 40% FGTS (ESTIMATIVA)..: ".
           05  LT-MULTA   PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  LINTOT5.
           05  FILLER     PIC X(041) VALUE
           "*** FUNCIONARIOS COM ESTABILIDADE......: ".
           05  LT-QTDE-EST PIC ZZZZ9 VALUE ZEROS.
       01  LINTOT6.
           05  FILLER     PIC X(041) VALUE
           "*** TOTAL INDENIZACAO ESTABILIDADE.....: ".
           05  LT-ESTAB   PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  LINTOT4.
           05  FILLER     PIC X(041) VALUE
           "*** CUSTO TOTAL DA SIMULACAO...........: ".
           05  LT-TOTAL   PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  LINPCD.
           05  FILLER     PIC X(12) VALUE "*** EMPRESA ".
           05  LP-EMPRESA PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(39) VALUE
           " FICA ABAIXO DA COTA PCD (ART. 93): ".
           05  LP-FICAM   PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(14) VALUE " PCD PARA COTA".
           05  FILLER     PIC X(04) VALUE " DE ".
           05  LP-COTA    PIC ZZZZ9 VALUE ZEROS.
       01  LINHABR        PIC X(110) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-GRADE
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQESTAB
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-ESTAB
               MOVE "00" TO ST-ERRO.
           COMPUTE W-SIM-AMD = (W-SIM-ANO * 10000) +
                               (W-SIM-MES * 100) + W-SIM-DIA.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO64" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP092" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-DATA-SIM TO CAB-DATA.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
               INVALID KEY
               GO TO LER-FUNC.
           PERFORM SIMULA THRU FIM-SIMULA.
           PERFORM ACUMULA-PCD THRU FIM-ACUMULA-PCD.
           GO TO LER-FUNC.

      *---------------[ CALCULO HIPOTETICO DAS VERBAS ]-----------------
           COMPUTE W-SALDO-FGTS ROUNDED =
               W-SALMES * 0,08 * W-MESES-SERVICO.
           COMPUTE W-MULTA-FGTS ROUNDED = W-SALDO-FGTS * 0,40.
           PERFORM CALC-ESTAB THRU FIM-CALC-ESTAB.
           COMPUTE W-TOTAL = W-SALDO-SAL + W-AVISO + W-13-PROP +
               W-FER-VENC + W-FER-PROP + W-TERCO + W-MULTA-FGTS +
               W-INDEN-ESTAB.
           MOVE CHAPA TO D-CHAPA.
           MOVE NOME  TO D-NOME.
           COMPUTE D-VERBAS = W-SALDO-SAL + W-13-PROP +
           MOVE W-AVISO TO D-AVISO.
           MOVE W-MULTA-FGTS TO D-MULTA.
           MOVE W-TOTAL TO D-TOTAL.
           MOVE W-EST-TIPO TO D-ESTAB.
           MOVE W-INDEN-ESTAB TO D-INDEN.
           WRITE ARQTX FROM DET.
           ADD 1 TO W-QTDE.
           ADD W-AVISO TO W-TOT-AVISO.
           ADD W-MULTA-FGTS TO W-TOT-MULTA.
           ADD W-TOTAL TO W-TOT-GERAL.
           IF W-EST-TIPO NOT = SPACES
               ADD 1 TO W-QTDE-ESTAB
               ADD W-INDEN-ESTAB TO W-TOT-ESTAB.
           DISPLAY (20, 40) W-QTDE.
       FIM-SIMULA.
           CONTINUE.
       FIM-CALC-FERIAS.
           CONTINUE.

      *---------------[ ESTABILIDADE PROVISORIA NA DATA HIPOTETICA ]----
      *    PERIODO DO ARQESTAB QUE CONTEM A DATA; HAVENDO MAIS DE UM,
      *    VALE O DE TERMINO MAIS DISTANTE. A INDENIZACAO E O SALARIO
      *    DOS DIAS RESTANTES (MES COMERCIAL DE 30 DIAS).
       CALC-ESTAB.
           MOVE SPACES TO W-EST-TIPO.
           MOVE ZEROS TO W-EST-FIM-AMD W-DIAS-ESTAB W-INDEN-ESTAB.
           IF W-TEM-ESTAB NOT = "S"
               GO TO FIM-CALC-ESTAB.
           MOVE CHAPA TO EST-CHAPA.
           MOVE ZEROS TO EST-SEQ.
           START ARQESTAB KEY IS NOT LESS THAN EST-KEY
               INVALID KEY
               GO TO CALC-ESTAB-9.
       CALC-ESTAB-1.
           READ ARQESTAB NEXT
               AT END
               GO TO CALC-ESTAB-9.
           IF EST-CHAPA NOT = CHAPA
               GO TO CALC-ESTAB-9.
           COMPUTE W-INI-AMD = (EST-ANO-INI * 10000) +
                               (EST-MES-INI * 100) + EST-DIA-INI.
           COMPUTE W-FIM-AMD = (EST-ANO-FIM * 10000) +
                               (EST-MES-FIM * 100) + EST-DIA-FIM.
           IF W-SIM-AMD < W-INI-AMD OR W-SIM-AMD > W-FIM-AMD
               GO TO CALC-ESTAB-1.
           IF W-FIM-AMD > W-EST-FIM-AMD
               MOVE W-FIM-AMD TO W-EST-FIM-AMD
               MOVE EST-TIPO  TO W-EST-TIPO.
           GO TO CALC-ESTAB-1.
       CALC-ESTAB-9.
           MOVE "00" TO ST-ERRO.
           IF W-EST-TIPO = SPACES
               GO TO FIM-CALC-ESTAB.
           IF W-EST-DIA-F > 30
               MOVE 30 TO W-EST-DIA-F.
           COMPUTE W-DIAS-ESTAB =
               ((W-EST-ANO-F - W-SIM-ANO) * 360) +
               ((W-EST-MES-F - W-SIM-MES) * 30) +
               (W-EST-DIA-F - W-SIM-DIA).
           IF W-DIAS-ESTAB < ZEROS
               MOVE ZEROS TO W-DIAS-ESTAB.
           COMPUTE W-INDEN-ESTAB ROUNDED =
               W-SALMES * W-DIAS-ESTAB / 30.
       FIM-CALC-ESTAB.
           CONTINUE.

      *---------------[ DESLIGADOS DA SIMULACAO POR EMPRESA ]-----------
       ACUMULA-PCD.
           MOVE ZEROS TO W-PCD-IND.
       ACUMULA-PCD-1.
           ADD 1 TO W-PCD-IND.
           IF W-PCD-IND > W-PCD-QTD-EMP
               GO TO ACUMULA-PCD-2.
           IF TPE-EMPRESA(W-PCD-IND) = CODEMPRESA
               GO TO ACUMULA-PCD-3.
           GO TO ACUMULA-PCD-1.
       ACUMULA-PCD-2.
           IF W-PCD-QTD-EMP NOT < 20
               GO TO FIM-ACUMULA-PCD.
           ADD 1 TO W-PCD-QTD-EMP.
           MOVE W-PCD-QTD-EMP TO W-PCD-IND.
           MOVE CODEMPRESA TO TPE-EMPRESA(W-PCD-IND).
           MOVE ZEROS TO TPE-SIM(W-PCD-IND) TPE-SIM-PCD(W-PCD-IND)
                         TPE-ATIVOS(W-PCD-IND) TPE-PCD(W-PCD-IND).
       ACUMULA-PCD-3.
           ADD 1 TO TPE-SIM(W-PCD-IND).
           IF PCD-TIPO NOT = "N" AND PCD-TIPO NOT = SPACES
              AND PCD-DATA-LAUDO NOT = ZEROS
               ADD 1 TO TPE-SIM-PCD(W-PCD-IND)
               MOVE "S" TO W-PCD-TEM.
       FIM-ACUMULA-PCD.
           CONTINUE.

      *---------------[ COTA DE PCD DEPOIS DOS DESLIGAMENTOS ]----------
      *    SO QUANDO A SIMULACAO ATINGE ALGUM PCD: RECONTA OS ATIVOS E
      *    OS PCD DAS EMPRESAS ENVOLVIDAS, TIRA OS SIMULADOS E COMPARA
      *    COM A COTA CALCULADA SOBRE O QUADRO QUE RESTA.
       COTA-PCD.
           IF W-PCD-TEM NOT = "S"
               GO TO FIM-COTA-PCD.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO COTA-PCD-3.
       COTA-PCD-1.
           READ ARQFUNC NEXT
               AT END
               GO TO COTA-PCD-3.
           IF STATUS1 NOT = "A"
               GO TO COTA-PCD-1.
           MOVE ZEROS TO W-PCD-IND.
       COTA-PCD-2.
           ADD 1 TO W-PCD-IND.
           IF W-PCD-IND > W-PCD-QTD-EMP
               GO TO COTA-PCD-1.
           IF TPE-EMPRESA(W-PCD-IND) NOT = CODEMPRESA
               GO TO COTA-PCD-2.
           ADD 1 TO TPE-ATIVOS(W-PCD-IND).
           IF PCD-TIPO NOT = "N" AND PCD-TIPO NOT = SPACES
              AND PCD-DATA-LAUDO NOT = ZEROS
               ADD 1 TO TPE-PCD(W-PCD-IND).
           GO TO COTA-PCD-1.
       COTA-PCD-3.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO W-PCD-IND.
       COTA-PCD-4.
           ADD 1 TO W-PCD-IND.
           IF W-PCD-IND > W-PCD-QTD-EMP
               GO TO FIM-COTA-PCD.
           IF TPE-SIM-PCD(W-PCD-IND) = ZEROS
               GO TO COTA-PCD-4.
           COMPUTE W-PCD-BASE =
               TPE-ATIVOS(W-PCD-IND) - TPE-SIM(W-PCD-IND).
           COMPUTE W-PCD-FICAM =
               TPE-PCD(W-PCD-IND) - TPE-SIM-PCD(W-PCD-IND).
           PERFORM CALC-COTA-PCD THRU CALC-COTA-PCD-FIM.
           IF W-PCD-FICAM NOT < W-PCD-COTA
               GO TO COTA-PCD-4.
           ADD 1 TO W-PCD-ALERTAS.
           MOVE TPE-EMPRESA(W-PCD-IND) TO LP-EMPRESA.
           MOVE W-PCD-FICAM TO LP-FICAM.
           MOVE W-PCD-COTA  TO LP-COTA.
           WRITE ARQTX FROM LINPCD.
           GO TO COTA-PCD-4.
       FIM-COTA-PCD.
           CONTINUE.

      *    ATE 99 EMPREGADOS NAO HA COTA; 100 A 200 = 2%, 201 A 500 =
      *    3%, 501 A 1000 = 4%, ACIMA = 5%. FRACAO ARREDONDA PARA CIMA.
       CALC-COTA-PCD.
           MOVE ZEROS TO W-PCD-COTA.
           IF W-PCD-BASE < 100
               GO TO CALC-COTA-PCD-FIM.
           MOVE 0,02 TO W-PCD-PCT.
           IF W-PCD-BASE > 200
               MOVE 0,03 TO W-PCD-PCT.
           IF W-PCD-BASE > 500
               MOVE 0,04 TO W-PCD-PCT.
           IF W-PCD-BASE > 1000
               MOVE 0,05 TO W-PCD-PCT.
           COMPUTE W-PCD-RESTO = W-PCD-BASE * W-PCD-PCT.
           MOVE W-PCD-RESTO TO W-PCD-COTA.
           IF W-PCD-COTA < W-PCD-RESTO
               ADD 1 TO W-PCD-COTA.
       CALC-COTA-PCD-FIM.
           EXIT.

       FIM-RELATORIO.
           WRITE ARQTX FROM CAB3.
           MOVE W-QTDE TO LT-QTDE.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-TOT-MULTA TO LT-MULTA.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-QTDE-ESTAB TO LT-QTDE-EST.
           WRITE ARQTX FROM LINTOT5.
           MOVE W-TOT-ESTAB TO LT-ESTAB.
           WRITE ARQTX FROM LINTOT6.
           MOVE W-TOT-GERAL TO LT-TOTAL.
           WRITE ARQTX FROM LINTOT4.
           PERFORM COTA-PCD THRU FIM-COTA-PCD.
           IF W-PCD-ALERTAS NOT = ZEROS
               MOVE "*** ATENCAO: EMPRESA ABAIXO DA COTA PCD ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** SIMULACAO GERADA NO ARQUIVO64 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
                CLOSE ARQFUNC ARQCARG ARQFERIAS TX.
                IF W-TEM-GRADE = "S"
                    CLOSE ARQGRADE.
                IF W-TEM-ESTAB = "S"
                    CLOSE ARQESTAB.
       ROT-FIMP.
                EXIT PROGRAM.

