       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP129.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  SIMULADOR DE SALARIO BRUTO PELO LIQUIDO    *
      ***********************************************
      *----------------------------------------------------------------
      *    A PARTIR DO LIQUIDO DESEJADO, DOS DEPENDENTES DE IRRF E DO
      *    VT/VR POR DIA, PROCURA O MENOR SALARIO BRUTO CUJO LIQUIDO
      *    ALCANCA O VALOR PEDIDO, COM AS TABELAS DE INSS E IRRF DA
      *    VIGENCIA DA COMPETENCIA INFORMADA (FPP082) E AS MESMAS
      *    REGRAS DA FOLHA (FPP015): INSS PELA FAIXA, IRRF PELA MENOR
      *    ENTRE DEDUCOES LEGAIS E DESCONTO SIMPLIFICADO, VT LIMITADO
      *    A 6% DO SALARIO. MOSTRA INSS, IRRF, FGTS E O CUSTO TOTAL DO
      *    EMPREGADOR E GRAVA O MEMORANDO NO ARQUIVO98.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------TABELA DE FAIXAS DE IRRF--------------------
           SELECT ARQIRRF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE FAIXAS DE INSS--------------------
           SELECT ARQINSS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR MEMORANDO DA SIMULACAO----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------TABELA DE FAIXAS DE IRRF--------------------
       FD ARQIRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRRF.DAT".
       01 REGIRRF.
           03 CODFAIXA-IRRF   PIC 9(02).
           03 LIMDE-IRRF      PIC 9(06)V99.
           03 LIMATE-IRRF     PIC 9(06)V99.
           03 ALIQ-IRRF       PIC 9V9999.
           03 VIG-IRRF        PIC 9(06).
      *---------------------TABELA DE FAIXAS DE INSS--------------------
       FD ARQINSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINSS.DAT".
       01 REGINSS.
           03 CODFAIXA-INSS   PIC 9(02).
           03 LIMDE-INSS      PIC 9(06)V99.
           03 LIMATE-INSS     PIC 9(06)V99.
           03 ALIQ-INSS       PIC 9V9999.
           03 VIG-INSS        PIC 9(06).
      *---------------------GERAR MEMORANDO DA SIMULACAO----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
      *---------------[ MESMOS PARAMETROS DA FOLHA (FPP015) ]----------
       77 W-PCT-PATRONAL   PIC 9V999 VALUE 0,200.
       77 W-PCT-RAT        PIC 9V999 VALUE 0,020.
       77 W-PCT-TERCEIROS  PIC 9V999 VALUE 0,058.
       77 W-PCT-FGTS       PIC 9V99 VALUE 0,08.
       77 W-DIAS-UTEIS     PIC 9(02) VALUE 22.
       77 W-DED-DEPENDENTE PIC 9(03)V99 VALUE 189,59.
       77 W-DED-SIMPLES    PIC 9(05)V99 VALUE 564,80.
      *---------------[ DADOS INFORMADOS ]------------------------------
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-LIQ-ALVO    PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-DEP-IR  PIC 9(02) VALUE ZEROS.
       01 W-VT-DIA      PIC 9(04)V99 VALUE ZEROS.
       01 W-VR-DIA      PIC 9(04)V99 VALUE ZEROS.
      *---------------[ BUSCA DO BRUTO ]--------------------------------
       01 W-BRUTO-MIN   PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-MAX   PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-SIM   PIC 9(08)V99 VALUE ZEROS.
       01 W-ITERACOES   PIC 9(03) VALUE ZEROS.
      *---------------[ CALCULO DO SALARIO SIMULADO ]-------------------
       01 W-INSS        PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF   PIC S9(08)V99 VALUE ZEROS.
       01 W-BASE-LEGAL  PIC S9(08)V99 VALUE ZEROS.
       01 W-BASE-SIMPLES PIC S9(08)V99 VALUE ZEROS.
       01 W-IRRF        PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-LEGAL  PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-SIMPLES PIC 9(08)V99 VALUE ZEROS.
       01 W-OPCAO-IRRF  PIC X(01) VALUE SPACES.
       01 W-VT-MES      PIC 9(06)V99 VALUE ZEROS.
       01 W-VT-TETO     PIC 9(06)V99 VALUE ZEROS.
       01 W-VT-DESC     PIC 9(06)V99 VALUE ZEROS.
       01 W-VR-MES      PIC 9(06)V99 VALUE ZEROS.
       01 W-LIQ-SIM     PIC S9(08)V99 VALUE ZEROS.
      *---------------[ CUSTO DO EMPREGADOR ]---------------------------
       01 W-FGTS        PIC 9(08)V99 VALUE ZEROS.
       01 W-PROV-13     PIC 9(08)V99 VALUE ZEROS.
       01 W-PROV-FER    PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-ENC    PIC 9(09)V99 VALUE ZEROS.
       01 W-ENC-PATRONAL PIC 9(08)V99 VALUE ZEROS.
       01 W-ENC-RAT     PIC 9(08)V99 VALUE ZEROS.
       01 W-ENC-TERC    PIC 9(08)V99 VALUE ZEROS.
       01 W-ENC-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTS-CUSTO  PIC 9(08)V99 VALUE ZEROS.
       01 W-BENEF-EMPR  PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTO-MES   PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-ANO   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZZZZZZ9,99 VALUE ZEROS.
      *---------------[ TABELAS DA VIGENCIA ]---------------------------
       01 IND-IRRF       PIC 9(02) VALUE ZEROS.
       01 IND-INSS       PIC 9(02) VALUE ZEROS.
       01 W-VIG-IRRF-SEL PIC 9(06) VALUE ZEROS.
       01 W-VIG-INSS-SEL PIC 9(06) VALUE ZEROS.
       01 VECTOR-IRRF.
           03 FAIXA-IRRF OCCURS 10 TIMES.
               05 LIMITE-DE-IRRF   PIC 9(06)V99 VALUE ZEROS.
               05 LIMITE-ATE-IRRF  PIC 9(06)V99 VALUE ZEROS.
               05 ALIQUOTA-IRRF    PIC 9V9999 VALUE ZEROS.
       01 VECTOR-INSS.
           03 FAIXA-INSS OCCURS 3 TIMES.
               05 LIMITE-DE-INSS   PIC 9(06)V99 VALUE ZEROS.
               05 LIMITE-ATE-INSS  PIC 9(06)V99 VALUE ZEROS.
               05 ALIQUOTA-INSS    PIC 9V9999 VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO98_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  BARRA.
           05  FILLER                 PIC X(055) VALUE ALL "=".
       01  CAB1.
           05  FILLER                 PIC X(040) VALUE
           "SIMULACAO DE SALARIO BRUTO PELO LIQUIDO".
           05  FILLER                 PIC X(006) VALUE " COMP:".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.
       01  LINVIG.
           05  FILLER     PIC X(021) VALUE "VIGENCIA TABELA INSS:".
           05  LG-VIG-INSS PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(008) VALUE "   IRRF:".
           05  LG-VIG-IRRF PIC 9(06) VALUE ZEROS.
       01  LINDEP.
           05  FILLER     PIC X(036) VALUE
           "DEPENDENTES PARA O IRRF...........: ".
           05  LD-DEP     PIC Z9 VALUE ZEROS.
       01  LINVAL.
           05  LV-DESC    PIC X(036) VALUE SPACES.
           05  LV-VALOR   PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHABR        PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** SIMULADOR DE SALARIO BRUTO PELO".
           05  LINE 02  COLUMN 41
               VALUE  " LIQUIDO ***".
           05  LINE 04  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):".
           05  LINE 04  COLUMN 34
               VALUE  "LIQUIDO DESEJADO:".
           05  LINE 06  COLUMN 01
               VALUE  " DEPENDENTES IRRF....:".
           05  LINE 07  COLUMN 01
               VALUE  " VT POR DIA:".
           05  LINE 07  COLUMN 30
               VALUE  "VR POR DIA:".
           05  LINE 09  COLUMN 01
               VALUE  " SALARIO BRUTO..............:".
           05  LINE 10  COLUMN 01
               VALUE  " INSS.......................:".
           05  LINE 11  COLUMN 01
               VALUE  " IRRF.......................:".
           05  LINE 12  COLUMN 01
               VALUE  " DESCONTO DE VT (ATE 6%)....:".
           05  LINE 13  COLUMN 01
               VALUE  " LIQUIDO RESULTANTE.........:".
           05  LINE 14  COLUMN 01
               VALUE  " FGTS DO MES................:".
           05  LINE 15  COLUMN 01
               VALUE  " PROVISAO 13o + FERIAS + 1/3:".
           05  LINE 16  COLUMN 01
               VALUE  " INSS PATRONAL+RAT+TERCEIROS:".
           05  LINE 17  COLUMN 01
               VALUE  " FGTS S/ SALARIO E PROVISOES:".
           05  LINE 18  COLUMN 01
               VALUE  " VT + VR PAGOS PELA EMPRESA.:".
           05  LINE 19  COLUMN 01
               VALUE  " CUSTO MENSAL TOTAL.........:".
           05  LINE 20  COLUMN 01
               VALUE  " CUSTO ANUAL TOTAL..........:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TLIQALVO
               LINE 04  COLUMN 52  PIC 9(06)V99
               USING  W-LIQ-ALVO
               HIGHLIGHT.
           05  TQTDDEP
               LINE 06  COLUMN 24  PIC 9(02)
               USING  W-QTD-DEP-IR
               HIGHLIGHT.
           05  TVTDIA
               LINE 07  COLUMN 14  PIC 9(04)V99
               USING  W-VT-DIA
               HIGHLIGHT.
           05  TVRDIA
               LINE 07  COLUMN 42  PIC 9(04)V99
               USING  W-VR-DIA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           ACCEPT W-TX-DATA FROM DATE YYYYMMDD.
       R0.
           MOVE W-TX-DATA(1:6) TO W-COMPETENCIA.
           MOVE ZEROS TO W-LIQ-ALVO W-QTD-DEP-IR W-VT-DIA W-VR-DIA.
           DISPLAY TELA.
       R1.
           ACCEPT TCOMPETENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-COMPETENCIA = ZEROS
              MOVE "*** INFORME A COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM LOAD-VECTOR-INSS THRU FIM-LOAD-VECTOR-INSS.
           PERFORM LOAD-VECTOR-IRRF THRU FIM-LOAD-VECTOR-IRRF.
           IF LIMITE-ATE-INSS(1) = ZEROS OR LIMITE-ATE-IRRF(1) = ZEROS
              MOVE "* SEM TABELA DE INSS/IRRF P/ A COMPETENCIA *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TLIQALVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-LIQ-ALVO = ZEROS
              MOVE "*** INFORME O LIQUIDO DESEJADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TQTDDEP.
           ACCEPT TVTDIA.
           ACCEPT TVRDIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           COMPUTE W-VT-MES = W-VT-DIA * W-DIAS-UTEIS.
           COMPUTE W-VR-MES = W-VR-DIA * W-DIAS-UTEIS.
           PERFORM BUSCA-BRUTO THRU FIM-BUSCA-BRUTO.
           IF W-BRUTO-SIM = ZEROS
              MOVE "* LIQUIDO FORA DO ALCANCE DAS TABELAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM CALC-CUSTO THRU FIM-CALC-CUSTO.
      *---------------[ MOSTRA NA TELA E GRAVA O MEMORANDO ]------------
           MOVE W-BRUTO-SIM TO W-VALOR-ED.
           DISPLAY (09, 32) W-VALOR-ED.
           MOVE W-INSS TO W-VALOR-ED.
           DISPLAY (10, 32) W-VALOR-ED.
           MOVE W-IRRF TO W-VALOR-ED.
           DISPLAY (11, 32) W-VALOR-ED.
           IF W-OPCAO-IRRF = "S"
               DISPLAY (11, 46) "(SIMPLIFICADO)"
           ELSE
               DISPLAY (11, 46) "(DEDUCOES LEGAIS)".
           MOVE W-VT-DESC TO W-VALOR-ED.
           DISPLAY (12, 32) W-VALOR-ED.
           MOVE W-LIQ-SIM TO W-VALOR-ED.
           DISPLAY (13, 32) W-VALOR-ED.
           MOVE W-FGTS TO W-VALOR-ED.
           DISPLAY (14, 32) W-VALOR-ED.
           COMPUTE W-VALOR-ED = W-PROV-13 + W-PROV-FER.
           DISPLAY (15, 32) W-VALOR-ED.
           MOVE W-ENC-TOTAL TO W-VALOR-ED.
           DISPLAY (16, 32) W-VALOR-ED.
           MOVE W-FGTS-CUSTO TO W-VALOR-ED.
           DISPLAY (17, 32) W-VALOR-ED.
           MOVE W-BENEF-EMPR TO W-VALOR-ED.
           DISPLAY (18, 32) W-VALOR-ED.
           MOVE W-CUSTO-MES TO W-VALOR-ED.
           DISPLAY (19, 32) W-VALOR-ED.
           MOVE W-CUSTO-ANO TO W-VALOR-ED.
           DISPLAY (20, 32) W-VALOR-ED.
           PERFORM GRAVA-MEMORANDO THRU FIM-GRAVA-MEMORANDO.
           MOVE "NOVA SIMULACAO? (S/N)" TO MENS.
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "S" OR "s"
               GO TO R0.
           GO TO ROT-FIM.

      *---------------[ BUSCA DO BRUTO PELO LIQUIDO ]-------------------
      *    O LIQUIDO NUNCA PASSA DO BRUTO, ENTAO O PROPRIO LIQUIDO
      *    DESEJADO E O PISO DA BUSCA; O TETO DOBRA ATE O LIQUIDO
      *    ALCANCAR O PEDIDO. DAI EM DIANTE O INTERVALO E DIVIDIDO AO
      *    MEIO ATE FICAR EM UM CENTAVO. COMO AS FAIXAS DE INSS SAO
      *    CHEIAS, O LIQUIDO RESULTANTE PODE FICAR ALGUNS CENTAVOS
      *    ACIMA DO PEDIDO; SAI O MENOR BRUTO QUE NAO FICA ABAIXO.
       BUSCA-BRUTO.
           MOVE ZEROS TO W-ITERACOES.
           MOVE W-LIQ-ALVO TO W-BRUTO-MIN W-BRUTO-SIM.
           PERFORM CALC-LIQUIDO THRU FIM-CALC-LIQUIDO.
           IF W-LIQ-SIM NOT < W-LIQ-ALVO
               GO TO FIM-BUSCA-BRUTO.
           COMPUTE W-BRUTO-MAX = W-LIQ-ALVO * 2.
       BUSCA-BRUTO-1.
           MOVE W-BRUTO-MAX TO W-BRUTO-SIM.
           PERFORM CALC-LIQUIDO THRU FIM-CALC-LIQUIDO.
           IF W-LIQ-SIM NOT < W-LIQ-ALVO
               GO TO BUSCA-BRUTO-2.
           ADD 1 TO W-ITERACOES.
           IF W-ITERACOES > 5
               MOVE ZEROS TO W-BRUTO-SIM
               GO TO FIM-BUSCA-BRUTO.
           MOVE W-BRUTO-MAX TO W-BRUTO-MIN.
           COMPUTE W-BRUTO-MAX = W-BRUTO-MAX * 2.
           GO TO BUSCA-BRUTO-1.
       BUSCA-BRUTO-2.
           IF W-BRUTO-MAX - W-BRUTO-MIN NOT > 0,01
               GO TO BUSCA-BRUTO-3.
           ADD 1 TO W-ITERACOES.
           COMPUTE W-BRUTO-SIM = (W-BRUTO-MIN + W-BRUTO-MAX) / 2.
           PERFORM CALC-LIQUIDO THRU FIM-CALC-LIQUIDO.
           IF W-LIQ-SIM < W-LIQ-ALVO
               MOVE W-BRUTO-SIM TO W-BRUTO-MIN
           ELSE
               MOVE W-BRUTO-SIM TO W-BRUTO-MAX.
           GO TO BUSCA-BRUTO-2.
       BUSCA-BRUTO-3.
           MOVE W-BRUTO-MAX TO W-BRUTO-SIM.
           PERFORM CALC-LIQUIDO THRU FIM-CALC-LIQUIDO.
       FIM-BUSCA-BRUTO.
           CONTINUE.

      *---------------[ LIQUIDO DE UM BRUTO (REGRAS DA FOLHA) ]---------
       CALC-LIQUIDO.
           MOVE ZEROS TO W-INSS.
           MOVE 1 TO IND-INSS.
           PERFORM CALC-INSS-1 UNTIL IND-INSS > 3.
           COMPUTE W-BASE-LEGAL = W-BRUTO-SIM - W-INSS -
               (W-QTD-DEP-IR * W-DED-DEPENDENTE).
           MOVE W-BASE-LEGAL TO W-BASE-IRRF.
           PERFORM CALC-IRRF THRU FIM-CALC-IRRF.
           MOVE W-IRRF TO W-IRRF-LEGAL.
           COMPUTE W-BASE-SIMPLES = W-BRUTO-SIM - W-INSS -
               W-DED-SIMPLES.
           MOVE W-BASE-SIMPLES TO W-BASE-IRRF.
           PERFORM CALC-IRRF THRU FIM-CALC-IRRF.
           MOVE W-IRRF TO W-IRRF-SIMPLES.
           IF W-IRRF-SIMPLES < W-IRRF-LEGAL
               MOVE "S" TO W-OPCAO-IRRF
               MOVE W-IRRF-SIMPLES TO W-IRRF
           ELSE
               MOVE "L" TO W-OPCAO-IRRF
               MOVE W-IRRF-LEGAL TO W-IRRF
               MOVE W-BASE-LEGAL TO W-BASE-IRRF.
           COMPUTE W-VT-TETO = W-BRUTO-SIM * 0,06.
           MOVE W-VT-MES TO W-VT-DESC.
           IF W-VT-DESC > W-VT-TETO
               MOVE W-VT-TETO TO W-VT-DESC.
           COMPUTE W-LIQ-SIM = W-BRUTO-SIM - W-INSS - W-IRRF -
               W-VT-DESC.
       FIM-CALC-LIQUIDO.
           CONTINUE.

       CALC-INSS-1.
           IF W-BRUTO-SIM NOT GREATER LIMITE-ATE-INSS(IND-INSS)
               MULTIPLY W-BRUTO-SIM BY ALIQUOTA-INSS(IND-INSS)
                   GIVING W-INSS
               MOVE 3 TO IND-INSS.
           ADD 1 TO IND-INSS.

       CALC-IRRF.
           MOVE ZEROS TO W-IRRF.
           IF W-BASE-IRRF < ZEROS
               MOVE ZEROS TO W-BASE-IRRF.
           MOVE 1 TO IND-IRRF.
       CALC-IRRF-1.
           IF IND-IRRF > 10
               GO TO FIM-CALC-IRRF.
           IF LIMITE-ATE-IRRF(IND-IRRF) NOT = ZEROS
              AND W-BASE-IRRF NOT < LIMITE-DE-IRRF(IND-IRRF)
              AND W-BASE-IRRF NOT > LIMITE-ATE-IRRF(IND-IRRF)
               MULTIPLY W-BASE-IRRF BY ALIQUOTA-IRRF(IND-IRRF)
                   GIVING W-IRRF
               GO TO FIM-CALC-IRRF.
           ADD 1 TO IND-IRRF.
           GO TO CALC-IRRF-1.
       FIM-CALC-IRRF.
           CONTINUE.

      *---------------[ CUSTO MENSAL DO EMPREGADOR ]--------------------
      *    MESMA COMPOSICAO DO SIMULADOR DE CONTRATACAO (FPP095); DO VT
      *    ENTRA SO O QUE A EMPRESA PAGA ALEM DO DESCONTO DO EMPREGADO.
       CALC-CUSTO.
           COMPUTE W-FGTS ROUNDED = W-BRUTO-SIM * W-PCT-FGTS.
           COMPUTE W-PROV-13 ROUNDED = W-BRUTO-SIM / 12.
           COMPUTE W-PROV-FER ROUNDED = (W-BRUTO-SIM / 12) * 1,3333.
           COMPUTE W-BASE-ENC = W-BRUTO-SIM + W-PROV-13 + W-PROV-FER.
           COMPUTE W-ENC-PATRONAL ROUNDED =
               W-BASE-ENC * W-PCT-PATRONAL.
           COMPUTE W-ENC-RAT ROUNDED = W-BASE-ENC * W-PCT-RAT.
           COMPUTE W-ENC-TERC ROUNDED = W-BASE-ENC * W-PCT-TERCEIROS.
           COMPUTE W-ENC-TOTAL = W-ENC-PATRONAL + W-ENC-RAT +
               W-ENC-TERC.
           COMPUTE W-FGTS-CUSTO ROUNDED = W-BASE-ENC * W-PCT-FGTS.
           COMPUTE W-BENEF-EMPR = W-VT-MES - W-VT-DESC + W-VR-MES.
           COMPUTE W-CUSTO-MES = W-BASE-ENC + W-ENC-TOTAL +
               W-FGTS-CUSTO + W-BENEF-EMPR.
           COMPUTE W-CUSTO-ANO = W-CUSTO-MES * 12.
       FIM-CALC-CUSTO.
           CONTINUE.

      *---------------[ MEMORANDO DA SIMULACAO ]------------------------
       GRAVA-MEMORANDO.
           OPEN EXTEND TX.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO FIM-GRAVA-MEMORANDO.
           MOVE "FPP129" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM BARRA.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM BARRA.
           MOVE W-VIG-INSS-SEL TO LG-VIG-INSS.
           MOVE W-VIG-IRRF-SEL TO LG-VIG-IRRF.
           WRITE ARQTX FROM LINVIG.
           MOVE "LIQUIDO DESEJADO..................: " TO LV-DESC.
           MOVE W-LIQ-ALVO TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE W-QTD-DEP-IR TO LD-DEP.
           WRITE ARQTX FROM LINDEP.
           MOVE "VT DO MES (VALOR/DIA X DIAS UTEIS): " TO LV-DESC.
           MOVE W-VT-MES TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "VR DO MES (VALOR/DIA X DIAS UTEIS): " TO LV-DESC.
           MOVE W-VR-MES TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           WRITE ARQTX FROM LINHABR.
           MOVE "SALARIO BRUTO.....................: " TO LV-DESC.
           MOVE W-BRUTO-SIM TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "(-) INSS..........................: " TO LV-DESC.
           MOVE W-INSS TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           IF W-OPCAO-IRRF = "S"
               MOVE "(-) IRRF (DESCONTO SIMPLIFICADO)..: " TO LV-DESC
           ELSE
               MOVE "(-) IRRF (DEDUCOES LEGAIS)........: " TO LV-DESC.
           MOVE W-IRRF TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "    BASE DO IRRF..................: " TO LV-DESC.
           MOVE W-BASE-IRRF TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "(-) DESCONTO DE VT (ATE 6%).......: " TO LV-DESC.
           MOVE W-VT-DESC TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "(=) LIQUIDO RESULTANTE............: " TO LV-DESC.
           MOVE W-LIQ-SIM TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "FGTS DO MES.......................: " TO LV-DESC.
           MOVE W-FGTS TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           WRITE ARQTX FROM LINHABR.
           MOVE "PROVISAO DE 13o (1/12)............: " TO LV-DESC.
           MOVE W-PROV-13 TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "PROVISAO DE FERIAS + 1/3 (1/12)...: " TO LV-DESC.
           MOVE W-PROV-FER TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "INSS PATRONAL + RAT + TERCEIROS...: " TO LV-DESC.
           MOVE W-ENC-TOTAL TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "FGTS S/ SALARIO E PROVISOES.......: " TO LV-DESC.
           MOVE W-FGTS-CUSTO TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "VT + VR PAGOS PELA EMPRESA........: " TO LV-DESC.
           MOVE W-BENEF-EMPR TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "CUSTO MENSAL TOTAL................: " TO LV-DESC.
           MOVE W-CUSTO-MES TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "CUSTO ANUAL TOTAL.................: " TO LV-DESC.
           MOVE W-CUSTO-ANO TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           WRITE ARQTX FROM BARRA.
           WRITE ARQTX FROM LINHABR.
           CLOSE TX.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-MEMORANDO.
           CONTINUE.

      *---------------[ TABELAS DA VIGENCIA DA COMPETENCIA ]------------
      *    CONJUNTO DE FAIXAS COM A MAIOR VIGENCIA NAO POSTERIOR A
      *    COMPETENCIA. REGISTROS SEM VIGENCIA CONTAM COMO ZERO.
       LOAD-VECTOR-IRRF.
           MOVE ZEROS TO VECTOR-IRRF W-VIG-IRRF-SEL.
           OPEN INPUT ARQIRRF.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-VECTOR-IRRF.
           PERFORM ESCOLHE-VIG-IRRF UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRRF.
           MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQIRRF.
           PERFORM LOAD-VECTOR-IRRF-1 UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRRF.
       FIM-LOAD-VECTOR-IRRF.
           MOVE "00" TO ST-ERRO.

       ESCOLHE-VIG-IRRF.
           READ ARQIRRF.
           IF ST-ERRO = "00"
               IF VIG-IRRF NOT NUMERIC
                   MOVE ZEROS TO VIG-IRRF
               END-IF
               IF VIG-IRRF NOT > W-COMPETENCIA
                  AND VIG-IRRF > W-VIG-IRRF-SEL
                   MOVE VIG-IRRF TO W-VIG-IRRF-SEL.

       LOAD-VECTOR-IRRF-1.
           READ ARQIRRF.
           IF ST-ERRO = "00"
               IF VIG-IRRF NOT NUMERIC
                   MOVE ZEROS TO VIG-IRRF
               END-IF
               IF VIG-IRRF = W-VIG-IRRF-SEL
                  AND CODFAIXA-IRRF > 0 AND CODFAIXA-IRRF <= 10
                   MOVE LIMDE-IRRF  TO LIMITE-DE-IRRF(CODFAIXA-IRRF)
                   MOVE LIMATE-IRRF TO LIMITE-ATE-IRRF(CODFAIXA-IRRF)
                   MOVE ALIQ-IRRF   TO ALIQUOTA-IRRF(CODFAIXA-IRRF).

       LOAD-VECTOR-INSS.
           MOVE ZEROS TO VECTOR-INSS W-VIG-INSS-SEL.
           OPEN INPUT ARQINSS.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-VECTOR-INSS.
           PERFORM ESCOLHE-VIG-INSS UNTIL ST-ERRO NOT = "00".
           CLOSE ARQINSS.
           MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQINSS.
           PERFORM LOAD-VECTOR-INSS-1 UNTIL ST-ERRO NOT = "00".
           CLOSE ARQINSS.
       FIM-LOAD-VECTOR-INSS.
           MOVE "00" TO ST-ERRO.

       ESCOLHE-VIG-INSS.
           READ ARQINSS.
           IF ST-ERRO = "00"
               IF VIG-INSS NOT NUMERIC
                   MOVE ZEROS TO VIG-INSS
               END-IF
               IF VIG-INSS NOT > W-COMPETENCIA
                  AND VIG-INSS > W-VIG-INSS-SEL
                   MOVE VIG-INSS TO W-VIG-INSS-SEL.

       LOAD-VECTOR-INSS-1.
           READ ARQINSS.
           IF ST-ERRO = "00"
               IF VIG-INSS NOT NUMERIC
                   MOVE ZEROS TO VIG-INSS
               END-IF
               IF VIG-INSS = W-VIG-INSS-SEL
                  AND CODFAIXA-INSS > 0 AND CODFAIXA-INSS <= 3
                   MOVE LIMDE-INSS  TO LIMITE-DE-INSS(CODFAIXA-INSS)
                   MOVE LIMATE-INSS TO LIMITE-ATE-INSS(CODFAIXA-INSS)
                   MOVE ALIQ-INSS   TO ALIQUOTA-INSS(CODFAIXA-INSS).

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
