       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP162.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CRONOGRAMA DA FOLHA (CORTES E PAGAMENTO)  *
      ***********************************************
      *----------------------------------------------------------------
      *    CRONOGRAMA DA FOLHA POR EMPRESA E COMPETENCIA (ARQCRONO):
      *    CORTE DOS LANCAMENTOS (FPP070), CORTE DO PONTO (FPP034),
      *    PREVIA, FECHAMENTO (FPP048), PAGAMENTO DA FOLHA (FPP015) E
      *    PAGAMENTO DO ADIANTAMENTO (FPP037). TODAS AS DATAS AAAAMMDD.
      *    O PAGAMENTO NAO PODE PASSAR DO 5o DIA UTIL DO MES SEGUINTE
      *    (ART. 459 CLT), CALCULADO COM O ARQFERIAD. PARA ESSE PRAZO
      *    O SABADO CONTA COMO DIA UTIL; AS DATAS SUGERIDAS CAEM
      *    SEMPRE EM DIA DE EXPEDIENTE BANCARIO (SEGUNDA A SEXTA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CRONOGRAMA DA FOLHA-------------------------
           SELECT ARQCRONO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRO-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DE EMPRESAS------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODEMPR
                      FILE STATUS IS ST-ERRO.
      *---------------------CALENDARIO DE FERIADOS----------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FERIAD-DATA
                      FILE STATUS IS ST-FER.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESSDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CRONOGRAMA DA FOLHA-------------------------
       FD ARQCRONO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRONO.DAT".
       01 REGCRONO.
           03 CRO-KEY.
            05 CRO-CODEMPRESA     PIC 9(03).
            05 CRO-COMPETENCIA    PIC 9(06).
            05 CRO-COMP-R REDEFINES CRO-COMPETENCIA.
             07 CRO-COMP-ANO      PIC 9(04).
             07 CRO-COMP-MES      PIC 9(02).
           03 CRO-CORTE-LANC      PIC 9(08).
           03 CRO-CORTE-PONTO     PIC 9(08).
           03 CRO-PREVIA          PIC 9(08).
           03 CRO-FECHAMENTO      PIC 9(08).
           03 CRO-PAGAMENTO       PIC 9(08).
           03 CRO-ADIANTAMENTO    PIC 9(08).
           03 CRO-USUARIO         PIC X(10).
           03 CRO-DATA            PIC 9(08).
      *---------------------CADASTRO DE EMPRESAS------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS-EMPR     PIC X(01).
      *---------------------CALENDARIO DE FERIADOS----------------------
       FD ARQFERIAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESSDC.
           03 SESSDC-USUARIO  PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-FER     PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-USUARIO       PIC X(10) VALUE "OPERADOR".
       01 W-TEM-EMPR      PIC X(01) VALUE "N".
       01 W-TEM-FERIADO   PIC X(01) VALUE "N".
       01 W-DT-OK         PIC X(01) VALUE "N".
       01 W-TIPO-DT       PIC X(01) VALUE SPACES.
       01 W-QTD-DU        PIC 9(02) VALUE ZEROS.
       01 W-LIMITE-PGTO   PIC 9(08) VALUE ZEROS.
       01 W-DIAS-MES      PIC 9(02) VALUE ZEROS.
       01 W-AUX4          PIC 9(04) VALUE ZEROS.
       01 W-RESTO4        PIC 9(02) VALUE ZEROS.
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-ANO    PIC 9(04).
           03 W-DT-MES    PIC 9(02).
           03 W-DT-DIA    PIC 9(02).
       01 W-DT-COMP REDEFINES W-DT.
           03 W-DT-AAAAMM PIC 9(06).
           03 FILLER      PIC 9(02).
      *    O ARQFERIAD E CHAVEADO POR DDMMAAAA (FPP078).
       01 W-DATA-FER.
           03 W-FER-DIA   PIC 9(02).
           03 W-FER-MES   PIC 9(02).
           03 W-FER-ANO   PIC 9(04).
       01 W-Z-DIA         PIC 9(02) VALUE ZEROS.
       01 W-Z-MES         PIC 9(02) VALUE ZEROS.
       01 W-Z-ANO         PIC 9(04) VALUE ZEROS.
       01 W-Z-K           PIC 9(02) VALUE ZEROS.
       01 W-Z-J           PIC 9(02) VALUE ZEROS.
       01 W-Z-TERMO       PIC 9(05) VALUE ZEROS.
       01 W-Z-AUX         PIC 9(05) VALUE ZEROS.
       01 W-Z-RESTO       PIC 9(02) VALUE ZEROS.
       01 TAB-DIAS-MES-R.
           03 FILLER      PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-R.
           03 TDM-DIAS    PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CRONOGRAMA DA FOLHA POR EMPRESA".
           05  LINE 02  COLUMN 41
               VALUE  " E COMPETENCIA".
           05  LINE 04  COLUMN 01
               VALUE  " EMPRESA:".
           05  LINE 05  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):".
           05  LINE 07  COLUMN 01
               VALUE  " CORTE DOS LANCAMENTOS (FPP070) ......:".
           05  LINE 08  COLUMN 01
               VALUE  " CORTE DO PONTO (FPP034) .............:".
           05  LINE 09  COLUMN 01
               VALUE  " PREVIA DA FOLHA .....................:".
           05  LINE 10  COLUMN 01
               VALUE  " FECHAMENTO DA COMPETENCIA (FPP048) ..:".
           05  LINE 11  COLUMN 01
               VALUE  " PAGAMENTO DA FOLHA (FPP015) .........:".
           05  LINE 12  COLUMN 01
               VALUE  " PAGAMENTO DO ADIANTAMENTO (FPP037) ..:".
           05  LINE 14  COLUMN 01
               VALUE  " LIMITE LEGAL DO PAGAMENTO (5o D.U.) .:".
           05  LINE 16  COLUMN 01
               VALUE  " DATAS NO FORMATO AAAAMMDD".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEMPRESA
               LINE 04  COLUMN 24  PIC 9(03)
               USING  CRO-CODEMPRESA
               HIGHLIGHT.
           05  TRAZAO
               LINE 04  COLUMN 30  PIC X(30)
               USING  RAZAOSOCIAL.
           05  TCOMP
               LINE 05  COLUMN 24  PIC 9(06)
               USING  CRO-COMPETENCIA
               HIGHLIGHT.
           05  TCORTELANC
               LINE 07  COLUMN 41  PIC 9(08)
               USING  CRO-CORTE-LANC
               HIGHLIGHT.
           05  TCORTEPONTO
               LINE 08  COLUMN 41  PIC 9(08)
               USING  CRO-CORTE-PONTO
               HIGHLIGHT.
           05  TPREVIA
               LINE 09  COLUMN 41  PIC 9(08)
               USING  CRO-PREVIA
               HIGHLIGHT.
           05  TFECHAMENTO
               LINE 10  COLUMN 41  PIC 9(08)
               USING  CRO-FECHAMENTO
               HIGHLIGHT.
           05  TPAGAMENTO
               LINE 11  COLUMN 41  PIC 9(08)
               USING  CRO-PAGAMENTO
               HIGHLIGHT.
           05  TADIANTAMENTO
               LINE 12  COLUMN 41  PIC 9(08)
               USING  CRO-ADIANTAMENTO
               HIGHLIGHT.
           05  TLIMITE
               LINE 14  COLUMN 41  PIC 9(08)
               USING  W-LIMITE-PGTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
       I-O-ARQCRONO.
           OPEN I-O ARQCRONO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQCRONO
                  CLOSE ARQCRONO
                  GO TO I-O-ARQCRONO
              ELSE
                  MOVE "ERRO NA ABERTURA DO CRONOGRAMA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQEMPR
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-EMPR.
           OPEN INPUT ARQFERIAD
           IF ST-FER = "00"
               MOVE "S" TO W-TEM-FERIADO.
           MOVE "00" TO ST-ERRO ST-FER.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO RAZAOSOCIAL.
           MOVE ZEROS TO CRO-KEY CRO-CORTE-LANC CRO-CORTE-PONTO
                         CRO-PREVIA CRO-FECHAMENTO CRO-PAGAMENTO
                         CRO-ADIANTAMENTO W-LIMITE-PGTO.
           DISPLAY TELA.
       R1.
           ACCEPT TEMPRESA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CRO-CODEMPRESA = ZEROS
              MOVE "*** INFORME A EMPRESA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-TEM-EMPR = "S"
              MOVE CRO-CODEMPRESA TO CODEMPR
              READ ARQEMPR
              IF ST-ERRO NOT = "00"
                 MOVE "*** EMPRESA NAO CADASTRADA (FPP032) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           DISPLAY TRAZAO.
       R2.
           ACCEPT TCOMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CRO-COMP-MES = ZEROS OR CRO-COMP-MES > 12
              OR CRO-COMP-ANO < 1990 OR CRO-COMP-ANO > 2099
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM CALC-LIMITE-PGTO THRU FIM-CALC-LIMITE-PGTO.
           READ ARQCRONO
           IF ST-ERRO = "00"
              MOVE "*** CRONOGRAMA JA CADASTRADO - ALTERANDO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM MONTA-PADRAO THRU FIM-MONTA-PADRAO.
           MOVE "00" TO ST-ERRO.
           DISPLAY TELA.
      *---------------[ DATAS DO CRONOGRAMA ]---------------------------
       R3.
           ACCEPT TCORTELANC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE CRO-CORTE-LANC TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S" OR W-DT-AAAAMM NOT = CRO-COMPETENCIA
              MOVE "*** CORTE DEVE SER DENTRO DA COMPETENCIA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCORTEPONTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE CRO-CORTE-PONTO TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S" OR W-DT-AAAAMM NOT = CRO-COMPETENCIA
              MOVE "*** CORTE DEVE SER DENTRO DA COMPETENCIA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TPREVIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           MOVE CRO-PREVIA TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S"
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF CRO-PREVIA < CRO-CORTE-LANC
              OR CRO-PREVIA < CRO-CORTE-PONTO
              MOVE "*** PREVIA ANTES DOS CORTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TFECHAMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           MOVE CRO-FECHAMENTO TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S"
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF CRO-FECHAMENTO < CRO-PREVIA
              MOVE "*** FECHAMENTO ANTES DA PREVIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TPAGAMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           MOVE CRO-PAGAMENTO TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S"
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF CRO-PAGAMENTO > W-LIMITE-PGTO
              MOVE "*** PAGAMENTO APOS O 5o DIA UTIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF CRO-PAGAMENTO < CRO-FECHAMENTO
              MOVE "*** PAGAMENTO ANTES DO FECHAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM CLASSIFICA-DT THRU FIM-CLASSIFICA-DT.
           IF W-TIPO-DT NOT = "U"
              MOVE "*** PAGAMENTO EM DIA SEM EXPEDIENTE BANCARIO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TADIANTAMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           MOVE CRO-ADIANTAMENTO TO W-DT.
           PERFORM VALIDA-DT THRU FIM-VALIDA-DT.
           IF W-DT-OK NOT = "S" OR W-DT-AAAAMM NOT = CRO-COMPETENCIA
              MOVE "*** ADIANTAMENTO DEVE SER NA COMPETENCIA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       SALVAR.
           MOVE "GRAVA O CRONOGRAMA? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO = "E" OR "e"
              DELETE ARQCRONO RECORD
              MOVE "*** CRONOGRAMA EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           MOVE W-USUARIO TO CRO-USUARIO.
           ACCEPT CRO-DATA FROM DATE YYYYMMDD.
           WRITE REGCRONO.
           IF ST-ERRO = "22"
              REWRITE REGCRONO.
           MOVE "*** CRONOGRAMA GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ DATAS SUGERIDAS PARA A COMPETENCIA ]------------
      *    CORTE DOS LANCAMENTOS E ADIANTAMENTO NO DIA 20, CORTE DO
      *    PONTO NO DIA 25, PREVIA NO DIA 27 E FECHAMENTO NO ULTIMO
      *    DIA DO MES (RECUADOS PARA O DIA UTIL ANTERIOR); PAGAMENTO
      *    NO 5o DIA UTIL, RECUADO PARA DIA DE EXPEDIENTE BANCARIO.
       MONTA-PADRAO.
           MOVE CRO-COMP-ANO TO W-DT-ANO.
           MOVE CRO-COMP-MES TO W-DT-MES.
           MOVE 20 TO W-DT-DIA.
           PERFORM VOLTA-DIA-UTIL THRU FIM-VOLTA-DIA-UTIL.
           MOVE W-DT TO CRO-CORTE-LANC CRO-ADIANTAMENTO.
           MOVE CRO-COMP-ANO TO W-DT-ANO.
           MOVE CRO-COMP-MES TO W-DT-MES.
           MOVE 25 TO W-DT-DIA.
           PERFORM VOLTA-DIA-UTIL THRU FIM-VOLTA-DIA-UTIL.
           MOVE W-DT TO CRO-CORTE-PONTO.
           MOVE CRO-COMP-ANO TO W-DT-ANO.
           MOVE CRO-COMP-MES TO W-DT-MES.
           MOVE 27 TO W-DT-DIA.
           PERFORM VOLTA-DIA-UTIL THRU FIM-VOLTA-DIA-UTIL.
           MOVE W-DT TO CRO-PREVIA.
           MOVE CRO-COMP-ANO TO W-DT-ANO.
           MOVE CRO-COMP-MES TO W-DT-MES.
           PERFORM ACHA-DIAS-MES THRU FIM-ACHA-DIAS-MES.
           MOVE W-DIAS-MES TO W-DT-DIA.
           PERFORM VOLTA-DIA-UTIL THRU FIM-VOLTA-DIA-UTIL.
           MOVE W-DT TO CRO-FECHAMENTO.
           MOVE W-LIMITE-PGTO TO W-DT.
           PERFORM VOLTA-DIA-UTIL THRU FIM-VOLTA-DIA-UTIL.
           MOVE W-DT TO CRO-PAGAMENTO.
       FIM-MONTA-PADRAO.
           EXIT.

      *---------------[ 5o DIA UTIL DO MES SEGUINTE ]-------------------
       CALC-LIMITE-PGTO.
           MOVE CRO-COMP-ANO TO W-DT-ANO.
           MOVE CRO-COMP-MES TO W-DT-MES.
           ADD 1 TO W-DT-MES.
           IF W-DT-MES > 12
               MOVE 1 TO W-DT-MES
               ADD 1 TO W-DT-ANO.
           MOVE 1 TO W-DT-DIA.
           MOVE ZEROS TO W-QTD-DU.
       CALC-LIMITE-PGTO-1.
           PERFORM CLASSIFICA-DT THRU FIM-CLASSIFICA-DT.
           IF W-TIPO-DT = "U" OR W-TIPO-DT = "S"
               ADD 1 TO W-QTD-DU.
           IF W-QTD-DU < 5
               PERFORM DIA-SEGUINTE THRU FIM-DIA-SEGUINTE
               GO TO CALC-LIMITE-PGTO-1.
           MOVE W-DT TO W-LIMITE-PGTO.
       FIM-CALC-LIMITE-PGTO.
           EXIT.

      *---------------[ RECUA ATE UM DIA DE EXPEDIENTE ]----------------
       VOLTA-DIA-UTIL.
           PERFORM CLASSIFICA-DT THRU FIM-CLASSIFICA-DT.
           IF W-TIPO-DT = "U"
               GO TO FIM-VOLTA-DIA-UTIL.
           PERFORM DIA-ANTERIOR THRU FIM-DIA-ANTERIOR.
           GO TO VOLTA-DIA-UTIL.
       FIM-VOLTA-DIA-UTIL.
           EXIT.

      *---------------[ TIPO DO DIA EM W-DT ]---------------------------
      *    U=SEGUNDA A SEXTA, S=SABADO, D=DOMINGO OU FERIADO.
       CLASSIFICA-DT.
           MOVE "U" TO W-TIPO-DT.
           MOVE W-DT-DIA TO W-Z-DIA.
           MOVE W-DT-MES TO W-Z-MES.
           MOVE W-DT-ANO TO W-Z-ANO.
           IF W-Z-MES < 3
               ADD 12 TO W-Z-MES
               SUBTRACT 1 FROM W-Z-ANO.
           DIVIDE W-Z-ANO BY 100 GIVING W-Z-J REMAINDER W-Z-K.
           COMPUTE W-Z-AUX = (13 * (W-Z-MES + 1)) / 5.
           COMPUTE W-Z-TERMO = W-Z-DIA + W-Z-AUX + W-Z-K
               + (W-Z-K / 4) + (W-Z-J / 4) + (5 * W-Z-J).
           DIVIDE W-Z-TERMO BY 7 GIVING W-Z-AUX
               REMAINDER W-Z-RESTO.
      *    ZELLER: 0=SABADO 1=DOMINGO ... 6=SEXTA
           IF W-Z-RESTO = 0
               MOVE "S" TO W-TIPO-DT.
           IF W-Z-RESTO = 1
               MOVE "D" TO W-TIPO-DT
               GO TO FIM-CLASSIFICA-DT.
           IF W-TEM-FERIADO NOT = "S"
               GO TO FIM-CLASSIFICA-DT.
           MOVE W-DT-DIA TO W-FER-DIA.
           MOVE W-DT-MES TO W-FER-MES.
           MOVE W-DT-ANO TO W-FER-ANO.
           MOVE W-DATA-FER TO FERIAD-DATA.
           READ ARQFERIAD
               INVALID KEY
               GO TO FIM-CLASSIFICA-DT.
           MOVE "D" TO W-TIPO-DT.
       FIM-CLASSIFICA-DT.
           MOVE "00" TO ST-FER.

      *---------------[ ARITMETICA DE DATAS EM W-DT ]-------------------
       DIA-SEGUINTE.
           PERFORM ACHA-DIAS-MES THRU FIM-ACHA-DIAS-MES.
           ADD 1 TO W-DT-DIA.
           IF W-DT-DIA > W-DIAS-MES
               MOVE 1 TO W-DT-DIA
               ADD 1 TO W-DT-MES
               IF W-DT-MES > 12
                   MOVE 1 TO W-DT-MES
                   ADD 1 TO W-DT-ANO.
       FIM-DIA-SEGUINTE.
           EXIT.

       DIA-ANTERIOR.
           IF W-DT-DIA > 1
               SUBTRACT 1 FROM W-DT-DIA
               GO TO FIM-DIA-ANTERIOR.
           IF W-DT-MES > 1
               SUBTRACT 1 FROM W-DT-MES
           ELSE
               MOVE 12 TO W-DT-MES
               SUBTRACT 1 FROM W-DT-ANO.
           PERFORM ACHA-DIAS-MES THRU FIM-ACHA-DIAS-MES.
           MOVE W-DIAS-MES TO W-DT-DIA.
       FIM-DIA-ANTERIOR.
           EXIT.

       ACHA-DIAS-MES.
           MOVE TDM-DIAS(W-DT-MES) TO W-DIAS-MES.
           IF W-DT-MES = 2
               DIVIDE W-DT-ANO BY 4 GIVING W-AUX4
                   REMAINDER W-RESTO4
               IF W-RESTO4 = ZEROS
                   MOVE 29 TO W-DIAS-MES.
       FIM-ACHA-DIAS-MES.
           EXIT.

       VALIDA-DT.
           MOVE "N" TO W-DT-OK.
           IF W-DT-ANO < 1990 OR W-DT-ANO > 2099
              OR W-DT-MES = ZEROS OR W-DT-MES > 12
              OR W-DT-DIA = ZEROS
               GO TO FIM-VALIDA-DT.
           PERFORM ACHA-DIAS-MES THRU FIM-ACHA-DIAS-MES.
           IF W-DT-DIA > W-DIAS-MES
               GO TO FIM-VALIDA-DT.
           MOVE "S" TO W-DT-OK.
       FIM-VALIDA-DT.
           EXIT.

      *---------------[ USUARIO DA SESSAO ]-----------------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO
               GO TO FIM-LE-USUARIO.
           OPEN INPUT ARQSESSDC.
           IF ST-PAC NOT = "00"
               GO TO FIM-LE-USUARIO.
           READ ARQSESSDC.
           IF ST-PAC = "00"
               MOVE SESSDC-USUARIO TO W-USUARIO.
           CLOSE ARQSESSDC.
       FIM-LE-USUARIO.
           MOVE "00" TO ST-PAC.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQCRONO.
           IF W-TEM-EMPR = "S"
               CLOSE ARQEMPR.
           IF W-TEM-FERIADO = "S"
               CLOSE ARQFERIAD.
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
