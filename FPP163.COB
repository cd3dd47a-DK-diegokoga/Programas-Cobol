       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP163.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   COMPARACAO DE REGRESSAO DA FOLHA          *
      ***********************************************
      *----------------------------------------------------------------
      *    CONFERENCIA DE UMA MESMA COMPETENCIA CALCULADA DUAS VEZES,
      *    PARA VALIDAR ALTERACOES ANTES DA PRODUCAO:
      *    B = SALVA COMO BASE (ARQBASDET) A MEMORIA DE CALCULO DA
      *        COMPETENCIA/TIPO, TIRADA DA FOLHA GRAVADA (ARQRESDET)
      *        OU DA ULTIMA PREVIA (ARQPRVDET);
      *    C = COMPARA A BASE COM A ULTIMA PREVIA DO FPP015 (RODADA
      *        COM A COMPETENCIA INFORMADA), EVENTO A EVENTO POR
      *        CHAPA: EVENTO NOVO, AUSENTE OU ALTERADO ALEM DA
      *        TOLERANCIA, COM A DIFERENCA. FILTRO OPCIONAL DE EVENTO.
      *    DIFERENTE DA FPP080, QUE COMPARA UM MES COM O ANTERIOR.
      *    RELATORIO NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------MEMORIA DE CALCULO POR EVENTO------------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO DA ULTIMA PREVIA------
           SELECT ARQPRVDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PVD-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------BASE SALVA PARA A COMPARACAO-------------
           SELECT ARQBASDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAS-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DA COMPARACAO--------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------MEMORIA DE CALCULO POR EVENTO-------------
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
      *---------------------MEMORIA DE CALCULO DA ULTIMA PREVIA-------
       FD ARQPRVDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRVDET.DAT".
       01 REGPRVDET.
           03 PVD-KEY.
               05 PVD-CHAPA        PIC 9(06).
               05 PVD-COMPETENCIA  PIC 9(06).
               05 PVD-TIPO         PIC X(02).
               05 PVD-SEQ          PIC 9(03).
           03 PVD-EVENTO        PIC X(03).
           03 PVD-DESCRICAO     PIC X(25).
           03 PVD-NATUREZA      PIC X(01).
           03 PVD-BASE          PIC 9(08)V99.
           03 PVD-QTDE          PIC 9(05)V99.
           03 PVD-VALOR         PIC 9(08)V99.
      *---------------------BASE SALVA PARA A COMPARACAO--------------
       FD ARQBASDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBASDET.DAT".
       01 REGBASDET.
           03 BAS-KEY.
               05 BAS-CHAPA        PIC 9(06).
               05 BAS-COMPETENCIA  PIC 9(06).
               05 BAS-TIPO         PIC X(02).
               05 BAS-SEQ          PIC 9(03).
           03 BAS-EVENTO        PIC X(03).
           03 BAS-DESCRICAO     PIC X(25).
           03 BAS-NATUREZA      PIC X(01).
           03 BAS-BASE          PIC 9(08)V99.
           03 BAS-QTDE          PIC 9(05)V99.
           03 BAS-VALOR         PIC 9(08)V99.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 FILLER          PIC X(132).
      *---------------------RELATORIO DA COMPARACAO--------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(100).
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-ACAO          PIC X(01) VALUE "C".
       01 W-COMP          PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TIPO          PIC X(02) VALUE "FO".
       01 W-ORIGEM        PIC X(01) VALUE "R".
       01 W-TOLER         PIC 9(04)V99 VALUE ZEROS.
       01 W-EVENTO-F      PIC X(03) VALUE SPACES.
       01 W-QTD-COPIA     PIC 9(06) VALUE ZEROS.
       01 W-CH-B          PIC 9(06) VALUE ZEROS.
       01 W-CH-P          PIC 9(06) VALUE ZEROS.
       01 W-CH-AT         PIC 9(06) VALUE ZEROS.
       01 W-QTD-EV        PIC 9(03) VALUE ZEROS.
       01 W-I             PIC 9(03) VALUE ZEROS.
       01 W-CAB-CHAPA     PIC X(01) VALUE "N".
       01 W-EXCEDEU       PIC X(01) VALUE "N".
       01 W-DIFERE        PIC X(01) VALUE "N".
       01 W-EVENTO        PIC X(03) VALUE SPACES.
       01 W-DESCR         PIC X(25) VALUE SPACES.
       01 W-VALOR         PIC 9(08)V99 VALUE ZEROS.
       01 W-ORIG-EV       PIC X(01) VALUE SPACES.
       01 W-DIF           PIC S9(09)V99 VALUE ZEROS.
       01 W-DIF-ABS       PIC 9(09)V99 VALUE ZEROS.
       01 W-SOMA-DIF      PIC S9(11)V99 VALUE ZEROS.
       01 W-QTD-CHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-CH-DIF    PIC 9(06) VALUE ZEROS.
       01 W-QTD-NOVO      PIC 9(06) VALUE ZEROS.
       01 W-QTD-AUSENTE   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ALTERADO  PIC 9(06) VALUE ZEROS.
       01 W-QTD-TOLER     PIC 9(06) VALUE ZEROS.
       01 W-QTD-IGUAL     PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXCEDE    PIC 9(04) VALUE ZEROS.
       01 W-ED-QTD        PIC ZZZ.ZZ9.
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
      *    EVENTOS DA CHAPA EM COMPARACAO, SOMADOS POR CODIGO (UM
      *    EVENTO PODE TER MAIS DE UMA LINHA, EX. PENSOES).
       01 TAB-EVENTOS.
           03 TE-ITEM       OCCURS 99 TIMES.
               05 TE-EVENTO    PIC X(03).
               05 TE-DESCR     PIC X(25).
               05 TE-TEM-B     PIC X(01).
               05 TE-TEM-P     PIC X(01).
               05 TE-VB        PIC 9(09)V99.
               05 TE-VP        PIC 9(09)V99.
      *-----------------------------------------------------------------
       01  LINSEP.
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(40) VALUE
           "COMPARACAO DE REGRESSAO - COMPETENCIA ".
           05  C1-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(07) VALUE "  TIPO ".
           05  C1-TIPO     PIC X(02) VALUE SPACES.
           05  FILLER      PIC X(23) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(30) VALUE
           "BASE SALVA X ULTIMA PREVIA   ".
           05  FILLER      PIC X(15) VALUE "TOLERANCIA R$ ".
           05  C2-TOLER    PIC Z.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(12) VALUE "   EVENTO: ".
           05  C2-EVENTO   PIC X(06) VALUE SPACES.
       01  CAB3.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  FILLER      PIC X(30) VALUE "EVENTO".
           05  FILLER      PIC X(10) VALUE "SITUACAO".
           05  FILLER      PIC X(16) VALUE "      VALOR BASE".
           05  FILLER      PIC X(16) VALUE "    VALOR PREVIA".
           05  FILLER      PIC X(16) VALUE "       DIFERENCA".
       01  LINCHAPA.
           05  FILLER      PIC X(06) VALUE "CHAPA ".
           05  LC-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE " - ".
           05  LC-NOME     PIC X(30) VALUE SPACES.
       01  LINDET.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LD-EVENTO   PIC X(03) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SIT      PIC X(10) VALUE SPACES.
           05  LD-VB       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-VP       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-DIF      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT1.
           05  FILLER      PIC X(30) VALUE
           "CHAPAS COMPARADAS............:".
           05  LT-CHAPAS   PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(30) VALUE
           "   CHAPAS COM DIFERENCA.....:".
           05  LT-CH-DIF   PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINTOT2.
           05  FILLER      PIC X(30) VALUE
           "EVENTOS NOVOS................:".
           05  LT-NOVO     PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(30) VALUE
           "   EVENTOS AUSENTES.........:".
           05  LT-AUSENTE  PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINTOT3.
           05  FILLER      PIC X(30) VALUE
           "EVENTOS ALTERADOS............:".
           05  LT-ALTERADO PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(30) VALUE
           "   DENTRO DA TOLERANCIA.....:".
           05  LT-TOLER    PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINTOT4.
           05  FILLER      PIC X(30) VALUE
           "EVENTOS IGUAIS...............:".
           05  LT-IGUAL    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(30) VALUE
           "   SOMA DAS DIFERENCAS......:".
           05  LT-SOMA     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINEXCEDE.
           05  FILLER      PIC X(45) VALUE
           "CHAPAS COM MAIS DE 99 EVENTOS (NAO CONFERIDAS".
           05  FILLER      PIC X(10) VALUE " POR COMPL".
           05  FILLER      PIC X(06) VALUE "ETO): ".
           05  LE-QTD      PIC Z.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** COMPARACAO DE REGRESSAO DA ".
           05  LINE 02  COLUMN 41
               VALUE  "FOLHA (BASE X PREVIA) ***".
           05  LINE 05  COLUMN 01
               VALUE  "                    ACAO (B=SALVA BASE ".
           05  LINE 05  COLUMN 41
               VALUE  " C=COMPARA)          :".
           05  LINE 07  COLUMN 01
               VALUE  "                    COMPETENCIA (AAAAMM)".
           05  LINE 07  COLUMN 41
               VALUE  "                     :".
           05  LINE 09  COLUMN 01
               VALUE  "                    TIPO (FO=MENSAL FC=C".
           05  LINE 09  COLUMN 41
               VALUE  "OMPL Q1/Q2/S1..S4)   :".
           05  LINE 11  COLUMN 01
               VALUE  "                    ORIGEM DA BASE (R=FO".
           05  LINE 11  COLUMN 41
               VALUE  "LHA GRAVADA P=PREVIA):".
           05  LINE 13  COLUMN 01
               VALUE  "                    TOLERANCIA POR EVENT".
           05  LINE 13  COLUMN 41
               VALUE  "O (R$)               :".
           05  LINE 15  COLUMN 01
               VALUE  "                    EVENTO (BRANCO=TODOS".
           05  LINE 15  COLUMN 41
               VALUE  ")                    :".
           05  LINE 17  COLUMN 01
               VALUE  "                    CONFIRMA EXECUCAO (S".
           05  LINE 17  COLUMN 41
               VALUE  "/N)                  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 05  COLUMN 64  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TCOMP
               LINE 07  COLUMN 64  PIC 9(06)
               USING  W-COMP
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 64  PIC X(02)
               USING  W-TIPO
               HIGHLIGHT.
           05  TORIGEM
               LINE 11  COLUMN 64  PIC X(01)
               USING  W-ORIGEM
               HIGHLIGHT.
           05  TTOLER
               LINE 13  COLUMN 64  PIC 9999,99
               USING  W-TOLER
               HIGHLIGHT.
           05  TEVENTO
               LINE 15  COLUMN 64  PIC X(03)
               USING  W-EVENTO-F
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 64  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-TX-DATA
                MOVE W-HOJE(1:6) TO W-COMP
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                IF W-ACAO = "b"
                   MOVE "B" TO W-ACAO.
                IF W-ACAO = "c"
                   MOVE "C" TO W-ACAO.
                IF W-ACAO NOT = "B" AND W-ACAO NOT = "C"
                   MOVE "*** DIGITE B=SALVA BASE  C=COMPARA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TCOMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPA.
                IF W-COMP-MES < 01 OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1990
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
       INC-OPC.
                ACCEPT TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPB.
                IF W-TIPO = SPACES
                   MOVE "FO" TO W-TIPO
                   DISPLAY TTIPO.
                IF W-TIPO NOT = "FO" AND "FC" AND "Q1" AND "Q2"
                   AND "S1" AND "S2" AND "S3" AND "S4"
                   MOVE "*** TIPO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-ACAO = "C"
                   GO TO INC-OPE.
       INC-OPD.
                ACCEPT TORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC.
                IF W-ORIGEM = "r"
                   MOVE "R" TO W-ORIGEM.
                IF W-ORIGEM = "p"
                   MOVE "P" TO W-ORIGEM.
                IF W-ORIGEM NOT = "R" AND W-ORIGEM NOT = "P"
                   MOVE "*** DIGITE R=FOLHA GRAVADA  P=PREVIA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPD.
                GO TO INC-OPG.
       INC-OPE.
                ACCEPT TTOLER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC.
       INC-OPF.
                ACCEPT TEVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPE.
       INC-OPG.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPG.
                IF W-ACAO = "B"
                   GO TO SALVA-BASE.
                GO TO COMPARA.
      *
      *---------------[ SALVA A BASE DA COMPETENCIA ]-------------------
      *    A BASE ANTERIOR SO E SUBSTITUIDA SE A ORIGEM TIVER CALCULO
      *    DA COMPETENCIA/TIPO INFORMADOS.
       SALVA-BASE.
           IF W-ORIGEM = "R"
               OPEN INPUT ARQRESDET
           ELSE
               OPEN INPUT ARQPRVDET.
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO DE ORIGEM NAO DISPONIVEL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM LE-ORIGEM THRU FIM-LE-ORIGEM.
           IF W-CH-B = 999999
               PERFORM FECHA-ORIGEM THRU FIM-FECHA-ORIGEM
               MOVE "*** SEM CALCULO DA COMPETENCIA NA ORIGEM ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT ARQBASDET.
           IF ST-ERRO NOT = "00"
               PERFORM FECHA-ORIGEM THRU FIM-FECHA-ORIGEM
               MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBASDET" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE ZEROS TO W-QTD-COPIA.
       SALVA-BASE-1.
           IF W-CH-B = 999999
               GO TO SALVA-BASE-9.
           IF W-ORIGEM = "R"
               MOVE REGRESDET TO REGBASDET
           ELSE
               MOVE REGPRVDET TO REGBASDET.
           WRITE REGBASDET.
           ADD 1 TO W-QTD-COPIA.
           PERFORM LE-ORIGEM THRU FIM-LE-ORIGEM.
           GO TO SALVA-BASE-1.
       SALVA-BASE-9.
           PERFORM FECHA-ORIGEM THRU FIM-FECHA-ORIGEM.
           CLOSE ARQBASDET.
           MOVE W-QTD-COPIA TO W-ED-QTD.
           MOVE SPACES TO MENS.
           STRING "*** BASE SALVA: " W-ED-QTD " LINHAS ***"
                  DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
       LE-ORIGEM.
           IF W-ORIGEM = "P"
               GO TO LE-ORIGEM-P.
           READ ARQRESDET NEXT
               AT END
               MOVE 999999 TO W-CH-B
               GO TO FIM-LE-ORIGEM.
           IF DET-COMPETENCIA NOT = W-COMP OR DET-TIPO NOT = W-TIPO
               GO TO LE-ORIGEM.
           MOVE DET-CHAPA TO W-CH-B.
           GO TO FIM-LE-ORIGEM.
       LE-ORIGEM-P.
           READ ARQPRVDET NEXT
               AT END
               MOVE 999999 TO W-CH-B
               GO TO FIM-LE-ORIGEM.
           IF PVD-COMPETENCIA NOT = W-COMP OR PVD-TIPO NOT = W-TIPO
               GO TO LE-ORIGEM-P.
           MOVE PVD-CHAPA TO W-CH-B.
       FIM-LE-ORIGEM.
           EXIT.

       FECHA-ORIGEM.
           IF W-ORIGEM = "R"
               CLOSE ARQRESDET
           ELSE
               CLOSE ARQPRVDET.
       FIM-FECHA-ORIGEM.
           EXIT.
      *
      *---------------[ COMPARA A BASE COM A ULTIMA PREVIA ]------------
       COMPARA.
           OPEN INPUT ARQBASDET
           IF ST-ERRO NOT = "00"
               MOVE "*** NENHUMA BASE SALVA (ACAO B) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQPRVDET
           IF ST-ERRO NOT = "00"
               CLOSE ARQBASDET
               MOVE "*** NENHUMA PREVIA GRAVADA (FPP015) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM LE-BASE THRU FIM-LE-BASE.
           PERFORM LE-PREVIA THRU FIM-LE-PREVIA.
           IF W-CH-B = 999999
               CLOSE ARQBASDET ARQPRVDET
               MOVE "*** BASE SALVA NAO E DESTA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-CH-P = 999999
               CLOSE ARQBASDET ARQPRVDET
               MOVE "*** ULTIMA PREVIA NAO E DESTA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ARQBASDET ARQPRVDET ARQFUNC
                   GO TO ROT-FIM.
           MOVE "FPP163" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-COMP-MES TO C1-MES.
           MOVE W-COMP-ANO TO C1-ANO.
           MOVE W-TIPO     TO C1-TIPO.
           MOVE W-TOLER    TO C2-TOLER.
           MOVE W-EVENTO-F TO C2-EVENTO.
           IF W-EVENTO-F = SPACES
               MOVE "TODOS" TO C2-EVENTO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM LINTRACO.
           MOVE ZEROS TO W-QTD-CHAPAS W-QTD-CH-DIF W-QTD-NOVO
                         W-QTD-AUSENTE W-QTD-ALTERADO W-QTD-TOLER
                         W-QTD-IGUAL W-QTD-EXCEDE W-SOMA-DIF.
      *---------------[ CASAMENTO DAS DUAS MEMORIAS POR CHAPA ]---------
       COMPARA-1.
           IF W-CH-B = 999999 AND W-CH-P = 999999
               GO TO COMPARA-9.
           MOVE W-CH-B TO W-CH-AT.
           IF W-CH-P < W-CH-AT
               MOVE W-CH-P TO W-CH-AT.
           MOVE ZEROS TO W-QTD-EV.
           MOVE "N" TO W-EXCEDEU.
       COMPARA-2.
           IF W-CH-B NOT = W-CH-AT
               GO TO COMPARA-3.
           MOVE BAS-EVENTO    TO W-EVENTO.
           MOVE BAS-DESCRICAO TO W-DESCR.
           MOVE BAS-VALOR     TO W-VALOR.
           MOVE "B"           TO W-ORIG-EV.
           PERFORM ACUMULA-EVENTO THRU FIM-ACUMULA-EVENTO.
           PERFORM LE-BASE THRU FIM-LE-BASE.
           GO TO COMPARA-2.
       COMPARA-3.
           IF W-CH-P NOT = W-CH-AT
               GO TO COMPARA-4.
           MOVE PVD-EVENTO    TO W-EVENTO.
           MOVE PVD-DESCRICAO TO W-DESCR.
           MOVE PVD-VALOR     TO W-VALOR.
           MOVE "P"           TO W-ORIG-EV.
           PERFORM ACUMULA-EVENTO THRU FIM-ACUMULA-EVENTO.
           PERFORM LE-PREVIA THRU FIM-LE-PREVIA.
           GO TO COMPARA-3.
       COMPARA-4.
           IF W-EXCEDEU = "S"
               ADD 1 TO W-QTD-EXCEDE.
           IF W-QTD-EV > ZEROS
               ADD 1 TO W-QTD-CHAPAS
               PERFORM CONFERE-CHAPA THRU FIM-CONFERE-CHAPA.
           GO TO COMPARA-1.
       COMPARA-9.
           MOVE W-QTD-CHAPAS   TO LT-CHAPAS.
           MOVE W-QTD-CH-DIF   TO LT-CH-DIF.
           MOVE W-QTD-NOVO     TO LT-NOVO.
           MOVE W-QTD-AUSENTE  TO LT-AUSENTE.
           MOVE W-QTD-ALTERADO TO LT-ALTERADO.
           MOVE W-QTD-TOLER    TO LT-TOLER.
           MOVE W-QTD-IGUAL    TO LT-IGUAL.
           MOVE W-SOMA-DIF     TO LT-SOMA.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM LINTOT1.
           WRITE ARQTX FROM LINTOT2.
           WRITE ARQTX FROM LINTOT3.
           WRITE ARQTX FROM LINTOT4.
           IF W-QTD-EXCEDE > ZEROS
               MOVE W-QTD-EXCEDE TO LE-QTD
               WRITE ARQTX FROM LINEXCEDE.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX ARQBASDET ARQPRVDET ARQFUNC.
           IF W-QTD-CH-DIF = ZEROS
               MOVE "*** PREVIA CONFERE COM A BASE SALVA ***" TO MENS
           ELSE
               MOVE W-QTD-CH-DIF TO W-ED-QTD
               MOVE SPACES TO MENS
               STRING "* " W-ED-QTD " CHAPAS COM DIFERENCA - ARQUIVO105"
                      DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
       LE-BASE.
           READ ARQBASDET NEXT
               AT END
               MOVE 999999 TO W-CH-B
               GO TO FIM-LE-BASE.
           IF BAS-COMPETENCIA NOT = W-COMP OR BAS-TIPO NOT = W-TIPO
               GO TO LE-BASE.
           IF W-EVENTO-F NOT = SPACES AND BAS-EVENTO NOT = W-EVENTO-F
               GO TO LE-BASE.
           MOVE BAS-CHAPA TO W-CH-B.
       FIM-LE-BASE.
           EXIT.

       LE-PREVIA.
           READ ARQPRVDET NEXT
               AT END
               MOVE 999999 TO W-CH-P
               GO TO FIM-LE-PREVIA.
           IF PVD-COMPETENCIA NOT = W-COMP OR PVD-TIPO NOT = W-TIPO
               GO TO LE-PREVIA.
           IF W-EVENTO-F NOT = SPACES AND PVD-EVENTO NOT = W-EVENTO-F
               GO TO LE-PREVIA.
           MOVE PVD-CHAPA TO W-CH-P.
       FIM-LE-PREVIA.
           EXIT.
      *
      *---------------[ SOMA O EVENTO NA TABELA DA CHAPA ]--------------
       ACUMULA-EVENTO.
           MOVE 1 TO W-I.
       ACUMULA-EVENTO-1.
           IF W-I > W-QTD-EV
               GO TO ACUMULA-EVENTO-2.
           IF TE-EVENTO(W-I) = W-EVENTO
               GO TO ACUMULA-EVENTO-3.
           ADD 1 TO W-I.
           GO TO ACUMULA-EVENTO-1.
       ACUMULA-EVENTO-2.
           IF W-QTD-EV = 99
               MOVE "S" TO W-EXCEDEU
               GO TO FIM-ACUMULA-EVENTO.
           ADD 1 TO W-QTD-EV.
           MOVE W-QTD-EV TO W-I.
           MOVE W-EVENTO TO TE-EVENTO(W-I).
           MOVE W-DESCR  TO TE-DESCR(W-I).
           MOVE "N"      TO TE-TEM-B(W-I) TE-TEM-P(W-I).
           MOVE ZEROS    TO TE-VB(W-I) TE-VP(W-I).
       ACUMULA-EVENTO-3.
           IF W-ORIG-EV = "B"
               MOVE "S" TO TE-TEM-B(W-I)
               ADD W-VALOR TO TE-VB(W-I)
           ELSE
               MOVE "S" TO TE-TEM-P(W-I)
               ADD W-VALOR TO TE-VP(W-I).
       FIM-ACUMULA-EVENTO.
           EXIT.
      *
      *---------------[ CONFERE OS EVENTOS DA CHAPA ]-------------------
       CONFERE-CHAPA.
           MOVE "N" TO W-CAB-CHAPA W-DIFERE.
           MOVE 1 TO W-I.
       CONFERE-CHAPA-1.
           IF W-I > W-QTD-EV
               GO TO CONFERE-CHAPA-9.
           COMPUTE W-DIF = TE-VP(W-I) - TE-VB(W-I).
           MOVE W-DIF TO W-DIF-ABS.
           IF TE-TEM-P(W-I) = "N"
               MOVE "AUSENTE" TO LD-SIT
               ADD 1 TO W-QTD-AUSENTE
               GO TO CONFERE-CHAPA-2.
           IF TE-TEM-B(W-I) = "N"
               MOVE "NOVO" TO LD-SIT
               ADD 1 TO W-QTD-NOVO
               GO TO CONFERE-CHAPA-2.
           IF W-DIF = ZEROS
               ADD 1 TO W-QTD-IGUAL
               GO TO CONFERE-CHAPA-3.
           IF W-DIF-ABS NOT > W-TOLER
               ADD 1 TO W-QTD-TOLER
               GO TO CONFERE-CHAPA-3.
           MOVE "ALTERADO" TO LD-SIT.
           ADD 1 TO W-QTD-ALTERADO.
       CONFERE-CHAPA-2.
           IF W-CAB-CHAPA = "N"
               PERFORM CAB-CHAPA THRU FIM-CAB-CHAPA.
           MOVE "S" TO W-DIFERE.
           MOVE TE-EVENTO(W-I) TO LD-EVENTO.
           MOVE TE-DESCR(W-I)  TO LD-DESCR.
           MOVE TE-VB(W-I)     TO LD-VB.
           MOVE TE-VP(W-I)     TO LD-VP.
           MOVE W-DIF          TO LD-DIF.
           WRITE ARQTX FROM LINDET.
           ADD W-DIF TO W-SOMA-DIF.
       CONFERE-CHAPA-3.
           ADD 1 TO W-I.
           GO TO CONFERE-CHAPA-1.
       CONFERE-CHAPA-9.
           IF W-DIFERE = "S"
               ADD 1 TO W-QTD-CH-DIF
               WRITE ARQTX FROM LINTRACO.
       FIM-CONFERE-CHAPA.
           EXIT.

       CAB-CHAPA.
           MOVE "S" TO W-CAB-CHAPA.
           MOVE W-CH-AT TO LC-CHAPA CHAPA.
           MOVE SPACES TO LC-NOME.
           READ ARQFUNC
               INVALID KEY
               MOVE "*** NAO CADASTRADO ***" TO LC-NOME
               GO TO CAB-CHAPA-1.
           MOVE NOME TO LC-NOME.
       CAB-CHAPA-1.
           WRITE ARQTX FROM LINCHAPA.
       FIM-CAB-CHAPA.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
                MOVE ZEROS TO RETURN-CODE.
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
