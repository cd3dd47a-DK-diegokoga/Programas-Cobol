       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP156.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   COTA DE PCD POR EMPRESA (LEI 8.213)       *
      ***********************************************
      *----------------------------------------------------------------
      *    COTA OBRIGATORIA DE PESSOAS COM DEFICIENCIA E REABILITADOS
      *    (ART. 93 DA LEI 8.213) POR EMPRESA (CNPJ): ATE 99 EMPREGADOS
      *    NAO HA COTA; 100 A 200 = 2%, 201 A 500 = 3%, 501 A 1000 =
      *    4%, ACIMA = 5%, FRACAO ARREDONDADA PARA CIMA. A BASE SAO OS
      *    ATIVOS DA EMPRESA; CONTA COMO PCD QUEM TEM O TIPO DE
      *    DEFICIENCIA E A DATA DO LAUDO NO FPP004. MOSTRA COTA EXIGIDA
      *    X PREENCHIDA, A QUEBRA POR TIPO E, SE PEDIDO, A RELACAO DOS
      *    PCD. EMPRESA ZERO = TODAS. VAI PARA O ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DA EMPRESA--------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODEMPR
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DA COTA DE PCD--------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DA EMPRESA--------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS-EMP      PIC X(01).
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
           03 FILLER          PIC X(84).
           03 CODEMPRESA      PIC 9(03).
           03 FILLER          PIC X(117).
           03 PCD-TIPO        PIC X(01).
           03 PCD-DATA-LAUDO  PIC 9(08).
      *---------------------RELATORIO DA COTA DE PCD--------------------
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
       01 W-EMPRESA     PIC 9(03) VALUE ZEROS.
       01 W-EMP-DESCR   PIC X(30) VALUE SPACES.
       01 W-LISTA       PIC X(01) VALUE "N".
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-PCD-ATIVOS  PIC 9(05) VALUE ZEROS.
       01 W-PCD-QTD     PIC 9(05) VALUE ZEROS.
       01 W-PCD-BASE    PIC 9(05) VALUE ZEROS.
       01 W-PCD-PCT     PIC 9V99 VALUE ZEROS.
       01 W-PCD-COTA    PIC 9(05) VALUE ZEROS.
       01 W-PCD-RESTO   PIC 9(05)V99 VALUE ZEROS.
       01 W-PCD-FALTAM  PIC 9(05) VALUE ZEROS.
       01 W-GER-EMPRESAS PIC 9(04) VALUE ZEROS.
       01 W-GER-ABAIXO  PIC 9(04) VALUE ZEROS.
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
      *---------------[ TIPOS DE DEFICIENCIA (MESMOS DO FPP004) ]-------
       01 TIPO-PCD.
          03 FILLER     PIC X(22) VALUE "FFISICA".
          03 FILLER     PIC X(22) VALUE "AAUDITIVA".
          03 FILLER     PIC X(22) VALUE "VVISUAL".
          03 FILLER     PIC X(22) VALUE "IINTELECTUAL".
          03 FILLER     PIC X(22) VALUE "MMENTAL/PSICOSSOCIAL".
          03 FILLER     PIC X(22) VALUE "UMULTIPLA".
          03 FILLER     PIC X(22) VALUE "RREABILITADO DO INSS".
      *
       01 TABPCD REDEFINES TIPO-PCD.
          03 TBPCD      PIC X(22) OCCURS 7 TIMES.
      *
       01 TAB-PCD-QTD.
           03 TPQ-QTD       PIC 9(05) OCCURS 7 TIMES.
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(95) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(95) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(50) VALUE
           "COTA DE PCD POR EMPRESA - LEI 8.213 ART. 93".
           05  FILLER      PIC X(24) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CABEMP.
           05  FILLER      PIC X(09) VALUE "EMPRESA: ".
           05  CE-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CE-RAZAO    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  CNPJ: ".
           05  CE-CNPJ     PIC 9(14) VALUE ZEROS.
       01  LINCOTA.
           05  FILLER      PIC X(19) VALUE "EMPREGADOS ATIVOS: ".
           05  LC-ATIVOS   PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(14) VALUE "   PERCENTUAL ".
           05  LC-PCT      PIC 9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "%".
           05  FILLER      PIC X(18) VALUE "   COTA EXIGIDA: ".
           05  LC-COTA     PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(20) VALUE "   PCD NO QUADRO: ".
           05  LC-PCD      PIC ZZ.ZZ9 VALUE ZEROS.
       01  LINSIT.
           05  FILLER      PIC X(10) VALUE "SITUACAO: ".
           05  LS-SITUACAO PIC X(20) VALUE SPACES.
       01  LINFALTA.
           05  FILLER      PIC X(34) VALUE
           "SITUACAO: ABAIXO DA COTA - FALTAM ".
           05  LF-FALTAM   PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(13) VALUE " CONTRATACOES".
       01  LINTIPO.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LT-DESCR    PIC X(21) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE ": ".
           05  LT-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
       01  CABPCD.
           05  FILLER      PIC X(42) VALUE
           "    CHAPA  FUNCIONARIO                    ".
           05  FILLER      PIC X(35) VALUE
           "DEFICIENCIA           DATA DO LAUDO".
       01  LINPCD.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LP-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-TIPO     PIC X(21) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-LAUDO    PIC 99/99/9999 VALUE ZEROS.
       01  LINGERAL.
           05  FILLER      PIC X(22) VALUE "EMPRESAS RELATADAS: ".
           05  LG-EMPRESAS PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(22) VALUE "   ABAIXO DA COTA: ".
           05  LG-ABAIXO   PIC Z.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** COTA DE PCD POR EMPRESA (LEI 8.".
           05  LINE 02  COLUMN 41
               VALUE  "213 ART. 93) ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            EMPRESA (0=T".
           05  LINE 06  COLUMN 41
               VALUE  "ODAS)              :".
           05  LINE 08  COLUMN 01
               VALUE  "                            RELACIONAR O".
           05  LINE 08  COLUMN 41
               VALUE  "S PCD (S/N)        :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEMPRESA
               LINE 06  COLUMN 62  PIC 9(03)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TEMPDESCR
               LINE 07  COLUMN 42  PIC X(30)
               USING  W-EMP-DESCR.
           05  TLISTA
               LINE 08  COLUMN 62  PIC X(01)
               USING  W-LISTA
               HIGHLIGHT.
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
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE EMPRESAS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQEMPR
               GO TO ROT-FIM.
       INC-OPA.
                ACCEPT TEMPRESA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                MOVE SPACES TO W-EMP-DESCR
                IF W-EMPRESA = ZEROS
                   MOVE "TODAS" TO W-EMP-DESCR
                   DISPLAY TEMPDESCR
                   GO TO INC-OPB.
                MOVE W-EMPRESA TO CODEMPR
                READ ARQEMPR
                IF ST-ERRO NOT = "00"
                   MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPA.
                MOVE RAZAOSOCIAL TO W-EMP-DESCR
                DISPLAY TEMPDESCR.
       INC-OPB.
                ACCEPT TLISTA
                IF W-LISTA = "s"
                   MOVE "S" TO W-LISTA.
                IF W-LISTA = "n"
                   MOVE "N" TO W-LISTA.
                IF W-LISTA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
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
           MOVE "FPP156" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-EMPRESAS W-GER-ABAIXO.
           MOVE W-EMPRESA TO CODEMPR.
           START ARQEMPR KEY IS NOT LESS THAN CODEMPR
               INVALID KEY
               GO TO FIM-EMPRESAS.
      *---------------[ UM BLOCO POR EMPRESA (CNPJ) ]-------------------
       LER-EMPRESA.
           READ ARQEMPR NEXT
               AT END
               GO TO FIM-EMPRESAS.
           IF W-EMPRESA NOT = ZEROS AND CODEMPR NOT = W-EMPRESA
               GO TO FIM-EMPRESAS.
           MOVE ZEROS TO W-PCD-ATIVOS W-PCD-QTD.
           MOVE 1 TO W-IND.
       LIMPA-TIPOS.
           MOVE ZEROS TO TPQ-QTD(W-IND).
           ADD 1 TO W-IND.
           IF W-IND NOT > 7
               GO TO LIMPA-TIPOS.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-CONTA.
       LER-CONTA.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-CONTA.
           IF STATUS1 NOT = "A" OR CODEMPRESA NOT = CODEMPR
               GO TO LER-CONTA.
           ADD 1 TO W-PCD-ATIVOS.
           PERFORM TIPO-PCD-FUNC THRU FIM-TIPO-PCD-FUNC.
           IF W-IND = ZEROS
               GO TO LER-CONTA.
           ADD 1 TO W-PCD-QTD.
           ADD 1 TO TPQ-QTD(W-IND).
           GO TO LER-CONTA.
       FIM-CONTA.
           MOVE "00" TO ST-ERRO.
      *    EMPRESA SEM NENHUM ATIVO NAO SAI.
           IF W-PCD-ATIVOS = ZEROS
               GO TO LER-EMPRESA.
           ADD 1 TO W-GER-EMPRESAS.
           MOVE W-PCD-ATIVOS TO W-PCD-BASE.
           PERFORM CALC-COTA-PCD THRU CALC-COTA-PCD-FIM.
           MOVE CODEMPR     TO CE-CODIGO.
           MOVE RAZAOSOCIAL TO CE-RAZAO.
           MOVE CNPJ        TO CE-CNPJ.
           WRITE ARQTX FROM CABEMP.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-PCD-ATIVOS TO LC-ATIVOS.
           COMPUTE LC-PCT = W-PCD-PCT * 100.
           MOVE W-PCD-COTA   TO LC-COTA.
           MOVE W-PCD-QTD    TO LC-PCD.
           WRITE ARQTX FROM LINCOTA.
           IF W-PCD-COTA = ZEROS
               MOVE "SEM COTA (< 100)" TO LS-SITUACAO
               GO TO IMPRIME-SITUACAO.
           IF W-PCD-QTD NOT < W-PCD-COTA
               MOVE "COTA ATENDIDA" TO LS-SITUACAO
               GO TO IMPRIME-SITUACAO.
           ADD 1 TO W-GER-ABAIXO.
           COMPUTE W-PCD-FALTAM = W-PCD-COTA - W-PCD-QTD.
           MOVE W-PCD-FALTAM TO LF-FALTAM.
           WRITE ARQTX FROM LINFALTA.
           GO TO IMPRIME-QUEBRA.
       IMPRIME-SITUACAO.
           WRITE ARQTX FROM LINSIT.
       IMPRIME-QUEBRA.
           IF W-PCD-QTD = ZEROS
               GO TO FIM-EMPRESA.
           MOVE 1 TO W-IND.
       IMPRIME-TIPOS.
           IF TPQ-QTD(W-IND) = ZEROS
               GO TO IMPRIME-TIPOS-1.
           MOVE TBPCD(W-IND)(2:21) TO LT-DESCR.
           MOVE TPQ-QTD(W-IND)     TO LT-QTD.
           WRITE ARQTX FROM LINTIPO.
       IMPRIME-TIPOS-1.
           ADD 1 TO W-IND.
           IF W-IND NOT > 7
               GO TO IMPRIME-TIPOS.
           IF W-LISTA NOT = "S"
               GO TO FIM-EMPRESA.
      *---------------[ RELACAO DOS PCD DA EMPRESA ]--------------------
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABPCD.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-LISTA.
       LER-LISTA.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-LISTA.
           IF STATUS1 NOT = "A" OR CODEMPRESA NOT = CODEMPR
               GO TO LER-LISTA.
           PERFORM TIPO-PCD-FUNC THRU FIM-TIPO-PCD-FUNC.
           IF W-IND = ZEROS
               GO TO LER-LISTA.
           MOVE CHAPA              TO LP-CHAPA.
           MOVE NOME               TO LP-NOME.
           MOVE TBPCD(W-IND)(2:21) TO LP-TIPO.
           MOVE PCD-DATA-LAUDO     TO LP-LAUDO.
           WRITE ARQTX FROM LINPCD.
           GO TO LER-LISTA.
       FIM-LISTA.
           MOVE "00" TO ST-ERRO.
       FIM-EMPRESA.
           WRITE ARQTX FROM LINSEP.
           GO TO LER-EMPRESA.
       FIM-EMPRESAS.
           MOVE "00" TO ST-ERRO.
           MOVE W-GER-EMPRESAS TO LG-EMPRESAS.
           MOVE W-GER-ABAIXO   TO LG-ABAIXO.
           WRITE ARQTX FROM LINGERAL.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           IF W-GER-ABAIXO = ZEROS
               MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS
           ELSE
               MOVE "*** HA EMPRESA ABAIXO DA COTA - ARQUIVO105 ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQEMPR ARQFUNC.
           GO TO ROT-FIM1.
      *
      *---------[ TIPO DE DEFICIENCIA DO FUNCIONARIO ]------------------
      *    DEVOLVE EM W-IND A POSICAO NA TABELA; ZERO QUANDO NAO E PCD
      *    OU QUANDO FALTA A DATA DO LAUDO.
       TIPO-PCD-FUNC.
           MOVE ZEROS TO W-IND.
           IF PCD-TIPO = "N" OR PCD-TIPO = SPACES
              OR PCD-DATA-LAUDO = ZEROS
               GO TO FIM-TIPO-PCD-FUNC.
           MOVE 1 TO W-IND.
       TIPO-PCD-FUNC-1.
           IF PCD-TIPO = TBPCD(W-IND)(1:1)
               GO TO FIM-TIPO-PCD-FUNC.
           ADD 1 TO W-IND.
           IF W-IND NOT > 7
               GO TO TIPO-PCD-FUNC-1.
           MOVE ZEROS TO W-IND.
       FIM-TIPO-PCD-FUNC.
           EXIT.
      *
      *    ATE 99 EMPREGADOS NAO HA COTA; 100 A 200 = 2%, 201 A 500 =
      *    3%, 501 A 1000 = 4%, ACIMA = 5%. FRACAO ARREDONDA PARA CIMA.
       CALC-COTA-PCD.
           MOVE ZEROS TO W-PCD-COTA W-PCD-PCT.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-EMPRESA TO SPL-EXT-EMPRESA.
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
