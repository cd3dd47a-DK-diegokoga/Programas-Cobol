       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP169.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   REGISTRO DE RELATORIOS NO SPOOL           *
      ***********************************************
      *----------------------------------------------------------------
      *    CHAMADO PELO MENU (FPPMAIN) E PELA CADEIA NOTURNA (FPP064)
      *    AO FIM DE CADA PROGRAMA. O PROGRAMA DE RELATORIO DEIXA NA
      *    AREA EXTERNAL SPOOL-RELAT O NOME DO ARQUIVO TX QUE ABRIU
      *    (E, QUANDO TEM, A COMPETENCIA E A EMPRESA); AQUI O ARQUIVO
      *    E COPIADO PARA UM NOME UNICO (SPOOL_NNNNNNNN.DOC) E
      *    REGISTRADO NO ARQSPOOL COM PROGRAMA, USUARIO, DATA, HORA,
      *    COMPETENCIA, EMPRESA, PAGINAS E LINHAS. SEM RELATORIO NA
      *    AREA NAO FAZ NADA. CONSULTA E REIMPRESSAO NO FPP170;
      *    RETENCAO PELO FPP102 (ENTRADA ARQSPOOL DO ARQEXPURGO).
      *    PAGINAS: CADA REPETICAO DO CABECALHO DA PRIMEIRA LINHA
      *    (30 PRIMEIRAS POSICOES) CONTA UMA PAGINA.
      *    ARQUIVO DO DIA ABERTO EM EXTEND (ARQUIVO105 E OUTROS) JA
      *    TRAZ OS RELATORIOS ANTERIORES: A COPIA COMECA NA LINHA
      *    SEGUINTE A DO ULTIMO REGISTRO DO MESMO ARQUIVO. SE O
      *    ARQUIVO FICOU MENOR (RECRIADO EM OUTPUT), COPIA TUDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------INDICE DO SPOOL DE RELATORIOS--------------
           SELECT ARQSPOOL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SPL-NUMERO
                  FILE STATUS  IS ST-SPL.
      *---------------------RELATORIO EMITIDO PELO PROGRAMA------------
           SELECT TXO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------COPIA NO SPOOL-----------------------------
           SELECT TSPL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------INDICE DO SPOOL DE RELATORIOS--------------
      *    O REGISTRO 00000000 GUARDA O ULTIMO NUMERO USADO.
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
           03 SPL-NUMERO        PIC 9(08).
           03 SPL-PROGR         PIC X(07).
           03 SPL-USUARIO       PIC X(10).
           03 SPL-DATA          PIC 9(08).
           03 SPL-HORA          PIC 9(06).
           03 SPL-COMPET        PIC 9(06).
           03 SPL-EMPRESA       PIC 9(03).
           03 SPL-PAGINAS       PIC 9(04).
           03 SPL-LINHAS        PIC 9(06).
           03 SPL-ORIGEM        PIC X(40).
           03 SPL-LINHA-INI     PIC 9(06).
           03 SPL-ARQUIVO       PIC X(20).
           03 SPL-REIMPR        PIC 9(03).
           03 SPL-DATA-REIMPR   PIC 9(08).
       01 REGSPLCTL.
           03 CTL-NUMERO        PIC 9(08).
           03 CTL-ULTIMO        PIC 9(08).
           03 FILLER            PIC X(119).
      *---------------------RELATORIO EMITIDO PELO PROGRAMA------------
       FD TXO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ORIG-NOME.
       01 REGTXO    PIC X(200).
      *---------------------COPIA NO SPOOL-----------------------------
       FD TSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPL-NOME.
       01 REGTSPL   PIC X(200).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL---------------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-SPL          PIC X(02) VALUE "00".
       01 W-ORIG-NOME     PIC X(40) VALUE SPACES.
       01 W-SPL-NOME.
           05 FILLER       PIC X(06) VALUE "SPOOL_".
           05 W-SPL-NUM    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-USUARIO       PIC X(10) VALUE "OPERADOR".
       01 W-CAB-PAG       PIC X(30) VALUE SPACES.
       01 W-LINHAS        PIC 9(06) VALUE ZEROS.
       01 W-PAGINAS       PIC 9(04) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-PULAR         PIC 9(06) VALUE ZEROS.
       01 W-TOTAL         PIC 9(06) VALUE ZEROS.
       01 W-FIM-ANT       PIC 9(06) VALUE ZEROS.
       01 W-ULTIMO        PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF SPL-EXT-ARQUIVO = SPACES OR SPL-EXT-ARQUIVO = LOW-VALUES
               GO TO ROT-FIM.
           MOVE SPL-EXT-ARQUIVO TO W-ORIG-NOME.
           OPEN INPUT TXO.
           IF ST-ERRO NOT = "00"
               GO TO ROT-FIM.
           OPEN I-O ARQSPOOL.
           IF ST-SPL = "30" OR ST-SPL = "35"
               OPEN OUTPUT ARQSPOOL
               CLOSE ARQSPOOL
               OPEN I-O ARQSPOOL.
           IF ST-SPL NOT = "00"
               CLOSE TXO
               GO TO ROT-FIM.
      *
      *---------------[ PROXIMO NUMERO DO SPOOL ]-----------------------
       INC-NUM.
           MOVE ZEROS TO CTL-NUMERO.
           READ ARQSPOOL
               INVALID KEY
               MOVE ZEROS TO CTL-ULTIMO
               MOVE SPACES TO REGSPLCTL(17:119)
               WRITE REGSPLCTL.
           MOVE CTL-ULTIMO TO W-ULTIMO.
           ADD 1 TO CTL-ULTIMO.
           MOVE CTL-ULTIMO TO W-SPL-NUM.
           REWRITE REGSPLCTL.
           IF ST-SPL NOT = "00"
               CLOSE TXO ARQSPOOL
               GO TO ROT-FIM.
           PERFORM CALC-PULAR THRU FIM-CALC-PULAR.
           OPEN OUTPUT TSPL.
           IF ST-ERRO NOT = "00"
               CLOSE TXO ARQSPOOL
               GO TO ROT-FIM.
           MOVE ZEROS TO W-LINHAS W-PAGINAS.
           MOVE SPACES TO W-CAB-PAG.
      *
      *---------------[ COPIA DO RELATORIO ]----------------------------
       INC-COPIA.
           READ TXO
               AT END
               GO TO INC-GRAVA.
           IF W-PULAR > ZEROS
               SUBTRACT 1 FROM W-PULAR
               GO TO INC-COPIA.
           ADD 1 TO W-LINHAS.
           IF W-LINHAS = 1
               MOVE REGTXO TO W-CAB-PAG.
           IF W-CAB-PAG NOT = SPACES
              AND REGTXO(1:30) = W-CAB-PAG
               ADD 1 TO W-PAGINAS.
           WRITE REGTSPL FROM REGTXO.
           GO TO INC-COPIA.
      *
      *---------------[ REGISTRO NO INDICE ]----------------------------
       INC-GRAVA.
           CLOSE TXO TSPL.
           IF W-PAGINAS = ZEROS AND W-LINHAS > ZEROS
               MOVE 1 TO W-PAGINAS.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           MOVE W-SPL-NUM       TO SPL-NUMERO.
           MOVE SPL-EXT-PROGR   TO SPL-PROGR.
           MOVE W-USUARIO       TO SPL-USUARIO.
           ACCEPT SPL-DATA FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE W-HORA(1:6)     TO SPL-HORA.
           MOVE ZEROS           TO SPL-COMPET SPL-EMPRESA.
           IF SPL-EXT-COMPET IS NUMERIC
               MOVE SPL-EXT-COMPET TO SPL-COMPET.
           IF SPL-EXT-EMPRESA IS NUMERIC
               MOVE SPL-EXT-EMPRESA TO SPL-EMPRESA.
           MOVE W-PAGINAS       TO SPL-PAGINAS.
           MOVE W-LINHAS        TO SPL-LINHAS.
           MOVE W-ORIG-NOME     TO SPL-ORIGEM.
           MOVE W-FIM-ANT       TO SPL-LINHA-INI.
           MOVE W-SPL-NOME      TO SPL-ARQUIVO.
           MOVE ZEROS           TO SPL-REIMPR SPL-DATA-REIMPR.
           WRITE REGSPOOL.
           CLOSE ARQSPOOL.
           GO TO ROT-FIM.

      *---------------[ LINHAS JA REGISTRADAS DO MESMO ARQUIVO ]-------
      *    O NOME DO ARQUIVO TRAZ A DATA, ENTAO SO OS REGISTROS DO DIA
      *    INTERESSAM: BASTA OLHAR OS 999 ULTIMOS.
       CALC-PULAR.
           MOVE ZEROS TO W-FIM-ANT W-TOTAL.
           MOVE 1 TO SPL-NUMERO.
           IF W-ULTIMO > 999
               COMPUTE SPL-NUMERO = W-ULTIMO - 998.
           START ARQSPOOL KEY IS NOT LESS THAN SPL-NUMERO
               INVALID KEY
               GO TO CALC-PULAR-2.
       CALC-PULAR-1.
           READ ARQSPOOL NEXT
               AT END
               GO TO CALC-PULAR-2.
           IF SPL-ORIGEM = W-ORIG-NOME
              AND SPL-LINHA-INI + SPL-LINHAS > W-FIM-ANT
               COMPUTE W-FIM-ANT = SPL-LINHA-INI + SPL-LINHAS.
           GO TO CALC-PULAR-1.
       CALC-PULAR-2.
           MOVE "00" TO ST-SPL.
           IF W-FIM-ANT = ZEROS
               GO TO FIM-CALC-PULAR.
      *    CONTA AS LINHAS ATUAIS E REABRE O RELATORIO DO INICIO.
       CALC-PULAR-3.
           READ TXO
               AT END
               GO TO CALC-PULAR-4.
           ADD 1 TO W-TOTAL.
           GO TO CALC-PULAR-3.
       CALC-PULAR-4.
           CLOSE TXO.
           OPEN INPUT TXO.
           IF W-TOTAL < W-FIM-ANT
               MOVE ZEROS TO W-FIM-ANT.
       FIM-CALC-PULAR.
           MOVE W-FIM-ANT TO W-PULAR.

      *---------------[ USUARIO DA SESSAO ]-----------------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO
           ELSE
               OPEN INPUT ARQSESS
               IF ST-ERRO = "00"
                   READ ARQSESS
                   IF ST-ERRO = "00"
                       MOVE SESS-USUARIO TO W-USUARIO
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-ERRO.
       LE-USUARIO-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *    A AREA E LIMPA MESMO SEM REGISTRO, PARA O PROXIMO PROGRAMA
      *    NAO HERDAR O RELATORIO DESTE.
       ROT-FIM.
           MOVE SPACES TO SPL-EXT-PROGR SPL-EXT-ARQUIVO.
           MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
