       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP172.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      * ARQUIVOS DE INTERFACE - TRANSMISSAO/RETORNO *
      ***********************************************
      *----------------------------------------------------------------
      *    LISTA OS ARQUIVOS DE INTERFACE REGISTRADOS NO ARQINTERF
      *    (GRAVADO PELO FPP171 QUANDO O PROGRAMA GERADOR TERMINA),
      *    COM FILTRO POR TIPO, SITUACAO E COMPETENCIA. O OPERADOR
      *    MARCA O ARQUIVO COMO T=TRANSMITIDO (USUARIO, DATA, HORA E
      *    PROTOCOLO DO ENVIO) OU C=CANCELADO (NAO SERA ENVIADO). O
      *    RETORNO (A/P/R) E LIGADO PELO FPP044 E PELO FPP110. O QUE
      *    FICA EM G ENTRA NO PAINEL DE PENDENCIAS (FPP099).
      *    SITUACOES: G=GERADO T=TRANSMITIDO A=ACEITO P=ACEITO COM
      *    REJEICOES R=REJEITADO S=SUBSTITUIDO C=CANCELADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------REGISTRO DOS ARQUIVOS DE INTERFACE---------
           SELECT ARQINTERF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ITF-NUMERO
                  FILE STATUS  IS ST-ERRO.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------REGISTRO DOS ARQUIVOS DE INTERFACE---------
       FD ARQINTERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINTERF.DAT".
       01 REGINTERF.
           03 ITF-NUMERO        PIC 9(08).
           03 ITF-PROGR         PIC X(07).
           03 ITF-TIPO          PIC X(08).
           03 ITF-ARQUIVO       PIC X(40).
           03 ITF-COMPET        PIC 9(06).
           03 ITF-EMPRESA       PIC 9(03).
           03 ITF-REFER         PIC 9(08).
           03 ITF-QTDE          PIC 9(07).
           03 ITF-VALOR         PIC 9(13)V99.
           03 ITF-USU-GER       PIC X(10).
           03 ITF-DATA-GER      PIC 9(08).
           03 ITF-HORA-GER      PIC 9(06).
           03 ITF-SITUACAO      PIC X(01).
           03 ITF-USU-TRANS     PIC X(10).
           03 ITF-DATA-TRANS    PIC 9(08).
           03 ITF-HORA-TRANS    PIC 9(06).
           03 ITF-PROTOCOLO     PIC X(20).
           03 ITF-DATA-RET      PIC 9(08).
           03 ITF-PROGR-RET     PIC X(07).
           03 ITF-RET-ACEITOS   PIC 9(07).
           03 ITF-RET-REJEIT    PIC 9(07).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-SEG          PIC X(02) VALUE "00".
       01 W-USUARIO-SESS  PIC X(10) VALUE "OPERADOR".
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDE          PIC 9(04) VALUE ZEROS.
       01 W-NUMERO        PIC 9(08) VALUE ZEROS.
       01 W-PAG-INI       PIC 9(08) VALUE ZEROS.
       01 W-PROX          PIC 9(08) VALUE ZEROS.
       01 W-MAIS          PIC X(01) VALUE "N".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-PROTOCOLO     PIC X(20) VALUE SPACES.
       01 W-CONFIRMA      PIC X(01) VALUE SPACES.
      *---------------[ FILTROS ]---------------------------------------
       01 W-F-TIPO        PIC X(08) VALUE SPACES.
       01 W-F-SITUACAO    PIC X(01) VALUE SPACES.
       01 W-F-COMPET      PIC 9(06) VALUE ZEROS.
      *---------------[ DATA E HORA EDITADAS ]--------------------------
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-ANO    PIC 9(04).
           03 W-DT-MES    PIC 9(02).
           03 W-DT-DIA    PIC 9(02).
       01 W-DT-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-HR            PIC 9(06) VALUE ZEROS.
       01 W-HR-R REDEFINES W-HR.
           03 W-HR-HH     PIC 9(02).
           03 W-HR-MM     PIC 9(02).
           03 W-HR-SS     PIC 9(02).
       01 W-HR-ED.
           03 W-EH-HH     PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 W-EH-MM     PIC 9(02).
      *---------------[ LINHAS DA TELA ]--------------------------------
       01 LINCAB.
           03 FILLER       PIC X(50) VALUE
           "NUMERO   TIPO     ARQUIVO                COMP.    ".
           03 FILLER       PIC X(25) VALUE
           " QTDE          VALOR ST".
       01 LINDET.
           03 LD-NUMERO    PIC 9(08) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TIPO      PIC X(08) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ARQUIVO   PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-COMPET    PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-QTDE      PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALOR     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SITUACAO  PIC X(01) VALUE SPACES.
      *---------------[ DETALHE DO ARQUIVO ]----------------------------
       01 LINGER.
           03 FILLER       PIC X(09) VALUE "GERADO:  ".
           03 LG-PROGR     PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LG-DATA      PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LG-HORA      PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE " POR ".
           03 LG-USUARIO   PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE " EMP: ".
           03 LG-EMPRESA   PIC 9(03) VALUE ZEROS.
           03 FILLER       PIC X(08) VALUE " HEADER ".
           03 LG-REFER     PIC 9(08) VALUE ZEROS.
       01 LINTRA.
           03 FILLER       PIC X(09) VALUE "ENVIADO: ".
           03 LT-DATA      PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-HORA      PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE " POR ".
           03 LT-USUARIO   PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE " PROT: ".
           03 LT-PROTOCOLO PIC X(20) VALUE SPACES.
       01 LINRET.
           03 FILLER       PIC X(09) VALUE "RETORNO: ".
           03 LR-DATA      PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-PROGR     PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE " ACEITOS: ".
           03 LR-ACEITOS   PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER       PIC X(13) VALUE " REJEITADOS: ".
           03 LR-REJEIT    PIC ZZZZZZ9 VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   ARQUIVOS DE INTERFACE - TRANSMISSAO ".
           05  LINE 02  COLUMN 41
               VALUE  "E RETORNO".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO:           SITUACAO (G/T/A/P/R/S/".
           05  LINE 04  COLUMN 41
               VALUE  "C):    COMPETENCIA (AAAAMM):".
           05  LINE 05  COLUMN 01
               VALUE  " TIPOS: CNAB PIX CONTAB CAGED RAIS DIRF ".
           05  LINE 05  COLUMN 41
               VALUE  "ESOCIAL FGTSD CONSIG PGBL VT VR SEGVIDA".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           OPEN I-O ARQINTERF
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM ARQUIVO DE INTERFACE REGISTRADO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM1.
      *---------------[ FILTROS DA CONSULTA ]---------------------------
       FILTRO.
           DISPLAY TELA.
           DISPLAY (04, 08) W-F-TIPO.
           ACCEPT (04, 08) W-F-TIPO.
           INSPECT W-F-TIPO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT (04, 45) W-F-SITUACAO.
           INSPECT W-F-SITUACAO CONVERTING "gtaprsc" TO "GTAPRSC".
           IF W-F-SITUACAO NOT = SPACES
              AND W-F-SITUACAO NOT = "G" AND W-F-SITUACAO NOT = "T"
              AND W-F-SITUACAO NOT = "A" AND W-F-SITUACAO NOT = "P"
              AND W-F-SITUACAO NOT = "R" AND W-F-SITUACAO NOT = "S"
              AND W-F-SITUACAO NOT = "C"
               MOVE "*** SITUACAO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FILTRO.
           ACCEPT (04, 70) W-F-COMPET.
           MOVE 1 TO W-PAG-INI.
      *---------------[ LISTA DOS ARQUIVOS ]----------------------------
      *    12 POR TELA; P MOSTRA A PROXIMA A PARTIR DO ULTIMO LIDO.
       LISTA.
           MOVE ZEROS TO W-QTDE.
           MOVE "N" TO W-MAIS.
           DISPLAY TELA.
           DISPLAY (04, 08) W-F-TIPO.
           DISPLAY (04, 45) W-F-SITUACAO.
           DISPLAY (04, 70) W-F-COMPET.
           DISPLAY (06, 02) LINCAB.
           MOVE 7 TO W-LIN.
           MOVE W-PAG-INI TO ITF-NUMERO.
           START ARQINTERF KEY IS NOT LESS THAN ITF-NUMERO
               INVALID KEY
               GO TO LISTA-FIM.
       LISTA-1.
           READ ARQINTERF NEXT
               AT END
               GO TO LISTA-FIM.
           IF ITF-NUMERO = ZEROS
               GO TO LISTA-1.
           IF W-F-TIPO NOT = SPACES AND ITF-TIPO NOT = W-F-TIPO
               GO TO LISTA-1.
           IF W-F-SITUACAO NOT = SPACES
              AND ITF-SITUACAO NOT = W-F-SITUACAO
               GO TO LISTA-1.
           IF W-F-COMPET NOT = ZEROS AND ITF-COMPET NOT = W-F-COMPET
               GO TO LISTA-1.
           IF W-QTDE = 12
               MOVE "S" TO W-MAIS
               MOVE ITF-NUMERO TO W-PROX
               GO TO LISTA-FIM.
           MOVE ITF-NUMERO   TO LD-NUMERO.
           MOVE ITF-TIPO     TO LD-TIPO.
           MOVE ITF-ARQUIVO  TO LD-ARQUIVO.
           MOVE ITF-COMPET   TO LD-COMPET.
           MOVE ITF-QTDE     TO LD-QTDE.
           MOVE ITF-VALOR    TO LD-VALOR.
           MOVE ITF-SITUACAO TO LD-SITUACAO.
           DISPLAY (W-LIN, 02) LINDET.
           ADD 1 TO W-LIN W-QTDE.
           GO TO LISTA-1.
       LISTA-FIM.
           IF W-QTDE = ZEROS
               MOVE "*** NENHUM ARQUIVO COM ESTE FILTRO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R1.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (20, 02)
               "D=DETALHE T=TRANSMITIDO C=CANCELAR P=PROXIMA F=FILTRO".
           DISPLAY (21, 02) "S=SAIR - OPCAO: ".
           ACCEPT (21, 19) W-OPCAO.
           INSPECT W-OPCAO CONVERTING "dtcpfs" TO "DTCPFS".
           IF W-OPCAO = "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "F"
               GO TO FILTRO.
           IF W-OPCAO = "P"
               IF W-MAIS = "S"
                   MOVE W-PROX TO W-PAG-INI
                   GO TO LISTA
               ELSE
                   MOVE "*** NAO HA MAIS ARQUIVOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-OPCAO NOT = "D" AND W-OPCAO NOT = "T"
              AND W-OPCAO NOT = "C"
               MOVE "*** OPCAO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
       R2.
           MOVE ZEROS TO W-NUMERO.
           DISPLAY (22, 02) "NUMERO DO ARQUIVO: ".
           ACCEPT (22, 22) W-NUMERO.
           IF W-NUMERO = ZEROS
               GO TO R1.
           MOVE W-NUMERO TO ITF-NUMERO.
           READ ARQINTERF
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               MOVE "*** ARQUIVO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF W-OPCAO = "T"
               GO TO TRANSMITIDO.
           IF W-OPCAO = "C"
               GO TO CANCELA.

      *---------------[ DETALHE DO ARQUIVO ]----------------------------
       DETALHE.
           DISPLAY (01, 01) ERASE.
           MOVE ITF-NUMERO TO LD-NUMERO.
           DISPLAY (02, 02) "ARQUIVO DE INTERFACE ".
           DISPLAY (02, 23) LD-NUMERO.
           DISPLAY (04, 02) "NOME....: ".
           DISPLAY (04, 12) ITF-ARQUIVO.
           DISPLAY (05, 02) "TIPO....: ".
           DISPLAY (05, 12) ITF-TIPO.
           DISPLAY (05, 24) "COMPETENCIA: ".
           DISPLAY (05, 37) ITF-COMPET.
           DISPLAY (05, 46) "SITUACAO: ".
           DISPLAY (05, 56) ITF-SITUACAO.
           MOVE ITF-QTDE  TO LD-QTDE.
           MOVE ITF-VALOR TO LD-VALOR.
           DISPLAY (06, 02) "TRAILER.: ".
           DISPLAY (06, 12) LD-QTDE.
           DISPLAY (06, 20) "REGISTROS  VALOR: ".
           DISPLAY (06, 38) LD-VALOR.
           MOVE ITF-PROGR   TO LG-PROGR.
           MOVE ITF-DATA-GER TO W-DT.
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           MOVE W-DT-ED     TO LG-DATA.
           MOVE ITF-HORA-GER TO W-HR.
           PERFORM EDITA-HORA THRU FIM-EDITA-HORA.
           MOVE W-HR-ED     TO LG-HORA.
           MOVE ITF-USU-GER TO LG-USUARIO.
           MOVE ITF-EMPRESA TO LG-EMPRESA.
           MOVE ITF-REFER   TO LG-REFER.
           DISPLAY (08, 02) LINGER.
           IF ITF-DATA-TRANS NOT = ZEROS
               MOVE ITF-DATA-TRANS TO W-DT
               PERFORM EDITA-DATA THRU FIM-EDITA-DATA
               MOVE W-DT-ED TO LT-DATA
               MOVE ITF-HORA-TRANS TO W-HR
               PERFORM EDITA-HORA THRU FIM-EDITA-HORA
               MOVE W-HR-ED TO LT-HORA
               MOVE ITF-USU-TRANS TO LT-USUARIO
               MOVE ITF-PROTOCOLO TO LT-PROTOCOLO
               DISPLAY (09, 02) LINTRA.
           IF ITF-DATA-RET NOT = ZEROS
               MOVE ITF-DATA-RET TO W-DT
               PERFORM EDITA-DATA THRU FIM-EDITA-DATA
               MOVE W-DT-ED TO LR-DATA
               MOVE ITF-PROGR-RET TO LR-PROGR
               MOVE ITF-RET-ACEITOS TO LR-ACEITOS
               MOVE ITF-RET-REJEIT TO LR-REJEIT
               DISPLAY (10, 02) LINRET.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (22, 02) "TECLE ENTER PARA VOLTAR A LISTA: ".
           ACCEPT (22, 36) W-OPCAO.
           GO TO LISTA.

      *---------------[ MARCA COMO TRANSMITIDO ]------------------------
      *    SO O ARQUIVO AINDA EM G; O PROTOCOLO E OPCIONAL (O DO
      *    ESOCIAL TAMBEM VEM NO RETORNO).
       TRANSMITIDO.
           IF ITF-SITUACAO NOT = "G"
               MOVE "*** SO ARQUIVO EM G PODE SER TRANSMITIDO ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE SPACES TO W-PROTOCOLO.
           DISPLAY (22, 32) "PROTOCOLO: ".
           ACCEPT (22, 43) W-PROTOCOLO.
           PERFORM CONFIRMA THRU FIM-CONFIRMA.
           IF W-CONFIRMA NOT = "S"
               GO TO LISTA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE "T"            TO ITF-SITUACAO.
           MOVE W-USUARIO-SESS TO ITF-USU-TRANS.
           MOVE W-HOJE         TO ITF-DATA-TRANS.
           MOVE W-HORA(1:6)    TO ITF-HORA-TRANS.
           MOVE W-PROTOCOLO    TO ITF-PROTOCOLO.
           REWRITE REGINTERF.
           MOVE "00" TO ST-ERRO.
           MOVE "*** ARQUIVO MARCADO COMO TRANSMITIDO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTA.

      *---------------[ CANCELA O ENVIO ]-------------------------------
       CANCELA.
           IF ITF-SITUACAO NOT = "G"
               MOVE "*** SO ARQUIVO EM G PODE SER CANCELADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           PERFORM CONFIRMA THRU FIM-CONFIRMA.
           IF W-CONFIRMA NOT = "S"
               GO TO LISTA.
           MOVE "C" TO ITF-SITUACAO.
           REWRITE REGINTERF.
           MOVE "00" TO ST-ERRO.
           MOVE "*** ARQUIVO CANCELADO - NAO SERA ENVIADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTA.

       CONFIRMA.
           MOVE SPACES TO W-CONFIRMA.
           DISPLAY (23, 12) "CONFIRMA (S/N)? ".
           ACCEPT (23, 29) W-CONFIRMA.
           IF W-CONFIRMA = "s"
               MOVE "S" TO W-CONFIRMA.
           DISPLAY (23, 12) LIMPA.
       FIM-CONFIRMA.
           CONTINUE.

      *---------------[ EDICAO DE DATA E HORA ]-------------------------
       EDITA-DATA.
           MOVE W-DT-DIA TO W-ED-DIA.
           MOVE W-DT-MES TO W-ED-MES.
           MOVE W-DT-ANO TO W-ED-ANO.
       FIM-EDITA-DATA.
           CONTINUE.

       EDITA-HORA.
           MOVE W-HR-HH TO W-EH-HH.
           MOVE W-HR-MM TO W-EH-MM.
       FIM-EDITA-HORA.
           CONTINUE.

      *---------------[ USUARIO DA SESSAO ]-----------------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-SEG.
       FIM-LE-USUARIO.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQINTERF.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE
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
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
