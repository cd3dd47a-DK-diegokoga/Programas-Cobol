       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP171.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   REGISTRO DOS ARQUIVOS DE INTERFACE        *
      ***********************************************
      *----------------------------------------------------------------
      *    CHAMADO PELOS PROGRAMAS QUE GERAM ARQUIVO PARA FORA (CNAB E
      *    PIX DE PAGAMENTO, FGTS DIGITAL, DIRF, ESOCIAL, CAGED/RAIS,
      *    LANCAMENTOS CONTABEIS E RETORNO DO CONSIGNADO DO CREDITO DO
      *    TRABALHADOR) E PELOS QUE PROCESSAM O RETORNO
      *    (FPP044 E FPP110). O CHAMADOR PREENCHE A AREA EXTERNAL
      *    INTERF-ARQ:
      *    OPERACAO G = ARQUIVO GERADO: GRAVA NO ARQINTERF O NOME, O
      *      TIPO, A COMPETENCIA, A EMPRESA, A DATA DO HEADER E OS
      *      TOTAIS DO TRAILER (QUANTIDADE E VALOR), COM USUARIO, DATA
      *      E HORA, SITUACAO G. O ARQUIVO DE MESMO NOME AINDA NAO
      *      TRANSMITIDO FOI SOBREPOSTO E PASSA A S (SUBSTITUIDO).
      *    OPERACAO R = RETORNO PROCESSADO: PROCURA A REMESSA DO MESMO
      *      TIPO (E DA MESMA DATA DE HEADER/COMPETENCIA, QUANDO
      *      INFORMADAS) AINDA SEM RETORNO, DANDO PREFERENCIA A QUE TEM
      *      A QUANTIDADE IGUAL A DO RETORNO, E GRAVA ACEITOS,
      *      REJEITADOS E PROTOCOLO: A=ACEITO, P=ACEITO COM REJEICOES,
      *      R=REJEITADO. O NUMERO DA REMESSA VOLTA EM ITF-EXT-NUMERO
      *      (ZEROS QUANDO NAO ACHOU).
      *    A MARCACAO DE TRANSMITIDO (T) E FEITA NO FPP172.
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
                  FILE STATUS  IS ST-ITF.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------REGISTRO DOS ARQUIVOS DE INTERFACE---------
      *    O REGISTRO 00000000 GUARDA O ULTIMO NUMERO USADO.
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
       01 REGITFCTL.
           03 CTL-NUMERO        PIC 9(08).
           03 CTL-ULTIMO        PIC 9(08).
           03 FILLER            PIC X(184).
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
      *---------------------ARQUIVO DE INTERFACE-----------------------
       01 INTERF-ARQ EXTERNAL.
           03 ITF-EXT-OPER      PIC X(01).
           03 ITF-EXT-PROGR     PIC X(07).
           03 ITF-EXT-TIPO      PIC X(08).
           03 ITF-EXT-ARQUIVO   PIC X(40).
           03 ITF-EXT-COMPET    PIC 9(06).
           03 ITF-EXT-EMPRESA   PIC 9(03).
           03 ITF-EXT-REFER     PIC 9(08).
           03 ITF-EXT-QTDE      PIC 9(07).
           03 ITF-EXT-VALOR     PIC 9(13)V99.
           03 ITF-EXT-REJEIT    PIC 9(07).
           03 ITF-EXT-PROTOCOLO PIC X(20).
           03 ITF-EXT-NUMERO    PIC 9(08).
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-ITF          PIC X(02) VALUE "00".
       01 W-USUARIO       PIC X(10) VALUE "OPERADOR".
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-ULTIMO        PIC 9(08) VALUE ZEROS.
       01 W-NUMERO        PIC 9(08) VALUE ZEROS.
       01 W-ACHOU-QTD     PIC 9(08) VALUE ZEROS.
       01 W-ACHOU-OUTRA   PIC 9(08) VALUE ZEROS.
       01 W-QTD-RET       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO ITF-EXT-NUMERO.
           IF ITF-EXT-OPER NOT = "G" AND ITF-EXT-OPER NOT = "R"
               GO TO ROT-FIM.
           IF ITF-EXT-OPER = "G"
              AND (ITF-EXT-ARQUIVO = SPACES
                   OR ITF-EXT-ARQUIVO = LOW-VALUES)
               GO TO ROT-FIM.
           OPEN I-O ARQINTERF.
           IF ST-ITF = "30" OR ST-ITF = "35"
               OPEN OUTPUT ARQINTERF
               CLOSE ARQINTERF
               OPEN I-O ARQINTERF.
           IF ST-ITF NOT = "00"
               GO TO ROT-FIM.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE ZEROS TO CTL-NUMERO.
           READ ARQINTERF
               INVALID KEY
               MOVE ZEROS TO CTL-ULTIMO
               MOVE SPACES TO REGITFCTL(17:184)
               WRITE REGITFCTL.
           MOVE CTL-ULTIMO TO W-ULTIMO.
           IF ITF-EXT-OPER = "R"
               GO TO INC-RETORNO.
      *
      *---------------[ ARQUIVO GERADO ]--------------------------------
       INC-GERADO.
           ADD 1 TO CTL-ULTIMO.
           MOVE CTL-ULTIMO TO W-NUMERO.
           REWRITE REGITFCTL.
           IF ST-ITF NOT = "00"
               CLOSE ARQINTERF
               GO TO ROT-FIM.
           PERFORM MARCA-SUBST THRU FIM-MARCA-SUBST.
           MOVE W-NUMERO         TO ITF-NUMERO.
           MOVE ITF-EXT-PROGR    TO ITF-PROGR.
           MOVE ITF-EXT-TIPO     TO ITF-TIPO.
           MOVE ITF-EXT-ARQUIVO  TO ITF-ARQUIVO.
           MOVE ZEROS TO ITF-COMPET ITF-EMPRESA ITF-REFER
                         ITF-QTDE ITF-VALOR.
           IF ITF-EXT-COMPET IS NUMERIC
               MOVE ITF-EXT-COMPET TO ITF-COMPET.
           IF ITF-EXT-EMPRESA IS NUMERIC
               MOVE ITF-EXT-EMPRESA TO ITF-EMPRESA.
           IF ITF-EXT-REFER IS NUMERIC
               MOVE ITF-EXT-REFER TO ITF-REFER.
           IF ITF-EXT-QTDE IS NUMERIC
               MOVE ITF-EXT-QTDE TO ITF-QTDE.
           IF ITF-EXT-VALOR IS NUMERIC
               MOVE ITF-EXT-VALOR TO ITF-VALOR.
           MOVE W-USUARIO        TO ITF-USU-GER.
           MOVE W-HOJE           TO ITF-DATA-GER.
           MOVE W-HORA(1:6)      TO ITF-HORA-GER.
           MOVE "G"              TO ITF-SITUACAO.
           MOVE SPACES TO ITF-USU-TRANS ITF-PROTOCOLO ITF-PROGR-RET.
           MOVE ZEROS  TO ITF-DATA-TRANS ITF-HORA-TRANS ITF-DATA-RET
                          ITF-RET-ACEITOS ITF-RET-REJEIT.
           WRITE REGINTERF.
           IF ST-ITF = "00"
               MOVE W-NUMERO TO ITF-EXT-NUMERO.
           CLOSE ARQINTERF.
           GO TO ROT-FIM.

      *---------------[ GERACAO ANTERIOR DO MESMO ARQUIVO ]-------------
      *    O NOME DO ARQUIVO TRAZ A DATA (OU A COMPETENCIA), ENTAO SO
      *    OS REGISTROS RECENTES INTERESSAM: BASTA OLHAR OS 999 ULTIMOS.
       MARCA-SUBST.
           MOVE 1 TO ITF-NUMERO.
           IF W-ULTIMO > 999
               COMPUTE ITF-NUMERO = W-ULTIMO - 998.
           START ARQINTERF KEY IS NOT LESS THAN ITF-NUMERO
               INVALID KEY
               GO TO FIM-MARCA-SUBST.
       MARCA-SUBST-1.
           READ ARQINTERF NEXT
               AT END
               GO TO FIM-MARCA-SUBST.
           IF ITF-NUMERO NOT < W-NUMERO
               GO TO FIM-MARCA-SUBST.
           IF ITF-ARQUIVO NOT = ITF-EXT-ARQUIVO
              OR ITF-SITUACAO NOT = "G"
               GO TO MARCA-SUBST-1.
           MOVE "S" TO ITF-SITUACAO.
           REWRITE REGINTERF.
           GO TO MARCA-SUBST-1.
       FIM-MARCA-SUBST.
           MOVE "00" TO ST-ITF.

      *---------------[ RETORNO PROCESSADO ]----------------------------
      *    SO G (GERADO) OU T (TRANSMITIDO) PODEM RECEBER O RETORNO.
       INC-RETORNO.
           MOVE ZEROS TO W-ACHOU-QTD W-ACHOU-OUTRA W-QTD-RET.
           IF ITF-EXT-QTDE IS NUMERIC
               ADD ITF-EXT-QTDE TO W-QTD-RET.
           IF ITF-EXT-REJEIT IS NUMERIC
               ADD ITF-EXT-REJEIT TO W-QTD-RET.
           MOVE 1 TO ITF-NUMERO.
           IF W-ULTIMO > 999
               COMPUTE ITF-NUMERO = W-ULTIMO - 998.
           START ARQINTERF KEY IS NOT LESS THAN ITF-NUMERO
               INVALID KEY
               GO TO INC-RETORNO-2.
       INC-RETORNO-1.
           READ ARQINTERF NEXT
               AT END
               GO TO INC-RETORNO-2.
           IF ITF-NUMERO = ZEROS
               GO TO INC-RETORNO-1.
           IF ITF-TIPO NOT = ITF-EXT-TIPO
               GO TO INC-RETORNO-1.
           IF ITF-SITUACAO NOT = "G" AND ITF-SITUACAO NOT = "T"
               GO TO INC-RETORNO-1.
           IF ITF-EXT-REFER IS NUMERIC AND ITF-EXT-REFER NOT = ZEROS
              AND ITF-REFER NOT = ITF-EXT-REFER
               GO TO INC-RETORNO-1.
           IF ITF-EXT-COMPET IS NUMERIC AND ITF-EXT-COMPET NOT = ZEROS
              AND ITF-COMPET NOT = ITF-EXT-COMPET
               GO TO INC-RETORNO-1.
           IF ITF-QTDE = W-QTD-RET
               MOVE ITF-NUMERO TO W-ACHOU-QTD
           ELSE
               MOVE ITF-NUMERO TO W-ACHOU-OUTRA.
           GO TO INC-RETORNO-1.
       INC-RETORNO-2.
           MOVE "00" TO ST-ITF.
           IF W-ACHOU-QTD NOT = ZEROS
               MOVE W-ACHOU-QTD TO ITF-NUMERO
           ELSE
               MOVE W-ACHOU-OUTRA TO ITF-NUMERO.
           IF ITF-NUMERO = ZEROS
               CLOSE ARQINTERF
               GO TO ROT-FIM.
           READ ARQINTERF
               INVALID KEY
               CLOSE ARQINTERF
               GO TO ROT-FIM.
           MOVE ZEROS TO ITF-RET-ACEITOS ITF-RET-REJEIT.
           IF ITF-EXT-QTDE IS NUMERIC
               MOVE ITF-EXT-QTDE TO ITF-RET-ACEITOS.
           IF ITF-EXT-REJEIT IS NUMERIC
               MOVE ITF-EXT-REJEIT TO ITF-RET-REJEIT.
           IF ITF-RET-REJEIT = ZEROS
               MOVE "A" TO ITF-SITUACAO
           ELSE
               IF ITF-RET-ACEITOS = ZEROS
                   MOVE "R" TO ITF-SITUACAO
               ELSE
                   MOVE "P" TO ITF-SITUACAO.
           IF ITF-EXT-PROTOCOLO NOT = SPACES
              AND ITF-EXT-PROTOCOLO NOT = LOW-VALUES
               MOVE ITF-EXT-PROTOCOLO TO ITF-PROTOCOLO.
           MOVE W-HOJE           TO ITF-DATA-RET.
           MOVE ITF-EXT-PROGR    TO ITF-PROGR-RET.
           REWRITE REGINTERF.
           IF ST-ITF = "00"
               MOVE ITF-NUMERO TO ITF-EXT-NUMERO.
           CLOSE ARQINTERF.
           GO TO ROT-FIM.

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
      *    SO O NUMERO FICA NA AREA, PARA O CHAMADOR MOSTRAR.
       ROT-FIM.
           MOVE SPACES TO ITF-EXT-OPER ITF-EXT-PROGR ITF-EXT-TIPO
                          ITF-EXT-ARQUIVO ITF-EXT-PROTOCOLO.
           MOVE ZEROS TO ITF-EXT-COMPET ITF-EXT-EMPRESA ITF-EXT-REFER
                         ITF-EXT-QTDE ITF-EXT-VALOR ITF-EXT-REJEIT.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
