       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP119.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   REMESSA MENSAL DE CONTRIBUICOES DO PGBL   *
      ***********************************************
      *-----------------------------------------------------------
      *    LE A MEMORIA DE CALCULO (ARQRESDET) DA FOLHA NORMAL DA
      *    COMPETENCIA: CONTRIBUICAO DO FUNCIONARIO (EVENTO PVF) E
      *    CONTRAPARTIDA DA EMPRESA (EVENTO PVE), E GERA O ARQUIVO
      *    DE REMESSA PARA A ADMINISTRADORA DO FUNDO (ARQUIVO88)
      *    COM HEADER, UM DETALHE POR PARTICIPANTE E TRAILER.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.
      *---------------------MEMORIA DE CALCULO POR EVENTO---------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ADESAO A PREVIDENCIA PRIVADA----------
           SELECT ARQPREV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PRV-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO PLANO PGBL--------------
           SELECT ARQPREVPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR REMESSA DO PGBL-----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
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
           03 CPF             PIC 9(11).
      *---------------------MEMORIA DE CALCULO POR EVENTO---------
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
      *---------------------ADESAO A PREVIDENCIA PRIVADA----------
       FD ARQPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREV.
           03 PRV-CHAPA         PIC 9(06).
           03 PRV-PCT-FUNC      PIC 9(02)V99.
           03 PRV-CERTIFICADO   PIC X(15).
           03 PRV-INICIO        PIC 9(06).
           03 PRV-STATUS        PIC X(01).
      *---------------------PARAMETROS DO PLANO PGBL--------------
       FD ARQPREVPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREVPAR.DAT".
       01 REGPREVPAR.
           03 PVP-ADMINISTRADORA PIC X(30).
           03 PVP-CONTRATO      PIC X(15).
           03 PVP-PCT-MATCH     PIC 9(03)V99.
           03 PVP-TETO-MATCH    PIC 9(03)V99.
           03 PVP-LIMITE-IR     PIC 9(03)V99.
      *---------------------GERAR REMESSA DO PGBL-----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------------ARQUIVO DE INTERFACE (FPP171)--------------
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
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-PREV PIC X(01) VALUE "S".
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 W-DATASIS  PIC 9(08) VALUE ZEROS.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-PREV-FUNC   PIC 9(08)V99 VALUE ZEROS.
       01 W-PREV-EMPR   PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-PART    PIC 9(06) VALUE ZEROS.
       01 W-TOT-FUNC    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-EMPR    PIC 9(10)V99 VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO88_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  REM-HEADER.
           05  FILLER      PIC X(05) VALUE "PGBL;".
           05  RH-ADMIN    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  RH-CONTRATO PIC X(15) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  RH-COMP     PIC 9(06) VALUE ZEROS.
       01  REM-DET.
           05  RD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  RD-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  RD-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  RD-CERTIF   PIC X(15) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  RD-FUNC     PIC 9(08)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  RD-EMPR     PIC 9(08)V99 VALUE ZEROS.
       01  REM-TRAILER.
           05  FILLER      PIC X(04) VALUE "FIM;".
           05  RT-QTDE     PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  RT-FUNC     PIC 9(10)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  RT-EMPR     PIC 9(10)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** REMESSA MENSAL DE CONTRIBUIC".
           05  LINE 02  COLUMN 41
               VALUE  "OES DO PGBL ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         COMPETENCIA (AA".
           05  LINE 10  COLUMN 41
               VALUE  "AAMM)     :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 10  COLUMN 53  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA
                MOVE W-DATASIS(1:6) TO W-COMPETENCIA
                DISPLAY TELA.
       INC-OPB.
                ACCEPT TCOMPETENCIA
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM LOAD-PREVPAR THRU FIM-LOAD-PREVPAR.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQRESDET
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA FOLHA CALCULADA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQPREV
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-PREV
               MOVE "00" TO ST-ERRO.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO88" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP119" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO RH-COMP.
           WRITE ARQTX FROM REM-HEADER.
      *
       LER-FUNC.
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-REMESSA
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                PERFORM SOMA-PGBL THRU FIM-SOMA-PGBL.
                IF W-PREV-FUNC = ZEROS AND W-PREV-EMPR = ZEROS
                      GO TO LER-FUNC.
                MOVE SPACES TO PRV-CERTIFICADO.
                IF W-TEM-PREV = "S"
                    MOVE CHAPA TO PRV-CHAPA
                    READ ARQPREV
                        INVALID KEY
                        MOVE SPACES TO PRV-CERTIFICADO.
                MOVE CHAPA           TO RD-CHAPA.
                MOVE CPF             TO RD-CPF.
                MOVE NOME            TO RD-NOME.
                MOVE PRV-CERTIFICADO TO RD-CERTIF.
                MOVE W-PREV-FUNC     TO RD-FUNC.
                MOVE W-PREV-EMPR     TO RD-EMPR.
                WRITE ARQTX FROM REM-DET.
                IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO88" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                ADD 1 TO W-QTD-PART.
                ADD W-PREV-FUNC TO W-TOT-FUNC.
                ADD W-PREV-EMPR TO W-TOT-EMPR.
                ADD 1 TO CONLIN1.
                DISPLAY (20, 40) CONLIN1.
                GO TO LER-FUNC.

       FIM-REMESSA.
           MOVE W-QTD-PART TO RT-QTDE.
           MOVE W-TOT-FUNC TO RT-FUNC.
           MOVE W-TOT-EMPR TO RT-EMPR.
           WRITE ARQTX FROM REM-TRAILER.
           MOVE "PGBL" TO ITF-EXT-TIPO.
           MOVE W-TX-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-QTD-PART TO ITF-EXT-QTDE.
           COMPUTE ITF-EXT-VALOR = W-TOT-FUNC + W-TOT-EMPR.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** REMESSA DO PGBL GERADA - ARQUIVO88 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *----------------[ CONTRIBUICOES DA FOLHA NORMAL DO MES ]-------
       SOMA-PGBL.
           MOVE ZEROS TO W-PREV-FUNC W-PREV-EMPR.
           MOVE CHAPA         TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "FO"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-PGBL.
       SOMA-PGBL-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-PGBL.
           IF DET-CHAPA NOT = CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
              OR DET-TIPO NOT = "FO"
               GO TO FIM-SOMA-PGBL.
           IF DET-EVENTO = "PVF"
               ADD DET-VALOR TO W-PREV-FUNC.
           IF DET-EVENTO = "PVE"
               ADD DET-VALOR TO W-PREV-EMPR.
           GO TO SOMA-PGBL-1.
       FIM-SOMA-PGBL.
           MOVE "00" TO ST-ERRO.

      *---------[ ADMINISTRADORA E CONTRATO (FPP118) ]------------------
       LOAD-PREVPAR.
           OPEN INPUT ARQPREVPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-PREVPAR.
           READ ARQPREVPAR.
           IF ST-ERRO = "00"
               MOVE PVP-ADMINISTRADORA TO RH-ADMIN
               MOVE PVP-CONTRATO       TO RH-CONTRATO.
           CLOSE ARQPREVPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-PREVPAR.
           CONTINUE.
      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP119" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA ITF-EXT-REFER.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQFUNC ARQRESDET TX.
                IF W-TEM-PREV = "S"
                    CLOSE ARQPREV.
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
