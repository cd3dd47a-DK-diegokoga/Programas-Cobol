       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP116.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  IMPORTACAO DA COPARTICIPACAO DA OPERADORA  *
      ***********************************************
      *----------------------------------------------------------------
      *    LE O ARQUIVO MENSAL DA OPERADORA (COPART.TXT), UMA LINHA
      *    POR UTILIZACAO: CHAPA, PLANO, COMPETENCIA, VALOR E
      *    DESCRICAO. LINHA DE CHAPA OU PLANO DESCONHECIDO, OU DE
      *    CHAPA SEM ADESAO AO PLANO, VAI PARA A CRITICA (ARQUIVO85)
      *    E NAO E GRAVADA. A CHAVE USA O NUMERO DA LINHA, ENTAO
      *    REIMPORTAR O MESMO ARQUIVO NAO DUPLICA VALORES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DA OPERADORA------------------
           SELECT TCOPART ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------COPARTICIPACAO POR COMPETENCIA--------
           SELECT ARQCOPART ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COP-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------OPERADORAS E PLANOS-------------------
           SELECT ARQPLANO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLA-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------ADESAO AO PLANO (VIDAS)---------------
           SELECT ARQADESAO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ADE-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------GERAR CRITICA DA IMPORTACAO-----------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DA OPERADORA------------------
       FD TCOPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPART.TXT".
       01 REGTCOP.
           03 TC-CHAPA        PIC 9(06).
           03 TC-PLANO        PIC 9(03).
           03 TC-COMPETENCIA  PIC 9(06).
           03 TC-VALOR        PIC 9(06)V99.
           03 TC-DESCRICAO    PIC X(30).
      *---------------------COPARTICIPACAO POR COMPETENCIA--------
       FD ARQCOPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOPART.DAT".
       01 REGCOPART.
           03 COP-KEY.
               05 COP-CHAPA        PIC 9(06).
               05 COP-COMPETENCIA  PIC 9(06).
               05 COP-PLANO        PIC 9(03).
               05 COP-SEQ          PIC 9(05).
           03 COP-VALOR         PIC 9(06)V99.
           03 COP-DESCRICAO     PIC X(30).
           03 COP-STATUS        PIC X(01).
      *---------------------OPERADORAS E PLANOS-------------------
       FD ARQPLANO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
           03 PLA-CODIGO          PIC 9(03).
           03 PLA-OPERADORA       PIC X(30).
           03 PLA-DESCRICAO       PIC X(25).
           03 PLA-TIPO            PIC X(01).
           03 PLA-VALOR-VIDA      PIC 9(06)V99.
           03 PLA-PCT-FUNC        PIC 9(03)V99.
           03 PLA-STATUS          PIC X(01).
      *---------------------ADESAO AO PLANO (VIDAS)---------------
       FD ARQADESAO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
           03 ADE-KEY.
            05 ADE-CHAPA          PIC 9(06).
            05 ADE-DEPSEQ         PIC 9(02).
            05 ADE-PLANO          PIC 9(03).
           03 ADE-INICIO          PIC 9(08).
           03 ADE-FIM             PIC 9(08).
           03 ADE-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO----------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
      *---------------------GERAR CRITICA DA IMPORTACAO-----------
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
       01 W-LINHA         PIC 9(05) VALUE ZEROS.
       01 W-TEM-ADESAO    PIC X(01) VALUE "N".
       01 W-TOT-IMP       PIC 9(05) VALUE ZEROS.
       01 W-TOT-REJ       PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR     PIC 9(09)V99 VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO85_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "CRITICA DA IMPORTACAO DA COPARTICIPACAO".
       01  CAB3.
           05  FILLER                 PIC X(070) VALUE ALL "-".
       01  DET.
           05  D-TEXTO    PIC X(032) VALUE SPACES.
           05  FILLER     PIC X(07) VALUE " LINHA ".
           05  D-LINHA    PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE " CHAPA: ".
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE " PLANO: ".
           05  D-PLANO    PIC 9(03) VALUE ZEROS.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS IMPORTADAS......................: ".
           05  TOTIMP     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS REJEITADAS......................: ".
           05  TOTREJ     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***VALOR TOTAL IMPORTADO..................: ".
           05  TOTVALOR   VALUE ZEROS  PIC ZZZZZZZZ9,99.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** IMPORTACAO DA COPARTICIPACAO ".
           05  LINE 02  COLUMN 41
               VALUE  "(COPART.TXT) ***".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPORT".
           05  LINE 12  COLUMN 41
               VALUE  "ACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-TX-DATA FROM DATE YYYYMMDD
                DISPLAY TELA.
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
      *
       INC-OP0.
           OPEN INPUT TCOPART
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO COPART.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OPCOP.
           OPEN I-O ARQCOPART
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQCOPART
                   CLOSE ARQCOPART
                   GO TO INC-OPCOP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCOPART" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT ARQPLANO
           IF ST-ERRO NOT = "00"
               MOVE "* CADASTRE OS PLANOS NO FPP115 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQADESAO
           IF ST-ERRO NOT = "00"
               MOVE "* CADASTRE AS ADESOES NO FPP115 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO85" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP116" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.

      *---------[ LEITURA DAS LINHAS DA OPERADORA ]---------------------
       LER-COPART.
           READ TCOPART
               AT END
               GO TO FIM-RELATORIO.
           ADD 1 TO W-LINHA.
           MOVE W-LINHA  TO D-LINHA.
           MOVE TC-CHAPA TO D-CHAPA.
           MOVE TC-PLANO TO D-PLANO.
           IF TC-CHAPA NOT NUMERIC OR TC-PLANO NOT NUMERIC
              OR TC-COMPETENCIA NOT NUMERIC OR TC-VALOR NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO...:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           IF TC-VALOR = ZEROS
               MOVE "VALOR ZERADO...................:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           MOVE TC-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "CHAPA NAO CADASTRADA...........:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           MOVE TC-PLANO TO PLA-CODIGO.
           READ ARQPLANO
               INVALID KEY
               MOVE "PLANO NAO CADASTRADO...........:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           PERFORM BUSCA-ADESAO THRU FIM-BUSCA-ADESAO.
           IF W-TEM-ADESAO NOT = "S"
               MOVE "CHAPA SEM ADESAO AO PLANO......:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           MOVE TC-CHAPA       TO COP-CHAPA.
           MOVE TC-COMPETENCIA TO COP-COMPETENCIA.
           MOVE TC-PLANO       TO COP-PLANO.
           MOVE W-LINHA        TO COP-SEQ.
           MOVE TC-VALOR       TO COP-VALOR.
           MOVE TC-DESCRICAO   TO COP-DESCRICAO.
           MOVE "A"            TO COP-STATUS.
           WRITE REGCOPART.
           IF ST-ERRO = "22"
               REWRITE REGCOPART.
           MOVE "00" TO ST-ERRO.
           ADD 1 TO W-TOT-IMP.
           ADD TC-VALOR TO W-TOT-VALOR.
           GO TO LER-COPART.

       REJEITA-LINHA.
           WRITE ARQTX FROM DET.
           ADD 1 TO W-TOT-REJ.
           MOVE "00" TO ST-ERRO.
           GO TO LER-COPART.

      *---------[ TITULAR OU DEPENDENTE ADERIDO AO PLANO ]--------------
       BUSCA-ADESAO.
           MOVE "N" TO W-TEM-ADESAO.
           MOVE TC-CHAPA TO ADE-CHAPA.
           MOVE ZEROS    TO ADE-DEPSEQ ADE-PLANO.
           START ARQADESAO KEY IS NOT LESS THAN ADE-KEY
               INVALID KEY
               GO TO FIM-BUSCA-ADESAO.
       BUSCA-ADESAO-1.
           READ ARQADESAO NEXT
               AT END
               GO TO FIM-BUSCA-ADESAO.
           IF ADE-CHAPA NOT = TC-CHAPA
               GO TO FIM-BUSCA-ADESAO.
           IF ADE-PLANO = TC-PLANO
               MOVE "S" TO W-TEM-ADESAO
               GO TO FIM-BUSCA-ADESAO.
           GO TO BUSCA-ADESAO-1.
       FIM-BUSCA-ADESAO.
           MOVE "00" TO ST-ERRO.

       FIM-RELATORIO.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-IMP TO TOTIMP.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-REJ TO TOTREJ.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-TOT-VALOR TO TOTVALOR.
           WRITE ARQTX FROM LINTOT3.
           MOVE "*** IMPORTACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE TCOPART ARQCOPART ARQPLANO ARQADESAO ARQFUNC TX.
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
