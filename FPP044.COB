      ***********************************************
      *   PROCESSAMENTO DO RETORNO CNAB DO BANCO    *
      ***********************************************
      *----------------------------------------------------------------
      *    C=CNAB LE O RETORNO.TXT; P=PIX LE O RETPIX.TXT, RETORNO DA
      *    REMESSA PIX (MESMO HEADER/TRAILER, DETALHE COM A CHAVE).
      *    OS DOIS ATUALIZAM O ARQPGTO DO MESMO JEITO.
      *    O CREDITO DE PENSAO ALIMENTICIA VEM NA REMESSA CNAB COM A
      *    CHAPA DO FUNCIONARIO E O NOME DO BENEFICIARIO; ELE VAI PARA
      *    O ARQPGTOPEN (CHAPA + COMPETENCIA + BENEFICIARIO) E NAO
      *    SOBREPOE O PAGAMENTO DO FUNCIONARIO NO ARQPGTO.
      *----------------------------------------------------------------
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGTO-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CREDITOS DE PENSAO ALIMENTICIA--------
           SELECT ARQPGTOPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
      *---------------------ARQUIVO DE RETORNO DO BANCO-----------
       FD TRETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-RET-NOME.
       01 REGRETORNO.
           03 RET-TIPO        PIC X(01).
           03 RET-BANCO       PIC 9(03).
           03 FILLER          PIC X(19).
           03 RET-T-QTDE-X    PIC X(05).
           03 FILLER          PIC X(75).
       01 REGRETPIX.
           03 RPX-TIPO        PIC X(01).
           03 RPX-TIPO-CHAVE  PIC X(01).
           03 FILLER          PIC X(01).
           03 RPX-CHAVE       PIC X(77).
           03 FILLER          PIC X(01).
           03 RPX-CHAPA       PIC 9(06).
           03 FILLER          PIC X(01).
           03 RPX-NOME        PIC X(30).
           03 FILLER          PIC X(01).
           03 RPX-VALOR       PIC 9(09)V99.
           03 RPX-OCORRENCIA  PIC X(02).
      *---------------------SITUACAO DOS PAGAMENTOS---------------
       FD ARQPGTO
               LABEL RECORD IS STANDARD
           03 PGTO-VALOR        PIC 9(09)V99.
           03 PGTO-OCORRENCIA   PIC X(02).
           03 PGTO-STATUS       PIC X(01).
      *---------------------CREDITOS DE PENSAO ALIMENTICIA--------
       FD ARQPGTOPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGTOPEN.DAT".
       01 REGPGTOPEN.
           03 PGP-KEY.
               05 PGP-CHAPA         PIC 9(06).
               05 PGP-COMPETENCIA   PIC 9(06).
               05 PGP-BENEFICIARIO  PIC X(30).
           03 PGP-VALOR         PIC 9(09)V99.
           03 PGP-OCORRENCIA    PIC X(02).
           03 PGP-STATUS        PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO----------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
       01 ARQTX    PIC X(100).
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
       01 W-QTD-TRL     PIC 9(05) VALUE ZEROS.
       01 W-QTDE-EDIT   PIC X(05) VALUE SPACES.
       01 W-TOT-REJ     PIC 9(04) VALUE ZEROS.
      *---------------[ RETORNO CNAB OU PIX ]----------------------
       01 W-TIPO-RET    PIC X(01) VALUE "C".
       01 W-RET-NOME    PIC X(12) VALUE "RETORNO.TXT".
       01 W-RET-CHAPA   PIC 9(06) VALUE ZEROS.
       01 W-RET-NOME-F  PIC X(30) VALUE SPACES.
       01 W-RET-VALOR   PIC 9(09)V99 VALUE ZEROS.
       01 W-RET-OCOR    PIC X(02) VALUE SPACES.
       01 W-RET-DATA    PIC 9(08) VALUE ZEROS.
       01 W-RET-CHAVE   PIC X(77) VALUE SPACES.
       01 W-PENSAO      PIC X(01) VALUE "N".
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO22_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05  D-AGENCIA  PIC 9(05) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-CONTA    PIC X(12) VALUE SPACES.
       01  DETPIX.
           05  DP-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DP-NOME    PIC X(030) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DP-OCOR    PIC X(02) VALUE SPACES.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(05) VALUE "PIX: ".
           05  DP-CHAVE   PIC X(051) VALUE SPACES.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***PAGAMENTOS CONFIRMADOS.................: ".
           05  FILLER                 PIC X(045) VALUE
           "***PAGAMENTOS REJEITADOS..................: ".
           05  TOTREJ     VALUE ZEROS  PIC ZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***REMESSA CONCILIADA (FPP172)............: ".
           05  TOTREM     VALUE SPACES PIC X(20).
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
               VALUE  "           *** RETORNO CNAB DO BANCO (R".
           05  LINE 02  COLUMN 41
               VALUE  "ETORNO.TXT) ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         TIPO (C=CNAB P=".
           05  LINE 10  COLUMN 41
               VALUE  "PIX)          :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PROCES".
           05  LINE 12  COLUMN 41
               VALUE  "SAMENTO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTIPORET
               LINE 10  COLUMN 57  PIC X(01)
               USING  W-TIPO-RET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
       INC-001.
                ACCEPT W-TX-DATA FROM DATE YYYYMMDD
                DISPLAY TELA.
       INC-OPT.
                ACCEPT TTIPORET
                IF W-TIPO-RET = "c"
                   MOVE "C" TO W-TIPO-RET.
                IF W-TIPO-RET = "p"
                   MOVE "P" TO W-TIPO-RET.
                IF W-TIPO-RET NOT = "C" AND "P"
                   MOVE "*** DIGITE C=CNAB  P=PIX ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPT.
                IF W-TIPO-RET = "P"
                   MOVE "RETPIX.TXT" TO W-RET-NOME
                ELSE
                   MOVE "RETORNO.TXT" TO W-RET-NOME.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
       INC-OP0.
           OPEN INPUT TRETORNO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO MENS
               STRING "* ARQUIVO " W-RET-NOME " NAO ENCONTRADO *"
                   DELIMITED BY SIZE INTO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *    ANTES DE PROCESSAR, CONFERE O TRAILER: ARQUIVO SEM
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPGTO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O ARQPGTOPEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQPGTOPEN
                  CLOSE ARQPGTOPEN
                  GO TO INC-OP2
              ELSE
                  MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPGTOPEN" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO22" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP044" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
      *
       LER-RETORNO.
           READ TRETORNO
               GO TO FIM-RELATORIO.
           IF RET-TIPO = "0"
               MOVE RET-H-DATA(1:6) TO W-COMPETENCIA
               MOVE RET-H-DATA TO W-RET-DATA
               MOVE W-COMPETENCIA TO CAB-COMP
               WRITE ARQTX FROM CAB1
               WRITE ARQTX FROM CAB3
           IF RET-TIPO NOT = "1"
               GO TO LER-RETORNO.

           IF W-TIPO-RET = "P"
               MOVE RPX-CHAPA      TO W-RET-CHAPA
               MOVE RPX-NOME       TO W-RET-NOME-F
               MOVE RPX-VALOR      TO W-RET-VALOR
               MOVE RPX-OCORRENCIA TO W-RET-OCOR
               MOVE RPX-CHAVE      TO W-RET-CHAVE
           ELSE
               MOVE RET-CHAPA      TO W-RET-CHAPA
               MOVE RET-NOME       TO W-RET-NOME-F
               MOVE RET-VALOR      TO W-RET-VALOR
               MOVE RET-OCORRENCIA TO W-RET-OCOR
               MOVE SPACES         TO W-RET-CHAVE.
           MOVE "N" TO W-PENSAO.
           IF W-TIPO-RET NOT = "P"
               PERFORM VER-PENSAO THRU FIM-VER-PENSAO.
           IF W-PENSAO = "S"
               GO TO GRAVA-PENSAO.
           MOVE W-RET-CHAPA   TO PGTO-CHAPA.
           MOVE W-COMPETENCIA TO PGTO-COMPETENCIA.
           MOVE W-RET-VALOR   TO PGTO-VALOR.
           MOVE W-RET-OCOR    TO PGTO-OCORRENCIA.
           IF W-RET-OCOR = "00"
               MOVE "C" TO PGTO-STATUS
               ADD 1 TO W-TOT-CONF
           ELSE
               PERFORM GRAVA-REJEITADO THRU FIM-GRAVA-REJEITADO.
           GO TO LER-RETORNO.

      *---------------[ CREDITO DE PENSAO ALIMENTICIA ]-----------------
       GRAVA-PENSAO.
           MOVE W-RET-CHAPA   TO PGP-CHAPA.
           MOVE W-COMPETENCIA TO PGP-COMPETENCIA.
           MOVE W-RET-NOME-F  TO PGP-BENEFICIARIO.
           MOVE W-RET-VALOR   TO PGP-VALOR.
           MOVE W-RET-OCOR    TO PGP-OCORRENCIA.
           IF W-RET-OCOR = "00"
               MOVE "C" TO PGP-STATUS
               ADD 1 TO W-TOT-CONF
           ELSE
               MOVE "R" TO PGP-STATUS
               ADD 1 TO W-TOT-REJ.
           WRITE REGPGTOPEN
           IF ST-ERRO = "22"
               REWRITE REGPGTOPEN.
           IF PGP-STATUS = "R"
               PERFORM GRAVA-REJEITADO THRU FIM-GRAVA-REJEITADO.
           MOVE "00" TO ST-ERRO.
           GO TO LER-RETORNO.

      *    NOME DIFERENTE DO CADASTRO = LINHA DO BENEFICIARIO.
       VER-PENSAO.
           MOVE W-RET-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO FIM-VER-PENSAO.
           IF NOME NOT = W-RET-NOME-F
               MOVE "S" TO W-PENSAO.
       FIM-VER-PENSAO.
           MOVE "00" TO ST-ERRO.

      *---------------[ CONFERENCIA DO TRAILER DO RETORNO ]-------------
       VALIDA-TRAILER.
           MOVE "N" TO W-TEM-TRAILER.

      *---------------[ LINHA DO RELATORIO DE REJEITADOS ]--------------
       GRAVA-REJEITADO.
           IF W-TIPO-RET = "P"
               MOVE W-RET-CHAPA  TO DP-CHAPA
               MOVE W-RET-NOME-F TO DP-NOME
               MOVE W-RET-OCOR   TO DP-OCOR
               MOVE W-RET-CHAVE  TO DP-CHAVE
               WRITE ARQTX FROM DETPIX
               GO TO FIM-GRAVA-REJEITADO.
           MOVE W-RET-CHAPA TO D-CHAPA CHAPA.
           MOVE W-RET-NOME-F TO D-NOME.
           MOVE W-RET-OCOR TO D-OCOR.
           IF W-PENSAO = "S"
               MOVE ZEROS    TO D-BANCO D-AGENCIA
               MOVE "PENSAO" TO D-CONTA
               WRITE ARQTX FROM DET
               GO TO FIM-GRAVA-REJEITADO.
           READ ARQFUNC
               INVALID KEY
               MOVE ZEROS  TO D-BANCO D-AGENCIA
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-REJ TO TOTREJ.
           WRITE ARQTX FROM LINTOT2.
           PERFORM REGISTRA-RETORNO THRU FIM-REGISTRA-RETORNO.
           MOVE "*** RETORNO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------------[ BAIXA DA REMESSA NO ARQINTERF (FPP171) ]-------
      *    A DATA DO HEADER DO RETORNO E A MESMA DA REMESSA ENVIADA.
       REGISTRA-RETORNO.
           MOVE "R" TO ITF-EXT-OPER.
           MOVE "FPP044" TO ITF-EXT-PROGR.
           MOVE "CNAB" TO ITF-EXT-TIPO.
           IF W-TIPO-RET = "P"
               MOVE "PIX" TO ITF-EXT-TIPO.
           MOVE W-RET-NOME TO ITF-EXT-ARQUIVO.
           MOVE ZEROS TO ITF-EXT-COMPET ITF-EXT-EMPRESA ITF-EXT-VALOR.
           MOVE W-RET-DATA TO ITF-EXT-REFER.
           MOVE W-TOT-CONF TO ITF-EXT-QTDE.
           MOVE W-TOT-REJ TO ITF-EXT-REJEIT.
           MOVE SPACES TO ITF-EXT-PROTOCOLO.
           CALL "FPP171".
           CANCEL "FPP171".
           IF ITF-EXT-NUMERO = ZEROS
               MOVE "NAO LOCALIZADA" TO TOTREM
           ELSE
               MOVE ITF-EXT-NUMERO TO TOTREM.
           WRITE ARQTX FROM LINTOT3.
       FIM-REGISTRA-RETORNO.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE TRETORNO ARQPGTO ARQPGTOPEN ARQFUNC TX.
       ROT-FIMP.
                EXIT PROGRAM.

