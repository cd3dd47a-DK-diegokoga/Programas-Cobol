           SELECT TCNAB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR ARQUIVO REMESSA PIX--------------
           SELECT TPIX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------
           SELECT ARQPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIX-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------
           SELECT ARQCRONO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRO-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DO NOME DA EMPRESA------------
           SELECT ARQEMPRESA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TCNAB-NOME.
       01 REGCNAB    PIC X(100).
      *---------------------GERAR ARQUIVO REMESSA PIX--------------
       FD TPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TPIX-NOME.
       01 REGTPIX    PIC X(130).
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA         PIC 9(06).
           03 PIX-FORMA         PIC X(01).
           03 PIX-TIPO          PIC X(01).
           03 PIX-CHAVE         PIC X(77).
           03 PIX-STATUS        PIC X(01).
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------
       FD ARQCRONO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCRONO.DAT".
       01 REGCRONO.
           03 CRO-KEY.
               05 CRO-CODEMPRESA     PIC 9(03).
               05 CRO-COMPETENCIA    PIC 9(06).
           03 CRO-CORTE-LANC      PIC 9(08).
           03 CRO-CORTE-PONTO     PIC 9(08).
           03 CRO-PREVIA          PIC 9(08).
           03 CRO-FECHAMENTO      PIC 9(08).
           03 CRO-PAGAMENTO       PIC 9(08).
           03 CRO-ADIANTAMENTO    PIC 9(08).
           03 CRO-USUARIO         PIC X(10).
           03 CRO-DATA            PIC 9(08).
      *---------------------CADASTRO DO NOME DA EMPRESA------------
       FD ARQEMPRESA
               LABEL RECORD IS STANDARD
       01 REGEMPRESA    PIC X(032).
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
       77 W-PERCENTUAL PIC 9(02) VALUE 40.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-DATA-PGTO     PIC 9(08) VALUE ZEROS.
       01 W-NOME-EMPRESA PIC X(032) VALUE "EMPRESA FATEC - ZL".
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO45_".
           05 FILLER        PIC X(10) VALUE "ARQUIVO46_".
           05 W-TCNAB-DATA  PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
       01 W-TPIX-NOME.
           05 FILLER        PIC X(10) VALUE "ARQUIVO94_".
           05 W-TPIX-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
      *---------------[ CREDITO EM CONTA (CNAB) OU PIX ]-----------
       77 W-TEM-PIX     PIC X(01) VALUE "S".
       01 W-PAGA-PIX    PIC X(01) VALUE "N".
       01 W-QTD-CNAB    PIC 9(05) VALUE ZEROS.
       01 W-TOT-CNAB    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-PIX     PIC 9(05) VALUE ZEROS.
       01 W-TOT-PIX     PIC 9(09)V99 VALUE ZEROS.
      *

       01  CAB1.
           "  R$ ".
           05  CNAB-T-VALOR PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(058) VALUE SPACES.

       01  PXR-HEADER.
           05  FILLER      PIC X(001) VALUE "0".
           05  FILLER      PIC X(020) VALUE
           "REMESSA PIX ADIANTAM".
           05  PXR-H-DATA  PIC 9(08)  VALUE ZEROS.
           05  FILLER      PIC X(101) VALUE SPACES.

       01  PXR-DET.
           05  FILLER      PIC X(001) VALUE "1".
           05  PXR-TIPO        PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-CHAVE       PIC X(77) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-CHAPA       PIC 9(06) VALUE ZEROS.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-NOME        PIC X(30) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-VALOR       PIC 9(09)V99 VALUE ZEROS.

       01  PXR-TRAILER.
           05  FILLER      PIC X(001) VALUE "9".
           05  FILLER      PIC X(019) VALUE
           "TOTAL REGISTROS.: ".
           05  PXR-T-QTDE  PIC ZZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(005) VALUE
           "  R$ ".
           05  PXR-T-VALOR PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(089) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
                MOVE SPACES TO NOME DENOMINACAO TIPOSALARIO
                MOVE ZEROS TO CODIGO CHAPA SALARIOBASE
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA W-TCNAB-DATA W-TPIX-DATA
                MOVE W-DATASIS(1:6) TO W-COMPETENCIA
                PERFORM LOAD-EMPRESA
                DISPLAY TELA.
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO15" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP037" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TCNAB
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CNAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM BUSCA-DATA-PGTO THRU FIM-BUSCA-DATA-PGTO.
           MOVE W-DATA-PGTO TO CNAB-H-DATA
           WRITE REGCNAB FROM CNAB-HEADER.
           OPEN OUTPUT TPIX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PIX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-DATA-PGTO TO PXR-H-DATA
           WRITE REGTPIX FROM PXR-HEADER.
           OPEN INPUT ARQPIX
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-PIX
               MOVE "00" TO ST-ERRO.

       ROT-CABEC.
           ADD 1 TO CONPAG
                      WRITE ARQTX FROM LINTOTAIS
                      MOVE CONLIN1 TO TOTFUNC
                      WRITE ARQTX FROM LINTOT
                      MOVE W-QTD-CNAB TO CNAB-T-QTDE
                      MOVE W-TOT-CNAB TO CNAB-T-VALOR
                      WRITE REGCNAB FROM CNAB-TRAILER
                      MOVE W-QTD-PIX TO PXR-T-QTDE
                      MOVE W-TOT-PIX TO PXR-T-VALOR
                      WRITE REGTPIX FROM PXR-TRAILER
                      PERFORM REGISTRA-REMESSAS
                         THRU FIM-REGISTRA-REMESSAS
                      MOVE "*** FIM DO ARQFUNC ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *    QUEM OPTOU POR PIX (ARQPIX) RECEBE PELA REMESSA PIX.
           PERFORM BUSCA-PIX THRU FIM-BUSCA-PIX.
           IF W-PAGA-PIX = "S"
               MOVE PIX-TIPO  TO PXR-TIPO
               MOVE PIX-CHAVE TO PXR-CHAVE
               MOVE CHAPA     TO PXR-CHAPA
               MOVE NOME      TO PXR-NOME
               MOVE W-ADTO    TO PXR-VALOR
               WRITE REGTPIX FROM PXR-DET
               IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PIX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
               ELSE
                      ADD 1 TO W-QTD-PIX
                      ADD W-ADTO TO W-TOT-PIX
                      GO TO INC-WR2.
           MOVE BANCO   TO CNAB-BANCO
           MOVE AGENCIA TO CNAB-AGENCIA
           MOVE CONTA   TO CNAB-CONTA
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CNAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           ADD 1 TO W-QTD-CNAB.
           ADD W-ADTO TO W-TOT-CNAB.

       INC-WR2.

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
                      WRITE ARQTX FROM LINHABR
                      GO TO ROT-CABEC.

      *---------------------[ FORMA DE PAGAMENTO PIX ]-----------------
       BUSCA-PIX.
           MOVE "N" TO W-PAGA-PIX.
           IF W-TEM-PIX NOT = "S"
               GO TO FIM-BUSCA-PIX.
           MOVE CHAPA TO PIX-CHAPA.
           READ ARQPIX
               INVALID KEY
               GO TO FIM-BUSCA-PIX.
           IF PIX-FORMA = "P" AND PIX-STATUS = "A"
              AND PIX-CHAVE NOT = SPACES
               MOVE "S" TO W-PAGA-PIX.
       FIM-BUSCA-PIX.
           MOVE "00" TO ST-ERRO.

      *---------------------[ DATA DE PAGAMENTO (FPP162) ]-------------
      *    O ADIANTAMENTO E CREDITADO NA MENOR DATA DE ADIANTAMENTO DOS
      *    CRONOGRAMAS DA COMPETENCIA; SEM CRONOGRAMA, NA DATA DE HOJE.
       BUSCA-DATA-PGTO.
           MOVE 99999999 TO W-DATA-PGTO.
           OPEN INPUT ARQCRONO.
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-DATA-PGTO-9.
           MOVE ZEROS TO CRO-KEY.
           START ARQCRONO KEY IS NOT LESS THAN CRO-KEY
               INVALID KEY
               GO TO BUSCA-DATA-PGTO-8.
       BUSCA-DATA-PGTO-1.
           READ ARQCRONO NEXT
               AT END
               GO TO BUSCA-DATA-PGTO-8.
           IF CRO-COMPETENCIA = W-COMPETENCIA
              AND CRO-ADIANTAMENTO NOT = ZEROS
              AND CRO-ADIANTAMENTO < W-DATA-PGTO
               MOVE CRO-ADIANTAMENTO TO W-DATA-PGTO.
           GO TO BUSCA-DATA-PGTO-1.
       BUSCA-DATA-PGTO-8.
           CLOSE ARQCRONO.
       BUSCA-DATA-PGTO-9.
           IF W-DATA-PGTO = 99999999
               MOVE W-DATASIS TO W-DATA-PGTO.
           MOVE "00" TO ST-ERRO.
       FIM-BUSCA-DATA-PGTO.
           EXIT.

      *---------------------[ NOME DA EMPRESA ]------------------------
       LOAD-EMPRESA.
           OPEN INPUT ARQEMPRESA.
           MOVE "00"           TO ST-ERRO.
           MOVE W-NOME-EMPRESA TO CAB-EMPRESA.

      *---------------[ REMESSAS CNAB E PIX DO ADIANTAMENTO ]----------
       REGISTRA-REMESSAS.
           IF W-QTD-CNAB > ZEROS
               MOVE "CNAB" TO ITF-EXT-TIPO
               MOVE W-TCNAB-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-QTD-CNAB TO ITF-EXT-QTDE
               MOVE W-TOT-CNAB TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           IF W-QTD-PIX > ZEROS
               MOVE "PIX" TO ITF-EXT-TIPO
               MOVE W-TPIX-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-QTD-PIX TO ITF-EXT-QTDE
               MOVE W-TOT-PIX TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
       FIM-REGISTRA-REMESSAS.
           CONTINUE.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP037" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
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
                CLOSE ARQCARG ARQFUNC ARQADTO TX TCNAB TPIX.
                IF W-TEM-PIX = "S"
                    CLOSE ARQPIX.
       ROT-FIMP.
                EXIT PROGRAM.

