                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO POR EVENTO-------------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------RATEIO DE CUSTO POR CHAPA-------------------
           SELECT ARQRATEIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
           03 RES-VT            PIC 9(08)V99.
           03 RES-VR            PIC 9(08)V99.
           03 RES-LIQUIDO       PIC 9(08)V99.
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
      *---------------------GERAR RELATORIO DE CUSTO--------------
       FD ARQRATEIO
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
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-ENCARGOS     PIC 9(10)V99 VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-QTD-DEP      PIC 9(02) VALUE ZEROS.
      *---------------[ CONTRAPARTIDA DA EMPRESA NO PGBL ]--------------
       77 W-TEM-DET      PIC X(01) VALUE "S".
       01 W-PREV-EMPR    PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-PREV      PIC 9(10)V99 VALUE ZEROS.
      *---------------[ RATEIO DE CUSTO POR CHAPA ]---------------------
       77 W-TEM-RATEIO   PIC X(01) VALUE "S".
       01 W-QTD-RT       PIC 9(01) VALUE ZEROS.
               05 TC-CODPTO   PIC 9(03).
               05 TC-BRUTO    PIC 9(10)V99.
               05 TC-ENCARGOS PIC 9(10)V99.
               05 TC-PREV     PIC 9(10)V99.
               05 TC-VR       PIC 9(10)V99.
               05 TC-LIQ      PIC 9(10)V99.
       01 TAB-CUSTO-EMP.
               05 TE-CODEMP   PIC 9(03).
               05 TE-BRUTO    PIC 9(10)V99.
               05 TE-ENCARGOS PIC 9(10)V99.
               05 TE-PREV     PIC 9(10)V99.
               05 TE-VR       PIC 9(10)V99.
               05 TE-LIQ      PIC 9(10)V99.
       01 W-TX-NOME.
       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "DEP NOME                       BRUTO       ENCARGO".
           05  FILLER                 PIC X(042) VALUE
           "S   PREV.PRIV.          VR     LIQUIDO".
       01  CAB3.
           05  FILLER                 PIC X(097) VALUE ALL "-".
       01  DET.
           05  D-CODPTO   PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-ENCARGOS PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PREV     PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-VR       PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-LIQ      PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DE-ENCARGOS PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DE-PREV    PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DE-VR      PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  DE-LIQ     PIC ZZZZZZZ9,99 VALUE ZEROS.
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-RATEIO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQRESDET
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-DET
               MOVE "00" TO ST-ERRO.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO40" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP071" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
               GO TO LER-RESUL.
           COMPUTE W-ENCARGOS ROUNDED =
               (RES-BRUTO * W-PCT-PATRONAL) + RES-FGTS.
           PERFORM SOMA-PREV-EMPR THRU FIM-SOMA-PREV-EMPR.
      *    COM RATEIO ATIVO E VALIDO, O CUSTO E DIVIDIDO ENTRE OS
      *    DEPARTAMENTOS INFORMADOS; SENAO VAI TODO PARA O TITULAR.
           PERFORM CARREGA-RATEIO THRU FIM-CARREGA-RATEIO.
               MOVE CODPTO      TO W-AC-CODPTO
               MOVE RES-BRUTO   TO W-AC-BRUTO
               MOVE W-ENCARGOS  TO W-AC-ENC
               MOVE W-PREV-EMPR TO W-AC-PREV
               MOVE RES-VR      TO W-AC-VR
               MOVE RES-LIQUIDO TO W-AC-LIQ
               PERFORM ACUMULA THRU FIM-ACUMULA-DEPTO
           PERFORM ACUMULA-EMP THRU FIM-ACUMULA.
           GO TO LER-RESUL.

      *---------------[ CONTRAPARTIDA DA EMPRESA NO PGBL ]--------------
      *    CUSTO DA EMPRESA GRAVADO PELA FOLHA NA MEMORIA DE CALCULO
      *    (EVENTO PVE), FORA DOS ENCARGOS SOBRE O BRUTO.
       SOMA-PREV-EMPR.
           MOVE ZEROS TO W-PREV-EMPR.
           IF W-TEM-DET NOT = "S"
               GO TO FIM-SOMA-PREV-EMPR.
           MOVE RES-CHAPA       TO DET-CHAPA.
           MOVE RES-COMPETENCIA TO DET-COMPETENCIA.
           MOVE RES-TIPO        TO DET-TIPO.
           MOVE ZEROS           TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-PREV-EMPR.
       SOMA-PREV-EMPR-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-PREV-EMPR.
           IF DET-CHAPA NOT = RES-CHAPA
              OR DET-COMPETENCIA NOT = RES-COMPETENCIA
              OR DET-TIPO NOT = RES-TIPO
               GO TO FIM-SOMA-PREV-EMPR.
           IF DET-EVENTO = "PVE"
               ADD DET-VALOR TO W-PREV-EMPR.
           GO TO SOMA-PREV-EMPR-1.
       FIM-SOMA-PREV-EMPR.
           MOVE "00" TO ST-ERRO.

      *---------------[ CARREGA LINHAS DE RATEIO DA CHAPA ]-------------
       CARREGA-RATEIO.
           MOVE ZEROS TO W-QTD-RT W-SOMA-RT.
               RES-BRUTO * RT-PCT(W-IND-RT) / 100.
           COMPUTE W-AC-ENC ROUNDED =
               W-ENCARGOS * RT-PCT(W-IND-RT) / 100.
           COMPUTE W-AC-PREV ROUNDED =
               W-PREV-EMPR * RT-PCT(W-IND-RT) / 100.
           COMPUTE W-AC-VR ROUNDED =
               RES-VR * RT-PCT(W-IND-RT) / 100.
           COMPUTE W-AC-LIQ ROUNDED =
                   MOVE W-AC-CODPTO TO TC-CODPTO(W-QTD-DEP)
                   MOVE ZEROS TO TC-BRUTO(W-QTD-DEP)
                                 TC-ENCARGOS(W-QTD-DEP)
                                 TC-PREV(W-QTD-DEP)
                                 TC-VR(W-QTD-DEP)
                                 TC-LIQ(W-QTD-DEP)
                   MOVE W-QTD-DEP TO W-IND
               GO TO ACUMULA-1.
           ADD W-AC-BRUTO  TO TC-BRUTO(W-IND).
           ADD W-AC-ENC    TO TC-ENCARGOS(W-IND).
           ADD W-AC-PREV   TO TC-PREV(W-IND).
           ADD W-AC-VR     TO TC-VR(W-IND).
           ADD W-AC-LIQ    TO TC-LIQ(W-IND).
       FIM-ACUMULA-DEPTO.
                   MOVE CODEMPRESA TO TE-CODEMP(W-QTD-EMP)
                   MOVE ZEROS TO TE-BRUTO(W-QTD-EMP)
                                 TE-ENCARGOS(W-QTD-EMP)
                                 TE-PREV(W-QTD-EMP)
                                 TE-VR(W-QTD-EMP)
                                 TE-LIQ(W-QTD-EMP)
                   MOVE W-QTD-EMP TO W-IND
               GO TO ACUMULA-EMP-1.
           ADD RES-BRUTO   TO TE-BRUTO(W-IND).
           ADD W-ENCARGOS  TO TE-ENCARGOS(W-IND).
           ADD W-PREV-EMPR TO TE-PREV(W-IND).
           ADD RES-VR      TO TE-VR(W-IND).
           ADD RES-LIQUIDO TO TE-LIQ(W-IND).
       FIM-ACUMULA.
               MOVE DENOMINACAO-DEP TO D-NOME.
           MOVE TC-BRUTO(W-IND)    TO D-BRUTO.
           MOVE TC-ENCARGOS(W-IND) TO D-ENCARGOS.
           MOVE TC-PREV(W-IND)     TO D-PREV.
           MOVE TC-VR(W-IND)       TO D-VR.
           MOVE TC-LIQ(W-IND)      TO D-LIQ.
           WRITE ARQTX FROM DET.
           MOVE TE-CODEMP(W-IND)   TO DE-CODEMP.
           MOVE TE-BRUTO(W-IND)    TO DE-BRUTO.
           MOVE TE-ENCARGOS(W-IND) TO DE-ENCARGOS.
           MOVE TE-PREV(W-IND)     TO DE-PREV.
           MOVE TE-VR(W-IND)       TO DE-VR.
           MOVE TE-LIQ(W-IND)      TO DE-LIQ.
           WRITE ARQTX FROM DETEMP.
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                IF W-TEM-RATEIO = "S"
                    CLOSE ARQRATEIO.
                IF W-TEM-DET = "S"
                    CLOSE ARQRESDET.
                CLOSE ARQFUNC ARQDEP ARQRESUL TX.
       ROT-FIMP.
                EXIT PROGRAM.
