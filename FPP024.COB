           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
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
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQUIVO10" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP024" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.

       INC-OP1.
           OPEN INPUT ARQCARG
               GO TO CALC-MEDIA-1.
           IF DET-EVENTO = "H50" OR DET-EVENTO = "H10"
              OR DET-EVENTO = "NOT" OR DET-EVENTO = "DSR"
              OR DET-EVENTO = "LMD" OR DET-EVENTO = "SUB"
              OR DET-EVENTO = "SBA"
               ADD DET-VALOR TO W-TOT-VAR.
           GO TO CALC-MEDIA-1.
       CALC-MEDIA-2.
