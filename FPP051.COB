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
               MOVE "ERRO ABERTURA DO ARQUIVO27" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP051" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN INPUT ARQFERIAD
           IF ST-FER = "00"
               MOVE "S" TO W-TEM-FERIADO
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQESCALA ARQPONTO ARQFALTA TX.
                IF W-TEM-FERIADO = "S"
