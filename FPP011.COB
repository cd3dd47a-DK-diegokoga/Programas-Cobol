      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 ERRO                PIC X(02) VALUE "00".
       01 MENSAGEM-CONTADOR   PIC 9(04).
       01 MENSAGEM            PIC X(50).
           MOVE ZEROS TO CONLIN1.
           ACCEPT W-TX-DATA FROM DATE YYYYMMDD.
           OPEN OUTPUT TX.
           MOVE "FPP011" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           IF ERRO = "00"
               WRITE ARQTX FROM CAB1
               MOVE SPACES TO ARQTX
