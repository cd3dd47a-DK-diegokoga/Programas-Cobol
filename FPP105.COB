       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       01 ST-AUTO         PIC X(02) VALUE "00".
       01 W-AUTO          PIC X(01) VALUE "N".
       77 W-OPCAO    PIC X(01) VALUE SPACES.
               MOVE "ERRO ABERTURA DO ARQUIVO73" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP105" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQFUNC ARQCARG ARQRESUL.
                IF W-TEM-GRADE = "S"
