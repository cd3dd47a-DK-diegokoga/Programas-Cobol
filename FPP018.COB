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
                      MOVE "ERRO ABERTURA DO ARQUIVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP018" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
