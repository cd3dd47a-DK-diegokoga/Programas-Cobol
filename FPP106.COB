       01 REGCNABS   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
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
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
               MOVE W-TOT-REM TO CNABS-T-VALOR
               WRITE REGCNABS FROM CNABS-TRAILER
               CLOSE TCNABS
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF
               MOVE "*** RE-REMESSA GERADA NO ARQUIVO76 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP106" TO ITF-EXT-PROGR.
           MOVE "CNAB" TO ITF-EXT-TIPO.
           MOVE W-TCNABS-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-TCNABS-DATA(1:6) TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           MOVE W-TCNABS-DATA TO ITF-EXT-REFER.
           MOVE W-QTD-REM TO ITF-EXT-QTDE.
           MOVE W-TOT-REM TO ITF-EXT-VALOR.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPGTO ARQFUNC.
