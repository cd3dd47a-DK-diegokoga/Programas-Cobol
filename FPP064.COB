           03 AUTO-FLAG     PIC X(01).
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
       01 W-PROGR        PIC X(07) VALUE SPACES.
       01 W-RC-PASSO     PIC S9(04) VALUE ZEROS.
       01 W-PARAR        PIC X(01) VALUE "N".
       01 W-TOT-PASSOS   PIC 9(02) VALUE ZEROS.
       01 W-TOT-ERROS    PIC 9(02) VALUE ZEROS.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-INI FROM TIME.
           MOVE ZEROS TO RETURN-CODE.
           MOVE SPACES TO SPL-EXT-PROGR SPL-EXT-ARQUIVO.
           MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
           CALL W-PROGR ON OVERFLOW
               MOVE 16 TO RETURN-CODE.
           CANCEL W-PROGR.
           ACCEPT RUN-HORA-FIM FROM TIME.
      *    O REGISTRO NO SPOOL NAO MEXE NO RETURN-CODE DO PASSO.
           MOVE RETURN-CODE TO W-RC-PASSO.
           CALL "FPP169".
           CANCEL "FPP169".
           MOVE W-RC-PASSO TO RETURN-CODE.
           IF RETURN-CODE = ZEROS
               MOVE "OK      " TO RUN-SITUACAO
           ELSE
           WRITE REGCHAIN.
           MOVE "FPP105" TO CHAIN-PROGR.
           WRITE REGCHAIN.
           MOVE "FPP161" TO CHAIN-PROGR.
           WRITE REGCHAIN.
           MOVE "FPP168" TO CHAIN-PROGR.
           WRITE REGCHAIN.
           MOVE "FPP178" TO CHAIN-PROGR.
           WRITE REGCHAIN.
           CLOSE ARQCHAIN.
       FIM-SEED-CHAIN.
           CONTINUE.
