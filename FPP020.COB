       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
              MOVE "ERRO ABERTURA DO ARQUIVO65" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "FPP020" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-CODPTO-COL TO CC-CODPTO.
           WRITE REGCOL FROM CABCOL1.
           WRITE REGCOL FROM CABCOL3.
