       01 ARQTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------[ MARCACOES E TOLERANCIA DO PONTO ]----------
       77 ST-MAR        PIC X(02) VALUE "00".
       01 W-TOLER-MIN   PIC 9(02) VALUE 10.
               VALUE  "                         CONFIRMA IMPORT".
           05  LINE 12  COLUMN 41
               VALUE  "ACAO (S/N) :".
           05  LINE 14  COLUMN 01
               VALUE  "                 (R = RELOGIOS REP: CADA".
           05  LINE 14  COLUMN 41
               VALUE  "STRO, EXPORTACAO E CONCILIACAO)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
                   MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO = "R" OR "r"
                   CALL "FPP174"
                   CANCEL "FPP174"
                   MOVE SPACES TO W-OPCAO
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE S=SIM N=NAO R=RELOGIOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
               MOVE "ERRO ABERTURA DO ARQUIVO26" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP049" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.

