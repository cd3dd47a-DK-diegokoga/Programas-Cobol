               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 FILLER          PIC X(288).
      *---------------------ARQUIVO DO PONTO----------------------
       FD ARQPONTO
               LABEL RECORD IS STANDARD
       FD TWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REORG.TMP".
       01 REGWORK     PIC X(294).
      *---------------------GERAR ESTATISTICAS DA REORG-----------
       FD TX
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
              MOVE "ERRO ABERTURA DO ARQUIVO36" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "FPP063" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           IF W-ESCOLHA = 1
