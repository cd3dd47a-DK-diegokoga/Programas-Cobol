       01 ARQTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
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
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
               MOVE "ERRO ABERTURA DO ARQUIVO20" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP042" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
       INC-OPMOV.
           OPEN I-O ARQPROVMOV
           IF ST-ERRO NOT = "00"
           WRITE ARQTX FROM DETEMP.
           GO TO TOTAIS-EMP-1.
       FIM-RELATORIO.
           MOVE W-DATASIS(1:6) TO SPL-EXT-COMPET.
           PERFORM GERA-CONTAB-PROV THRU FIM-GERA-CONTAB-PROV.
           MOVE "*** PROVISAO GERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-CTBP-TOTAL TO CPT-VALOR.
           WRITE REGTCONTAB FROM CTBPRVTRL.
           CLOSE TCONTAB.
           MOVE "CONTAB" TO ITF-EXT-TIPO.
           MOVE W-TCTB-NOME TO ITF-EXT-ARQUIVO.
           MOVE ZEROS TO ITF-EXT-REFER.
           MOVE 3 TO ITF-EXT-QTDE.
           MOVE W-CTBP-TOTAL TO ITF-EXT-VALOR.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
       FIM-GERA-CONTAB-PROV.
           CONTINUE.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP042" TO ITF-EXT-PROGR.
           MOVE W-DATASIS(1:6) TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

       BUSCA-CONTA-PROV.
           OPEN INPUT ARQCONTAB.
           IF ST-CTB NOT = "00"
