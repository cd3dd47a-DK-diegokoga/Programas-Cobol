       01 ARQTX    PIC X(110).
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
       01 W-QTD-EMP     PIC 9(05) VALUE ZEROS.
       01 W-TOT-EMP     PIC 9(10)V99 VALUE ZEROS.
       01 W-QTD-GERAL   PIC 9(05) VALUE ZEROS.
       01 W-TOT-GERAL   PIC 9(12)V99 VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO77_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
               MOVE "ERRO ABERTURA DO ARQUIVO77" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP107" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
      *---------------[ UMA SECAO POR EMPRESA/CNPJ ]--------------------
       LER-EMPR.
           READ ARQEMPR NEXT
           MOVE RES-FGTS TO LD-FGTS.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-QTD-EMP W-QTD-GERAL.
           ADD RES-FGTS TO W-TOT-EMP W-TOT-GERAL.
           DISPLAY (20, 40) W-QTD-GERAL.
           GO TO VARRE-RESUL-1.
       FIM-VARRE-RESUL.

       FIM-GERACAO.
           CLOSE TX ARQEMPR ARQFUNC ARQRESUL.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           IF W-QTD-GERAL > ZEROS
               MOVE "FGTSD" TO ITF-EXT-TIPO
               MOVE W-TX-NOME TO ITF-EXT-ARQUIVO
               MOVE ZEROS TO ITF-EXT-REFER
               MOVE W-QTD-GERAL TO ITF-EXT-QTDE
               MOVE W-TOT-GERAL TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** FGTS DIGITAL GERADO NO ARQUIVO77 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM1.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP107" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE ARQEMPR ARQFUNC ARQRESUL TX.
       ROT-FIM1.
