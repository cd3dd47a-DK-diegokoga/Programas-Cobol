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
               MOVE "ERRO ABERTURA DO ARQUIVO19" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP041" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
      *    CABECALHOS DE CONTROLE DOS ARQUIVOS DE INTERFACE
           ACCEPT W-HORA-GER FROM TIME.
           MOVE W-TX-DATA TO IH-DATA.
                      MOVE W-QTD-RAIS TO IT-QTDE
                      WRITE REGRAIS FROM INT-TRL
                      WRITE ARQTX FROM LINTOT3
                      PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF
                      MOVE "*** CAGED E RAIS GERADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
       FIM-GRAVA-LISTAGEM.
           CONTINUE.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           IF W-QTD-CAGED = ZEROS
               GO TO REGISTRA-INTERF-RAIS.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP041" TO ITF-EXT-PROGR.
           MOVE "CAGED" TO ITF-EXT-TIPO.
           MOVE W-TCAGED-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE W-CODEMPRESA-FILTRO TO ITF-EXT-EMPRESA.
           MOVE ZEROS TO ITF-EXT-REFER ITF-EXT-VALOR.
           MOVE W-QTD-CAGED TO ITF-EXT-QTDE.
           CALL "FPP171".
           CANCEL "FPP171".
       REGISTRA-INTERF-RAIS.
           IF W-QTD-RAIS = ZEROS
               GO TO FIM-REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP041" TO ITF-EXT-PROGR.
           MOVE "RAIS" TO ITF-EXT-TIPO.
           MOVE W-TRAIS-NOME TO ITF-EXT-ARQUIVO.
           COMPUTE ITF-EXT-COMPET = (W-ANO-RAIS * 100) + 12.
           MOVE W-CODEMPRESA-FILTRO TO ITF-EXT-EMPRESA.
           MOVE ZEROS TO ITF-EXT-REFER ITF-EXT-VALOR.
           MOVE W-QTD-RAIS TO ITF-EXT-QTDE.
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
                CLOSE ARQFUNC ARQCARG TCAGED TRAIS TX.
       ROT-FIMP.
