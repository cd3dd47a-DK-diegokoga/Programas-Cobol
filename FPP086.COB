       01 REGCNAB    PIC X(100).
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
               MOVE "ERRO ABERTURA DO ARQUIVO56" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP086" TO SPL-EXT-PROGR.
           MOVE W-TREC-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TCNAB
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO57" TO MENS
           MOVE W-TOT-CNAB TO CNAB-T-VALOR.
           WRITE REGCNAB FROM CNAB-TRAILER.
           CLOSE TREC TCNAB ARQAUTON ARQRPALAN.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           IF W-QTDE > ZEROS
               MOVE "CNAB" TO ITF-EXT-TIPO
               MOVE W-TCNAB-NOME TO ITF-EXT-ARQUIVO
               MOVE W-TCNAB-DATA TO ITF-EXT-REFER
               MOVE W-QTDE TO ITF-EXT-QTDE
               MOVE W-TOT-CNAB TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           PERFORM GRAVA-RPAGPS THRU FIM-GRAVA-RPAGPS.
           MOVE "*** RPA PROCESSADO - VEJA ARQUIVO56/57 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
                   MOVE LIMATE-IRRF TO LIMITE-ATE-IRRF(CODFAIXA-IRRF)
                   MOVE ALIQ-IRRF   TO ALIQUOTA-IRRF(CODFAIXA-IRRF).

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP086" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
