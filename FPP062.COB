               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 FILLER          PIC X(288).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 FILLER          PIC X(53).
      *---------------------ARQUIVO DO DEPENDENTE-----------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
       FD BKARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BK-NOME.
       01 REGBK       PIC X(294).
      *---------------------TRILHA DE AUDITORIA DO MENU-----------
       FD ARQAUDIT
               LABEL RECORD IS STANDARD
              DISPLAY (17, 02) "ORDEM DAS CHAVES...: OK"
           ELSE
              DISPLAY (17, 02) "ORDEM DAS CHAVES...: ERRO".
      *    O QUE FOI ALTERADO DEPOIS DO BACKUP ESTA NO ARQLOG.
           DISPLAY (18, 02)
                   "ALTERACOES APOS O BACKUP: REAPLICAR NO FPP164".

           PERFORM AUDIT-GRAVA THRU AUDIT-GRAVA-FIM.
           MOVE "*** RESTAURACAO CONCLUIDA ***" TO MENS.
