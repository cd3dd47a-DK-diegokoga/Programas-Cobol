           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA            PIC X(01).
           03 PCD-TIPO             PIC X(01).
           03 PCD-DATA-LAUDO       PIC 9(08).
      *---------------------ARQUIVO DE DEPARTAMENTOS---------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------ARQUIVO DE DEPENDENTES--------------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
       FD BKFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKFUNC-NOME.
       01 REGFUNC-BK    PIC X(294).
      *---------------------COPIA DE SEGURANCA DO DEPARTAMENTO-----
       FD BKDEP
               LABEL RECORD IS STANDARD
       FD BKCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKCARG-NOME.
       01 REGCARG-BK    PIC X(056).
      *---------------------COPIA DE SEGURANCA DO DEPENDENTE-------
       FD BKDEPE
               LABEL RECORD IS STANDARD
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       01 ST-AUTO         PIC X(02) VALUE "00".
       01 W-AUTO          PIC X(01) VALUE "N".
       77 W-OPCAO    PIC X(01) VALUE SPACES.
                      MOVE "ERRO ABERTURA DO ARQUIVO20" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP031" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.

       ROT-CABEC.
           ADD 1 TO CONPAG
