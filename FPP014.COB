           03 USULG-PERFIL    PIC X(08).
           03 USULG-ATIVO     PIC X(01).
           03 USULG-CHAPA     PIC 9(06).
           03 FILLER        PIC X(101).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSLG
               LABEL RECORD IS STANDARD
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------[ LGPD: MASCARA E LOG DE ACESSO ]----------------
       77 ST-LGPD         PIC X(02) VALUE "00".
       01 W-USUARIO-LGPD  PIC X(10) VALUE "OPERADOR".
           ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE SAIDA" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "FPP014" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.

       EXPORT-LISTAGEM-1.
           READ ARQFUNC NEXT.
