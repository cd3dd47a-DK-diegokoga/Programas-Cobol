           03 USU-PERFIL    PIC X(08).
           03 USU-ATIVO     PIC X(01).
           03 USU-CHAPA     PIC 9(06).
           03 FILLER        PIC X(101).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
