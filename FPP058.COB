                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINC-KEY
                    FILE STATUS  IS ST-ERRO.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA       PIC X(01).
           03 PCD-TIPO        PIC X(01).
           03 PCD-DATA-LAUDO  PIC 9(08).
      *---------------------HISTORICO DE VINCULOS---------------------
       FD ARQVINC
               LABEL RECORD IS STANDARD
           03 VINC-DATA-ADM       PIC 9(08).
           03 VINC-DATA-DESL      PIC 9(08).
           03 VINC-MOTIVO         PIC 9(02).
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOG.
           03 LOG-USUARIO     PIC X(10).
           03 LOG-DATA        PIC 9(08).
           03 LOG-HORA        PIC 9(08).
           03 LOG-ARQUIVO     PIC X(10).
           03 LOG-OPERACAO    PIC X(01).
           03 LOG-CHAVE       PIC X(14).
           03 LOG-IMAGEM-ANT  PIC X(250).
           03 LOG-IMAGEM-NOVA PIC X(250).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
       01 W-IMAGEM-CPL    PIC X(44)  VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOVA-ADMISSAO PIC 9(08) VALUE ZEROS.
       01 W-SEQ-MAX       PIC 9(02) VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           PERFORM ARQUIVA-VINCULO THRU FIM-ARQUIVA-VINCULO.
           MOVE REGFUNC TO W-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO W-IMAGEM-CPL.
           MOVE W-NOVA-ADMISSAO TO DATA-ADMISSAO.
           MOVE ZEROS TO DATA-DESLIGAMENTO MOTIVO-DESLIGAMENTO.
           MOVE "A" TO STATUS1.
           REWRITE REGFUNC.
           IF ST-ERRO = "00"
              PERFORM LOG-ALTERACAO THRU LOG-ALTERACAO-FIM
              MOVE "*** READMISSAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
       FIM-ARQUIVA-VINCULO.
           CONTINUE.

      *---------------[ TRILHA DE ALTERACOES DO FUNCIONARIO ]----------
      *    IMAGENS ANTERIOR E NOVA (A) E O COMPLEMENTO (C) DO REGISTRO
      *    DE 294 POSICOES, COMO NO FPP004, PARA A REAPLICACAO (FPP164).
       LOG-ALTERACAO.
           MOVE "A" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT.
           MOVE REGFUNC TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           PERFORM LOG-COMPLEMENTO THRU LOG-COMPLEMENTO-FIM.
       LOG-ALTERACAO-FIM.
           EXIT.

       LOG-COMPLEMENTO.
           MOVE "C" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-CPL TO LOG-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-COMPLEMENTO-FIM.
           EXIT.

       GRAVA-LOG.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-USUARIO-LOG TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQFUNC" TO LOG-ARQUIVO.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-LOG.
       GRAVA-LOG-FIM.
           EXIT.

       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-LOG
           ELSE
               OPEN INPUT ARQSESS
               IF ST-LOG = "00"
                   READ ARQSESS
                   IF ST-LOG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-LOG
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-LOG.
       LE-USUARIO-FIM.
           EXIT.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQVINC
