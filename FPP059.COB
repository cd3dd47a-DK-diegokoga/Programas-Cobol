                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXP-CHAPA
                    FILE STATUS  IS ST-EXP.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DE ADMISSOES (ENTRADA)--------
           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA       PIC X(01).
           03 PCD-TIPO        PIC X(01).
           03 PCD-DATA-LAUDO  PIC 9(08).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
           03 EXP-DATA-FIM1    PIC 9(08).
           03 EXP-DATA-FIM2    PIC 9(08).
           03 EXP-STATUS       PIC X(01).
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
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 ST-LOG     PIC X(02) VALUE "00".
       77 W-USUARIO-LOG PIC X(10) VALUE "OPERADOR".
       01 W-DATASIS  PIC 9(08) VALUE ZEROS.
       01 W-DATASIS-ADM PIC 9(08) VALUE ZEROS.
      *---------------[ CAMPOS DA LINHA DELIMITADA ]-------------------
               MOVE "ERRO ABERTURA DO ARQUIVO34" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP059" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
      *
               MOVE CSV-CATEG TO CATEGORIA
           ELSE
               MOVE "C" TO CATEGORIA.
      *    DEFICIENCIA E LAUDO SAO INFORMADOS DEPOIS NO FPP004.
           MOVE "N" TO PCD-TIPO.
           MOVE ZEROS TO PCD-DATA-LAUDO.
           WRITE REGFUNC.
           IF ST-ERRO = "00"
               PERFORM LOG-INCLUSAO THRU LOG-INCLUSAO-FIM.
           PERFORM CONSOME-REQ THRU FIM-CONSOME-REQ.
           PERFORM GRAVA-EXPER THRU FIM-GRAVA-EXPER.
       FIM-GRAVA-FUNC.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------------[ TRILHA DE ALTERACOES DO FUNCIONARIO ]----------
      *    INCLUSAO (I) COM O COMPLEMENTO (C) DO REGISTRO DE 294
      *    POSICOES, COMO NO FPP004, PARA A REAPLICACAO (FPP164).
       LOG-INCLUSAO.
           MOVE "I" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGFUNC TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           MOVE "C" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-INCLUSAO-FIM.
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

      *
      **********************
      * ROTINA DE FIM      *
