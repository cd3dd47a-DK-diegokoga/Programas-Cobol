                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FERIAD-DATA
                      FILE STATUS IS ST-FER.
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------------
           SELECT ARQCRONO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRO-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
           SELECT ARQPENDAC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PAC-NUMERO
                      FILE STATUS IS ST-PAC.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESSDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOGDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *-------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 FILLER            PIC X(159).
           03 CODEMPRESA        PIC 9(03).
      *---------------------CONTROLE DE COMPETENCIAS-------------------
       FD ARQCOMP
                 LABEL RECORD IS STANDARD
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------------
       FD ARQCRONO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRONO.DAT".
       01 REGCRONO.
           03 CRO-KEY.
            05 CRO-CODEMPRESA     PIC 9(03).
            05 CRO-COMPETENCIA    PIC 9(06).
           03 CRO-CORTE-LANC      PIC 9(08).
           03 CRO-CORTE-PONTO     PIC 9(08).
           03 CRO-PREVIA          PIC 9(08).
           03 CRO-FECHAMENTO      PIC 9(08).
           03 CRO-PAGAMENTO       PIC 9(08).
           03 CRO-ADIANTAMENTO    PIC 9(08).
           03 CRO-USUARIO         PIC X(10).
           03 CRO-DATA            PIC 9(08).
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
       FD ARQPENDAC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPENDAC.DAT".
       01 REGPENDAC.
           03 PAC-NUMERO        PIC 9(05).
           03 PAC-PROGR         PIC X(07).
           03 PAC-PARAM1        PIC 9(08)V99.
           03 PAC-PARAM2        PIC 9(08).
           03 PAC-DESCR         PIC X(30).
           03 PAC-SOLICITANTE   PIC X(10).
           03 PAC-CONFIRMADOR   PIC X(10).
           03 PAC-STATUS        PIC X(01).
           03 PAC-DATA          PIC 9(08).
           03 PAC-HORA          PIC 9(08).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESSDC.
           03 SESSDC-USUARIO  PIC X(10).
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
       FD ARQLOGDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOGDC.
           03 LGD-USUARIO     PIC X(10).
           03 LGD-DATA        PIC 9(08).
           03 LGD-HORA        PIC 9(08).
           03 LGD-ARQUIVO     PIC X(10).
           03 LGD-OPERACAO    PIC X(01).
           03 LGD-CHAVE       PIC X(14).
           03 LGD-IMAGEM-ANT  PIC X(250).
           03 LGD-IMAGEM-NOVA PIC X(250).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-Z-TERMO           PIC 9(05) VALUE ZEROS.
       01 W-Z-AUX             PIC 9(05) VALUE ZEROS.
       01 W-Z-RESTO           PIC 9(02) VALUE ZEROS.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       01 ST-PAC              PIC X(02) VALUE "00".
       01 W-USUARIO-DC        PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK             PIC X(01) VALUE "N".
       01 W-DC-PARAM1         PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2         PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR          PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX         PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC          PIC X(10) VALUE SPACES.
       01 W-DC-CONF           PIC X(10) VALUE SPACES.
       01 W-HOJE              PIC 9(08) VALUE ZEROS.
       01 W-FORA-PRAZO        PIC X(01) VALUE "N".
       01 W-LIB-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-LIB-COMP          PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
              MOVE "*** COMPETENCIA FECHADA - VEJA FPP048 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    DEPOIS DO CORTE DO PONTO NO CRONOGRAMA (FPP162) A MARCACAO
      *    SO ENTRA COM LIBERACAO EM DUPLO CONTROLE (FPP098), UMA POR
      *    FUNCIONARIO E COMPETENCIA.
           PERFORM CHECA-CORTE THRU FIM-CHECA-CORTE.
           IF W-FORA-PRAZO NOT = "S"
              GO TO R5.
           IF PONTO-CHAPA = W-LIB-CHAPA
              AND PONTO-COMPETENCIA = W-LIB-COMP
              GO TO R5.
       R4-LIBERA.
           MOVE "APOS O CORTE - PEDE LIBERACAO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM ERROR-VALID
              GO TO R4-LIBERA.
           MOVE PONTO-CHAPA       TO W-DC-PARAM1.
           MOVE PONTO-COMPETENCIA TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "PONTO APOS CORTE " PONTO-CHAPA " " PONTO-COMPETENCIA
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
              MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE PONTO-CHAPA       TO W-LIB-CHAPA.
           MOVE PONTO-COMPETENCIA TO W-LIB-COMP.
       R5.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
       FIM-CHECA-COMPETENCIA.
           CONTINUE.

      *----------------[ CORTE DO PONTO (FPP162) ]----------------------
      *    SEM CRONOGRAMA PARA A EMPRESA/COMPETENCIA NAO HA CORTE.
       CHECA-CORTE.
           MOVE "N" TO W-FORA-PRAZO.
           OPEN INPUT ARQCRONO.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-CHECA-CORTE.
           MOVE CODEMPRESA        TO CRO-CODEMPRESA.
           MOVE PONTO-COMPETENCIA TO CRO-COMPETENCIA.
           READ ARQCRONO
               INVALID KEY
               MOVE ZEROS TO CRO-CORTE-PONTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF CRO-CORTE-PONTO NOT = ZEROS AND W-HOJE > CRO-CORTE-PONTO
               MOVE "S" TO W-FORA-PRAZO.
           CLOSE ARQCRONO.
           MOVE "00" TO ST-ERRO.
       FIM-CHECA-CORTE.
           CONTINUE.

      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]--------------
      *    A ACAO SO EXECUTA SE EXISTIR UMA SOLICITACAO APROVADA POR
      *    OUTRO USUARIO ADMIN (FPP098) COM OS MESMOS PARAMETROS;
      *    SENAO A SOLICITACAO E REGISTRADA COMO PENDENTE E NADA
      *    E GRAVADO.
       CHECA-DUPLO.
           MOVE "N" TO W-DC-OK.
           PERFORM LE-USUARIO-DC THRU FIM-LE-USUARIO-DC.
           OPEN I-O ARQPENDAC.
           IF ST-PAC NOT = "00"
               IF ST-PAC = "30"
                   OPEN OUTPUT ARQPENDAC
                   CLOSE ARQPENDAC
                   OPEN I-O ARQPENDAC
               ELSE
                   MOVE "00" TO ST-PAC
                   GO TO FIM-CHECA-DUPLO.
           MOVE ZEROS TO PAC-NUMERO W-DC-NUMMAX.
           START ARQPENDAC KEY IS NOT LESS THAN PAC-NUMERO
               INVALID KEY
               GO TO CHECA-DUPLO-3.
       CHECA-DUPLO-1.
           READ ARQPENDAC NEXT
               AT END
               GO TO CHECA-DUPLO-3.
           MOVE PAC-NUMERO TO W-DC-NUMMAX.
           IF PAC-PROGR = "FPP034"
              AND PAC-STATUS = "A"
              AND PAC-PARAM1 = W-DC-PARAM1
              AND PAC-PARAM2 = W-DC-PARAM2
              AND W-DC-OK NOT = "S"
               MOVE "E" TO PAC-STATUS
               MOVE PAC-SOLICITANTE TO W-DC-SOLIC
               MOVE PAC-CONFIRMADOR TO W-DC-CONF
               REWRITE REGPENDAC
               MOVE "S" TO W-DC-OK.
           GO TO CHECA-DUPLO-1.
       CHECA-DUPLO-3.
           IF W-DC-OK = "S"
               CLOSE ARQPENDAC
               PERFORM GRAVA-LOG-DC THRU FIM-GRAVA-LOG-DC
               GO TO FIM-CHECA-DUPLO.
           ADD 1 TO W-DC-NUMMAX.
           MOVE W-DC-NUMMAX TO PAC-NUMERO.
           MOVE "FPP034" TO PAC-PROGR.
           MOVE W-DC-PARAM1 TO PAC-PARAM1.
           MOVE W-DC-PARAM2 TO PAC-PARAM2.
           MOVE W-DC-DESCR TO PAC-DESCR.
           MOVE W-USUARIO-DC TO PAC-SOLICITANTE.
           MOVE SPACES TO PAC-CONFIRMADOR.
           MOVE "P" TO PAC-STATUS.
           ACCEPT PAC-DATA FROM DATE YYYYMMDD.
           ACCEPT PAC-HORA FROM TIME.
           WRITE REGPENDAC.
           CLOSE ARQPENDAC.
           MOVE "00" TO ST-PAC.
       FIM-CHECA-DUPLO.
           CONTINUE.

       LE-USUARIO-DC.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-DC
           ELSE
               OPEN INPUT ARQSESSDC
               IF ST-PAC = "00"
                   READ ARQSESSDC
                   IF ST-PAC = "00"
                       MOVE SESSDC-USUARIO TO W-USUARIO-DC
                   END-IF
                   CLOSE ARQSESSDC
               END-IF.
           MOVE "00" TO ST-PAC.
       FIM-LE-USUARIO-DC.
           CONTINUE.

      *    REGISTRA NO ARQLOG AS DUAS IDENTIDADES DA ACAO EXECUTADA.
       GRAVA-LOG-DC.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "FPP034" TO LGD-ARQUIVO.
           MOVE "D" TO LGD-OPERACAO.
           MOVE SPACES TO LGD-CHAVE.
           MOVE SPACES TO LGD-IMAGEM-ANT.
           STRING "SOLICITANTE=" W-DC-SOLIC
                  " CONFIRMADOR=" W-DC-CONF
                  " EXECUTOR=" W-USUARIO-DC
                  DELIMITED BY SIZE INTO LGD-IMAGEM-ANT.
           MOVE W-DC-DESCR TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-GRAVA-LOG-DC.
           CONTINUE.


      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQPONTO.
