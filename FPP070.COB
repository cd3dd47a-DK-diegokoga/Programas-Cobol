                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
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
      *------------------------------------------------------------
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
            05 LAN-EVENTO         PIC 9(03).
           03 LAN-VALOR           PIC 9(06)V99.
           03 LAN-STATUS          PIC X(01).
           03 LAN-DATA            PIC 9(08).
           03 LAN-DATA-R REDEFINES LAN-DATA.
            05 LAN-DATA-AAAAMM    PIC 9(06).
            05 LAN-DATA-DIA       PIC 9(02).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 FILLER            PIC X(159).
           03 CODEMPRESA        PIC 9(03).
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
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       01 ST-PAC          PIC X(02) VALUE "00".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR      PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX     PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC      PIC X(10) VALUE SPACES.
       01 W-DC-CONF       PIC X(10) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-FORA-PRAZO    PIC X(01) VALUE "N".
       01 W-LIB-CHAPA     PIC 9(06) VALUE ZEROS.
       01 W-LIB-COMP      PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
           05  LINE 02  COLUMN 41
               VALUE  " DO MES".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO (E=EVENTO L=LANCAMENTO I=IMPORTAR):".
           05  LINE 06  COLUMN 01
               VALUE  " EVENTO:".
           05  LINE 06  COLUMN 20
               VALUE  "COMPETENCIA:".
           05  LINE 12  COLUMN 01
               VALUE  " VALOR:".
           05  LINE 12  COLUMN 22
               VALUE  "DATA (AAAAMMDD 0=FIM DO MES):".
           05  LINE 14  COLUMN 01
               VALUE  " REGRA (V/F/P/U):".
           05  LINE 14  COLUMN 22
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 04  COLUMN 44  PIC X(01)
               USING  W-ACAO.
           05  TEVECOD
               LINE 06  COLUMN 11  PIC 9(03)
               LINE 12  COLUMN 10  PIC 9(06)V99
               USING  LAN-VALOR
               HIGHLIGHT.
           05  TLANDATA
               LINE 12  COLUMN 52  PIC 9(08)
               USING  LAN-DATA
               HIGHLIGHT.
           05  TEVEREGRA
               LINE 14  COLUMN 19  PIC X(01)
               USING  EVE-REGRA
                          EVE-REGRA EVE-INC-INSS EVE-INC-IRRF
                          EVE-INC-FGTS EVE-INC-DSR EVE-INC-MEDIA
                          LAN-STATUS.
           MOVE ZEROS TO EVE-CODIGO LAN-KEY LAN-VALOR EVE-PARAM
                         LAN-DATA.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
              MOVE "E" TO W-ACAO.
           IF W-ACAO = "l"
              MOVE "L" TO W-ACAO.
           IF W-ACAO = "i"
              MOVE "I" TO W-ACAO.
           IF W-ACAO NOT = "E" AND W-ACAO NOT = "L" AND W-ACAO NOT = "I"
              MOVE "*** DIGITE E=EVENTO L=LANCAMENTO I=IMPORTAR ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ACAO = "L"
              GO TO L1.
           IF W-ACAO = "I"
              GO TO IMPORTA.
      *---------------[ TABELA DE EVENTOS ]-----------------------------
       E1.
           ACCEPT TEVECOD.
              MOVE "*** INFORME A COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
      *    DEPOIS DO CORTE DO CRONOGRAMA (FPP162) O LANCAMENTO SO
      *    ENTRA COM LIBERACAO EM DUPLO CONTROLE (FPP098), UMA POR
      *    FUNCIONARIO E COMPETENCIA.
           PERFORM CHECA-CORTE THRU FIM-CHECA-CORTE.
           IF W-FORA-PRAZO NOT = "S"
              GO TO L3.
           IF LAN-CHAPA = W-LIB-CHAPA AND LAN-COMPETENCIA = W-LIB-COMP
              GO TO L3.
       L2-LIBERA.
           MOVE "APOS O CORTE - PEDE LIBERACAO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO L2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2-LIBERA.
           MOVE LAN-CHAPA       TO W-DC-PARAM1.
           MOVE LAN-COMPETENCIA TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "LANC APOS CORTE " LAN-CHAPA " " LAN-COMPETENCIA
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
              MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE LAN-CHAPA       TO W-LIB-CHAPA.
           MOVE LAN-COMPETENCIA TO W-LIB-COMP.
       L3.
           ACCEPT TEVECOD.
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** VALOR NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
      *    A DATA SO IMPORTA PARA QUEM RECEBE POR PERIODO (FPP128):
      *    O LANCAMENTO ENTRA NA QUINZENA/SEMANA QUE CONTEM A DATA;
      *    SEM DATA, ENTRA NO ULTIMO PERIODO DO MES.
       L5.
           ACCEPT TLANDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF LAN-DATA NOT = ZEROS
              IF LAN-DATA-AAAAMM NOT = LAN-COMPETENCIA
                 OR LAN-DATA-DIA = ZEROS OR LAN-DATA-DIA > 31
                 MOVE "*** DATA FORA DA COMPETENCIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L5.
       SALVAR-L.
           MOVE "GRAVA O LANCAMENTO? (S/N/E=EXCLUI)" TO MENS
           DISPLAY (23, 12) MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ CORTE DOS LANCAMENTOS (FPP162) ]----------------
      *    SEM CRONOGRAMA PARA A EMPRESA/COMPETENCIA NAO HA CORTE.
       CHECA-CORTE.
           MOVE "N" TO W-FORA-PRAZO.
           OPEN INPUT ARQCRONO.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-CHECA-CORTE.
           MOVE CODEMPRESA      TO CRO-CODEMPRESA.
           MOVE LAN-COMPETENCIA TO CRO-COMPETENCIA.
           READ ARQCRONO
               INVALID KEY
               MOVE ZEROS TO CRO-CORTE-LANC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF CRO-CORTE-LANC NOT = ZEROS AND W-HOJE > CRO-CORTE-LANC
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
           IF PAC-PROGR = "FPP070"
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
           MOVE "FPP070" TO PAC-PROGR.
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
           MOVE "FPP070" TO LGD-ARQUIVO.
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

      *---------------[ IMPORTACAO DE LANCAMENTOS (FPP173) ]------------
      *    A IMPORTACAO ABRE OS MESMOS ARQUIVOS; ELES SAO FECHADOS
      *    AQUI E REABERTOS NA VOLTA.
       IMPORTA.
           CLOSE ARQEVEN ARQLANC ARQFUNC.
           CALL "FPP173".
           CANCEL "FPP173".
           GO TO I-O-ARQEVEN.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQEVEN ARQLANC ARQFUNC
