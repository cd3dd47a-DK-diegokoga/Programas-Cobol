           SELECT ARQINSS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA EXCLUSIVA DE IRRF SOBRE PLR------
           SELECT ARQIRPLR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO SALARIO-FAMILIA----------
           SELECT ARQSALFAM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 LIMATE-INSS     PIC 9(06)V99.
           03 ALIQ-INSS       PIC 9V9999.
           03 VIG-INSS        PIC 9(06).
      *---------------------TABELA EXCLUSIVA DE IRRF SOBRE PLR------
       FD ARQIRPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRPLR.DAT".
       01 REGIRPLR.
           03 CODFAIXA-PLR    PIC 9(02).
           03 LIMDE-PLR       PIC 9(06)V99.
           03 LIMATE-PLR      PIC 9(06)V99.
           03 ALIQ-PLR        PIC 9V9999.
           03 DEDUZ-PLR       PIC 9(06)V99.
           03 VIG-PLR         PIC 9(06).
      *---------------------PARAMETROS DO SALARIO-FAMILIA----------
      *    UM REGISTRO POR VIGENCIA, COMO AS FAIXAS DE IRRF/INSS: A
      *    FOLHA USA O DE MAIOR VIGENCIA NAO POSTERIOR A COMPETENCIA.
       FD ARQSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALFAM.DAT".
       01 REGSALFAM.
           03 SF-LIMITE-RENDA PIC 9(06)V99.
           03 SF-VALOR-QUOTA  PIC 9(04)V99.
           03 SF-IDADE-LIMITE PIC 9(02).
           03 SF-VIGENCIA     PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       01 W-LIMDE    PIC 9(06)V99 VALUE ZEROS.
       01 W-LIMATE   PIC 9(06)V99 VALUE ZEROS.
       01 W-ALIQ     PIC 9V9999 VALUE ZEROS.
       01 W-DEDUZ    PIC 9(06)V99 VALUE ZEROS.
       01 W-VIGENCIA PIC 9(06) VALUE ZEROS.
       01 W-SF-QUOTA PIC 9(04)V99 VALUE ZEROS.
       01 W-SF-IDADE PIC 9(02) VALUE ZEROS.
       01 LINSF.
           03 LS-VIG       PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LS-RENDA     PIC ZZZZZ9,99 VALUE ZEROS.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LS-QUOTA     PIC ZZZ9,99 VALUE ZEROS.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 LS-IDADE     PIC Z9 VALUE ZEROS.
       01 LINCABSF.
           03 FILLER       PIC X(44) VALUE
           "VIGENC    LIM.RENDA     QUOTA   IDADE LIMITE".
       01 LINDET.
           03 LD-VIG       PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-ATE       PIC ZZZZZ9,99 VALUE ZEROS.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-ALIQ      PIC 9,9999 VALUE ZEROS.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-DEDUZ     PIC ZZZZZ9,99 VALUE ZEROS.
       01 LINCAB.
           03 FILLER       PIC X(44) VALUE
           "VIGENC  FX     LIM.DE    LIM.ATE   ALIQUOTA".
           03 FILLER       PIC X(10) VALUE
           "   DEDUZIR".
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
           05  LINE 02  COLUMN 41
               VALUE  "ETENCIA DE VIGENCIA".
           05  LINE 04  COLUMN 01
               VALUE  " TABELA (I/N/P=PLR S=SAL.FAM):".
           05  LINE 04  COLUMN 40
               VALUE  "ACAO (L=LISTA F=NOVA FAIXA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTABELA
               LINE 04  COLUMN 33  PIC X(01)
               USING  W-TABELA.
           05  TACAO
               LINE 04  COLUMN 70  PIC X(01)
               VALUE  " LIMITE ATE:".
           05  LINE 14  COLUMN 01
               VALUE  " ALIQUOTA (0,0000):".
           05  LINE 16  COLUMN 01
               VALUE  " PARCELA A DEDUZIR:".
           05  TVIGENCIA
               LINE 06  COLUMN 22  PIC 9(06)
               USING  W-VIGENCIA
               LINE 14  COLUMN 22  PIC 9V9999
               USING  W-ALIQ
               HIGHLIGHT.
           05  TDEDUZ
               LINE 16  COLUMN 22  PIC 9(06)V99
               USING  W-DEDUZ
               HIGHLIGHT.
       01  TELA-SALFAM.
           05  LINE 06  COLUMN 01
               VALUE  " VIGENCIA (AAAAMM):".
           05  LINE 08  COLUMN 01
               VALUE  " LIMITE DE RENDA:".
           05  LINE 10  COLUMN 01
               VALUE  " VALOR DA QUOTA:".
           05  LINE 12  COLUMN 01
               VALUE  " IDADE LIMITE:".
           05  TSFVIG
               LINE 06  COLUMN 22  PIC 9(06)
               USING  W-VIGENCIA
               HIGHLIGHT.
           05  TSFRENDA
               LINE 08  COLUMN 22  PIC 9(06)V99
               USING  W-LIMDE
               HIGHLIGHT.
           05  TSFQUOTA
               LINE 10  COLUMN 22  PIC 9(04)V99
               USING  W-SF-QUOTA
               HIGHLIGHT.
           05  TSFIDADE
               LINE 12  COLUMN 22  PIC 9(02)
               USING  W-SF-IDADE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           MOVE SPACES TO W-TABELA W-ACAO.
           MOVE ZEROS TO W-FAIXA W-LIMDE W-LIMATE W-ALIQ W-VIGENCIA
                         W-DEDUZ W-SF-QUOTA W-SF-IDADE.
           DISPLAY TELA.
       R1.
           ACCEPT TTABELA.
              MOVE "I" TO W-TABELA.
           IF W-TABELA = "n"
              MOVE "N" TO W-TABELA.
           IF W-TABELA = "p"
              MOVE "P" TO W-TABELA.
           IF W-TABELA = "s"
              MOVE "S" TO W-TABELA.
           IF W-TABELA NOT = "I" AND W-TABELA NOT = "N"
              AND W-TABELA NOT = "P" AND W-TABELA NOT = "S"
              MOVE "*** DIGITE I=IRRF N=INSS P=PLR S=SAL.FAMILIA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
              GO TO R2.
           IF W-ACAO = "L"
              GO TO LISTA.
           IF W-TABELA = "S"
              GO TO S1.
      *---------------[ INCLUSAO DE FAIXA COM VIGENCIA ]----------------
       F1.
           DISPLAY TELA-FAIXA.
           ACCEPT TLIMDE.
           ACCEPT TLIMATE.
           ACCEPT TALIQ.
      *    A TABELA DA PLR (TRIBUTACAO EXCLUSIVA NA FONTE) TRAZ A
      *    PARCELA A DEDUZIR DE CADA FAIXA.
           IF W-TABELA = "P"
              ACCEPT TDEDUZ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO F2.
              MOVE "*** LIMITES INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO F3.
      *---------------[ NOVA VIGENCIA DO SALARIO-FAMILIA ]--------------
       S1.
           DISPLAY TELA-SALFAM.
           ACCEPT TSFVIG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-VIGENCIA = ZEROS
              MOVE "*** INFORME A VIGENCIA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO S1.
       S2.
           ACCEPT TSFRENDA.
           ACCEPT TSFQUOTA.
           ACCEPT TSFIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO S1.
           IF W-LIMDE = ZEROS OR W-SF-QUOTA = ZEROS
              OR W-SF-IDADE = ZEROS
              MOVE "*** PARAMETROS INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO S2.
       SALVAR.
           MOVE "GRAVA A FAIXA? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           IF W-TABELA = "S"
              PERFORM GRAVA-SALFAM THRU FIM-GRAVA-SALFAM
              MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-TABELA = "I"
              PERFORM GRAVA-IRRF THRU FIM-GRAVA-IRRF
           ELSE
              IF W-TABELA = "P"
                 PERFORM GRAVA-PLR THRU FIM-GRAVA-PLR
              ELSE
                 PERFORM GRAVA-INSS THRU FIM-GRAVA-INSS.
           MOVE "*** FAIXA GRAVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.
       FIM-GRAVA-INSS.
           CONTINUE.

       GRAVA-PLR.
           OPEN EXTEND ARQIRPLR.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT ARQIRPLR.
           MOVE W-FAIXA    TO CODFAIXA-PLR.
           MOVE W-LIMDE    TO LIMDE-PLR.
           MOVE W-LIMATE   TO LIMATE-PLR.
           MOVE W-ALIQ     TO ALIQ-PLR.
           MOVE W-DEDUZ    TO DEDUZ-PLR.
           MOVE W-VIGENCIA TO VIG-PLR.
           WRITE REGIRPLR.
           CLOSE ARQIRPLR.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-PLR.
           CONTINUE.

       GRAVA-SALFAM.
           OPEN EXTEND ARQSALFAM.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT ARQSALFAM.
           MOVE W-LIMDE    TO SF-LIMITE-RENDA.
           MOVE W-SF-QUOTA TO SF-VALOR-QUOTA.
           MOVE W-SF-IDADE TO SF-IDADE-LIMITE.
           MOVE W-VIGENCIA TO SF-VIGENCIA.
           WRITE REGSALFAM.
           CLOSE ARQSALFAM.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-SALFAM.
           CONTINUE.

      *---------------[ LISTAGEM DO HISTORICO DE VIGENCIAS ]------------
       LISTA.
           MOVE ZEROS TO W-QTDE.
           IF W-TABELA = "S"
               GO TO LISTA-SF.
           PERFORM MOSTRA-CABEC THRU FIM-MOSTRA-CABEC.
           IF W-TABELA = "I"
               OPEN INPUT ARQIRRF
           ELSE
               IF W-TABELA = "P"
                   OPEN INPUT ARQIRPLR
               ELSE
                   OPEN INPUT ARQINSS.
           IF ST-ERRO NOT = "00"
               MOVE "*** TABELA AINDA NAO GRAVADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TABELA = "I"
               READ ARQIRRF
           ELSE
               IF W-TABELA = "P"
                   READ ARQIRPLR
               ELSE
                   READ ARQINSS.
           IF ST-ERRO NOT = "00"
               GO TO LISTA-FIM.
           MOVE ZEROS TO LD-DEDUZ.
           IF W-TABELA = "P"
               IF VIG-PLR NOT NUMERIC
                   MOVE ZEROS TO VIG-PLR
               END-IF
               MOVE VIG-PLR       TO LD-VIG
               MOVE CODFAIXA-PLR  TO LD-FAIXA
               MOVE LIMDE-PLR     TO LD-DE
               MOVE LIMATE-PLR    TO LD-ATE
               MOVE ALIQ-PLR      TO LD-ALIQ
               MOVE DEDUZ-PLR     TO LD-DEDUZ
               GO TO LISTA-2.
           IF W-TABELA = "I"
               IF VIG-IRRF NOT NUMERIC
                   MOVE ZEROS TO VIG-IRRF
               MOVE LIMDE-INSS    TO LD-DE
               MOVE LIMATE-INSS   TO LD-ATE
               MOVE ALIQ-INSS     TO LD-ALIQ.
       LISTA-2.
           DISPLAY (W-LIN, 02) LINDET.
           ADD 1 TO W-LIN W-QTDE.
           IF W-LIN > 21
           IF W-TABELA = "I"
               CLOSE ARQIRRF
           ELSE
               IF W-TABELA = "P"
                   CLOSE ARQIRPLR
               ELSE
                   CLOSE ARQINSS.
           MOVE "00" TO ST-ERRO.
           IF W-QTDE = ZEROS
               MOVE "*** TABELA VAZIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LISTA-NOVA.
           MOVE "NOVA CONSULTA? (S/N)" TO MENS.
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
               GO TO R0.
           GO TO ROT-FIM.

       LISTA-SF.
           DISPLAY TELA.
           DISPLAY (06, 02) LINCABSF.
           OPEN INPUT ARQSALFAM.
           IF ST-ERRO NOT = "00"
               MOVE "*** TABELA AINDA NAO GRAVADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "00" TO ST-ERRO
               GO TO R0.
           MOVE 7 TO W-LIN.
       LISTA-SF-1.
           READ ARQSALFAM.
           IF ST-ERRO NOT = "00"
               GO TO LISTA-SF-FIM.
           IF SF-VIGENCIA NOT NUMERIC
               MOVE ZEROS TO SF-VIGENCIA.
           MOVE SF-VIGENCIA     TO LS-VIG.
           MOVE SF-LIMITE-RENDA TO LS-RENDA.
           MOVE SF-VALOR-QUOTA  TO LS-QUOTA.
           MOVE SF-IDADE-LIMITE TO LS-IDADE.
           DISPLAY (W-LIN, 02) LINSF.
           ADD 1 TO W-LIN W-QTDE.
           IF W-LIN > 21
               MOVE "TECLE ALGO PARA CONTINUAR A LISTA..." TO MENS
               DISPLAY (23, 12) MENS
               ACCEPT (23, 55) W-OPCAO
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS
               DISPLAY TELA
               DISPLAY (06, 02) LINCABSF
               MOVE 7 TO W-LIN.
           GO TO LISTA-SF-1.
       LISTA-SF-FIM.
           CLOSE ARQSALFAM.
           MOVE "00" TO ST-ERRO.
           IF W-QTDE = ZEROS
               MOVE "*** TABELA VAZIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTA-NOVA.

       MOSTRA-CABEC.
           DISPLAY TELA.
           DISPLAY (06, 02) LINCAB.
