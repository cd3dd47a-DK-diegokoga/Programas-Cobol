       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP131.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CAT - COMUNICACAO DE ACIDENTE DE TRABALHO  *
      ***********************************************
      *----------------------------------------------------------------
      *    REGISTRA O ACIDENTE POR CHAPA, NUMERA A CAT E GERA O EVENTO
      *    S-2210 DO ESOCIAL NO ARQUIVO99 (CONTROLE EM ARQESOCREC,
      *    RETORNO PELO FPP110; REJEITADO E REGERADO REGRAVANDO A
      *    CAT). COM AFASTAMENTO PREVISTO ACIMA DE 15 DIAS, ABRE O
      *    AFASTAMENTO TIPO 03 NO ARQAFAST A PARTIR DO 16o DIA; NO
      *    ENCERRAMENTO DELE (FPP039) NASCE A ESTABILIDADE DE 12
      *    MESES NO ARQESTAB.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ACIDENTES DE TRABALHO (CAT)-----------------
           SELECT ARQCAT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAT-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-KEY
                      FILE STATUS IS ST-AFA.
      *---------------------CONTROLE DE EVENTOS DO ESOCIAL-------------
           SELECT ARQESOCREC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ESR-KEY
                  FILE STATUS  IS ST-AFA.
      *---------------------GERAR EVENTOS S-2210 DO ESOCIAL------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AFA.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ACIDENTES DE TRABALHO (CAT)-----------------
       FD ARQCAT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
           03 CAT-KEY.
            05 CAT-CHAPA          PIC 9(06).
            05 CAT-SEQ            PIC 9(02).
           03 CAT-NUMERO          PIC 9(06).
           03 CAT-DATA            PIC 9(08).
           03 CAT-DT REDEFINES CAT-DATA.
            05 CAT-DIA            PIC 9(02).
            05 CAT-MES            PIC 9(02).
            05 CAT-ANO            PIC 9(04).
           03 CAT-HORA            PIC 9(04).
           03 CAT-HR REDEFINES CAT-HORA.
            05 CAT-HH             PIC 9(02).
            05 CAT-MM             PIC 9(02).
           03 CAT-TIPO            PIC 9(01).
           03 CAT-PARTE           PIC 9(09).
           03 CAT-LATERAL         PIC 9(01).
           03 CAT-CID             PIC X(04).
           03 CAT-TESTEMUNHA      PIC X(30).
           03 CAT-AFAST           PIC X(01).
           03 CAT-DIAS-AFAST      PIC 9(03).
           03 CAT-AFA-SEQ         PIC 9(02).
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 DATANASC        PIC 9(08).
           03 SEXO            PIC X(01).
           03 GENERO          PIC X(01).
           03 CODPTO          PIC 9(03).
           03 CODCARG         PIC 9(03).
           03 NVSALARIAL      PIC 9(02).
           03 IMPOSTORENDA    PIC X(01).
           03 DEPENDENTES     PIC 9(01).
           03 CEP-FUNC        PIC 9(08).
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
           03 CPF             PIC 9(11).
      *---------------------ARQUIVO DE AFASTAMENTOS---------------------
       FD ARQAFAST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
            05 AFA-CHAPA          PIC 9(06).
            05 AFA-SEQ            PIC 9(02).
           03 AFA-TIPO            PIC 9(02).
           03 AFA-DATA-INI        PIC 9(08).
           03 AFA-DATA-RET        PIC 9(08).
           03 AFA-STATUS          PIC X(01).
      *---------------------CONTROLE DE EVENTOS DO ESOCIAL-------------
       FD ARQESOCREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOCREC.DAT".
       01 REGESOCREC.
           03 ESR-KEY.
               05 ESR-CHAPA        PIC 9(06).
               05 ESR-COMPETENCIA  PIC 9(06).
               05 ESR-EVENTO       PIC X(06).
           03 ESR-PROTOCOLO     PIC X(15).
           03 ESR-STATUS        PIC X(01).
           03 ESR-MSG           PIC X(40).
      *---------------------GERAR EVENTOS S-2210 DO ESOCIAL------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(120).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-AFA          PIC X(02) VALUE "00".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 W-NOVO          PIC X(01) VALUE "N".
       01 W-NUM-MAX       PIC 9(06) VALUE ZEROS.
       01 W-AFA-SEQ-MAX   PIC 9(02) VALUE ZEROS.
       01 W-REGCAT        PIC X(90) VALUE SPACES.
       01 W-DESC-TIPO     PIC X(20) VALUE SPACES.
       01 W-DESC-AFAST    PIC X(30) VALUE SPACES.
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           03 W-SD-DIA    PIC 9(02).
           03 W-SD-MES    PIC 9(02).
           03 W-SD-ANO    PIC 9(04).
       01 W-SD-QTD        PIC 9(03) VALUE ZEROS.
       01 W-SD-I          PIC 9(03) VALUE ZEROS.
       01 W-SD-LIMITE     PIC 9(02) VALUE ZEROS.
       01 W-SD-RESTO4     PIC 9(04) VALUE ZEROS.
       01 W-SD-AUX4       PIC 9(04) VALUE ZEROS.
       01 TAB-SD-MES-R.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TAB-SD-MES REDEFINES TAB-SD-MES-R.
           03 SD-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO99_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  LIN2210.
           05  FILLER      PIC X(07) VALUE "S-2210;".
           05  L22-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-NUMERO  PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-DATA    PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-HORA    PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-TIPO    PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-PARTE   PIC 9(09) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-LATERAL PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-CID     PIC X(04) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-AFAST   PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-DIAS    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L22-TESTEM  PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CAT - COMUNICACAO DE ACIDENTE ".
           05  LINE 02  COLUMN 41
               VALUE  "DE TRABALHO".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 06  COLUMN 30
               VALUE  "NUMERO DA CAT:".
           05  LINE 07  COLUMN 01
               VALUE  " DATA DO ACIDENTE:   |".
           05  LINE 08  COLUMN 01
               VALUE  " HORA (HHMM):        |".
           05  LINE 09  COLUMN 01
               VALUE  " TIPO:               |".
           05  LINE 10  COLUMN 01
               VALUE  " PARTE ATINGIDA:     |".
           05  LINE 11  COLUMN 01
               VALUE  " LATERALIDADE:       |".
           05  LINE 12  COLUMN 01
               VALUE  " CID:                |".
           05  LINE 13  COLUMN 01
               VALUE  " TESTEMUNHA:         |".
           05  LINE 14  COLUMN 01
               VALUE  " AFASTAMENTO (S/N):  |".
           05  LINE 15  COLUMN 01
               VALUE  " DIAS PREVISTOS:     |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  CAT-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TSEQUENCIA
               LINE 06  COLUMN 24  PIC 9(02)
               USING  CAT-SEQ
               HIGHLIGHT.
           05  TNUMERO
               LINE 06  COLUMN 45  PIC 9(06)
               USING  CAT-NUMERO.
           05  TDATA
               LINE 07  COLUMN 24  PIC 99/99/9999
               USING  CAT-DATA
               HIGHLIGHT.
           05  THORA
               LINE 08  COLUMN 24  PIC 99B99
               USING  CAT-HORA
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 24  PIC 9(01)
               USING  CAT-TIPO
               HIGHLIGHT.
           05  TTIPO2
               LINE 09  COLUMN 26  PIC X(20)
               USING  W-DESC-TIPO.
           05  TPARTE
               LINE 10  COLUMN 24  PIC 9(09)
               USING  CAT-PARTE
               HIGHLIGHT.
           05  TLATERAL
               LINE 11  COLUMN 24  PIC 9(01)
               USING  CAT-LATERAL
               HIGHLIGHT.
           05  TCID
               LINE 12  COLUMN 24  PIC X(04)
               USING  CAT-CID
               HIGHLIGHT.
           05  TTESTEM
               LINE 13  COLUMN 24  PIC X(30)
               USING  CAT-TESTEMUNHA
               HIGHLIGHT.
           05  TAFAST
               LINE 14  COLUMN 24  PIC X(01)
               USING  CAT-AFAST
               HIGHLIGHT.
           05  TDIAS
               LINE 15  COLUMN 24  PIC 9(03)
               USING  CAT-DIAS-AFAST
               HIGHLIGHT.
           05  TDESCAFAST
               LINE 15  COLUMN 30  PIC X(30)
               USING  W-DESC-AFAST.

      *---------------------[ TABELA DE TIPO ]-------------
       01  TELA-TIPO.
           05  LINE 09  COLUMN 50
               VALUE  "1-TIPICO".
           05  LINE 10  COLUMN 50
               VALUE  "2-DOENCA DO TRABALHO".
           05  LINE 11  COLUMN 50
               VALUE  "3-TRAJETO".
      *---------------------[ TABELA DE LATERALIDADE ]-------------
       01  TELA-LATERAL.
           05  LINE 09  COLUMN 50
               VALUE  "0-NAO APLICAVEL".
           05  LINE 10  COLUMN 50
               VALUE  "1-ESQUERDA".
           05  LINE 11  COLUMN 50
               VALUE  "2-DIREITA".
           05  LINE 12  COLUMN 50
               VALUE  "3-AMBAS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQCAT.
           PERFORM I-O-ARQFUNC.
           ACCEPT W-TX-DATA FROM DATE YYYYMMDD.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO CAT-CID CAT-TESTEMUNHA CAT-AFAST W-NOME
                          W-DESC-TIPO W-DESC-AFAST.
           MOVE ZEROS TO CAT-KEY CAT-NUMERO CAT-DATA CAT-HORA
                         CAT-TIPO CAT-PARTE CAT-LATERAL
                         CAT-DIAS-AFAST CAT-AFA-SEQ.
           MOVE "N" TO W-NOVO.
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CAT-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE CAT-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO FUNCIONARIO"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME TO W-NOME
                MOVE CPF  TO W-CPF
                DISPLAY TNOME.
       R4.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF CAT-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQCAT.
           READ ARQCAT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM DESCRICOES THRU DESCRICOES-FIM
                DISPLAY TELA
                MOVE "*** ACIDENTE JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "S" TO W-NOVO
                MOVE "*** ACIDENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R4.
           IF CAT-DIA = 0 OR CAT-DIA > 31 OR
              CAT-MES = 0 OR CAT-MES > 12 OR
              CAT-ANO < 1900 OR CAT-ANO > 2099
              MOVE " DATA DO ACIDENTE INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT THORA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R5.
           IF CAT-HH > 23 OR CAT-MM > 59
              MOVE " HORA DO ACIDENTE INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           IF CAT-TIPO = ZEROS OR CAT-TIPO > 3
              MOVE "*** TIPO DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM DESCRICOES THRU DESCRICOES-FIM.
           DISPLAY TELA.
       R8.
           ACCEPT TPARTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF CAT-PARTE = ZEROS
              MOVE "*** INFORME O CODIGO DA PARTE ATINGIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           DISPLAY TELA-LATERAL.
           ACCEPT TLATERAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8.
           IF CAT-LATERAL > 3
              MOVE "*** LATERALIDADE DE 0 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           DISPLAY TELA.
       R10.
           ACCEPT TCID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.
           IF CAT-CID = SPACES
              MOVE "*** INFORME O CID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
       R11.
           ACCEPT TTESTEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R10.
       R12.
           ACCEPT TAFAST.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R11.
           IF CAT-AFAST = "s"
              MOVE "S" TO CAT-AFAST.
           IF CAT-AFAST = "n"
              MOVE "N" TO CAT-AFAST.
           IF CAT-AFAST NOT = "S" AND CAT-AFAST NOT = "N"
              MOVE "*** DIGITE S=SIM  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF CAT-AFAST = "N"
              MOVE ZEROS TO CAT-DIAS-AFAST
              DISPLAY TDIAS
              GO TO SALVAR.
       R13.
           ACCEPT TDIAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R12.
           IF CAT-DIAS-AFAST = ZEROS
              MOVE "*** INFORME OS DIAS DE AFASTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R12.

           IF W-OPCAO = "S" or "s"
               PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           ELSE IF W-OPCAO = "N" or "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.
      *
       DELETAR.
           MOVE "VOCE QUER EXCLUIR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R12.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQCAT
               GO TO R0
           ELSE IF W-OPCAO = "N" or "n" NEXT SENTENCE
           ELSE PERFORM ERROR-VALID GO TO DELETAR.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R0
                ELSE
                   IF W-OPCAO = "A"
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
      *---------------------[ DESCRICOES DA TELA ]---------------------
       DESCRICOES.
           MOVE SPACES TO W-DESC-TIPO W-DESC-AFAST.
           IF CAT-TIPO = 1
              MOVE "TIPICO" TO W-DESC-TIPO.
           IF CAT-TIPO = 2
              MOVE "DOENCA DO TRABALHO" TO W-DESC-TIPO.
           IF CAT-TIPO = 3
              MOVE "TRAJETO" TO W-DESC-TIPO.
           IF CAT-AFA-SEQ NOT = ZEROS
              MOVE "AFASTAMENTO INSS ABERTO" TO W-DESC-AFAST.
       DESCRICOES-FIM.
           EXIT.

      *---------------[ GRAVACAO DA CAT, AFASTAMENTO E S-2210 ]---------
       GRAVA-CAT.
           IF CAT-NUMERO = ZEROS
              PERFORM PROX-NUMERO THRU PROX-NUMERO-FIM.
           IF CAT-AFAST = "S" AND CAT-DIAS-AFAST > 15
              PERFORM GRAVA-AFAST THRU GRAVA-AFAST-FIM.
           IF W-NOVO = "S"
              WRITE REGCAT
           ELSE
              REWRITE REGCAT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO NA GRAVACAO DO ARQCAT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CAT-FIM.
           PERFORM GERA-S2210 THRU GERA-S2210-FIM.
           DISPLAY TNUMERO.
           MOVE "*** CAT GRAVADA - EVENTO S-2210 NO ARQUIVO99 ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CAT-FIM.
           EXIT.

      *    NUMERO DA CAT: SEQUENCIAL UNICO NO ARQCAT.
       PROX-NUMERO.
           MOVE REGCAT TO W-REGCAT.
           MOVE ZEROS TO W-NUM-MAX.
           MOVE ZEROS TO CAT-CHAPA CAT-SEQ.
           START ARQCAT KEY IS NOT LESS THAN CAT-KEY
               INVALID KEY
               GO TO PROX-NUMERO-9.
       PROX-NUMERO-1.
           READ ARQCAT NEXT
               AT END
               GO TO PROX-NUMERO-9.
           IF CAT-NUMERO > W-NUM-MAX
               MOVE CAT-NUMERO TO W-NUM-MAX.
           GO TO PROX-NUMERO-1.
       PROX-NUMERO-9.
           MOVE W-REGCAT TO REGCAT.
           COMPUTE CAT-NUMERO = W-NUM-MAX + 1.
           MOVE "00" TO ST-ERRO.
       PROX-NUMERO-FIM.
           EXIT.

      *    O EMPREGADOR PAGA OS 15 PRIMEIROS DIAS; O AFASTAMENTO A
      *    CARGO DO INSS COMECA NO 16o DIA APOS O ACIDENTE.
       GRAVA-AFAST.
           OPEN I-O ARQAFAST.
           IF ST-AFA NOT = "00"
              IF ST-AFA = "30"
                 OPEN OUTPUT ARQAFAST
                 CLOSE ARQAFAST
                 GO TO GRAVA-AFAST
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQAFAST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-AFAST-FIM.
           IF CAT-AFA-SEQ NOT = ZEROS
              MOVE CAT-CHAPA   TO AFA-CHAPA
              MOVE CAT-AFA-SEQ TO AFA-SEQ
              READ ARQAFAST
              IF ST-AFA = "00"
                 GO TO GRAVA-AFAST-5
              ELSE
                 MOVE ZEROS TO CAT-AFA-SEQ.
           MOVE ZEROS TO W-AFA-SEQ-MAX.
           MOVE CAT-CHAPA TO AFA-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO GRAVA-AFAST-3.
       GRAVA-AFAST-1.
           READ ARQAFAST NEXT
               AT END
               GO TO GRAVA-AFAST-3.
           IF AFA-CHAPA NOT = CAT-CHAPA
               GO TO GRAVA-AFAST-3.
           MOVE AFA-SEQ TO W-AFA-SEQ-MAX.
           GO TO GRAVA-AFAST-1.
       GRAVA-AFAST-3.
           IF W-AFA-SEQ-MAX = 99
              MOVE "*** CHAPA SEM SEQUENCIA LIVRE NO ARQAFAST ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAFAST
              GO TO GRAVA-AFAST-FIM.
           MOVE CAT-CHAPA TO AFA-CHAPA.
           COMPUTE AFA-SEQ = W-AFA-SEQ-MAX + 1.
           MOVE 03  TO AFA-TIPO.
           MOVE "A" TO AFA-STATUS.
       GRAVA-AFAST-5.
           IF AFA-STATUS NOT = "A"
              CLOSE ARQAFAST
              GO TO GRAVA-AFAST-FIM.
           MOVE CAT-DATA TO W-SD-DATA.
           MOVE 16 TO W-SD-QTD.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           MOVE W-SD-DATA TO AFA-DATA-INI.
           MOVE CAT-DATA TO W-SD-DATA.
           COMPUTE W-SD-QTD = CAT-DIAS-AFAST + 1.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           MOVE W-SD-DATA TO AFA-DATA-RET.
           IF CAT-AFA-SEQ = ZEROS
              WRITE REGAFAST
              MOVE AFA-SEQ TO CAT-AFA-SEQ
           ELSE
              REWRITE REGAFAST.
           CLOSE ARQAFAST.
           MOVE "AFASTAMENTO INSS ABERTO" TO W-DESC-AFAST.
           DISPLAY TDESCAFAST.
       GRAVA-AFAST-FIM.
           MOVE "00" TO ST-AFA.

      *    EVENTO S-2210 COM CONTROLE DE PROTOCOLO POR COMPETENCIA DO
      *    ACIDENTE, NO MESMO ARQESOCREC DOS EVENTOS DE REMUNERACAO.
       GERA-S2210.
           OPEN EXTEND TX.
           IF ST-AFA NOT = "00"
               OPEN OUTPUT TX
               IF ST-AFA NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO99" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-S2210-FIM.
           MOVE "FPP131" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-CPF          TO L22-CPF.
           MOVE CAT-NUMERO     TO L22-NUMERO.
           COMPUTE L22-DATA = (CAT-ANO * 10000) + (CAT-MES * 100)
                              + CAT-DIA.
           MOVE CAT-HORA       TO L22-HORA.
           MOVE CAT-TIPO       TO L22-TIPO.
           MOVE CAT-PARTE      TO L22-PARTE.
           MOVE CAT-LATERAL    TO L22-LATERAL.
           MOVE CAT-CID        TO L22-CID.
           MOVE CAT-AFAST      TO L22-AFAST.
           MOVE CAT-DIAS-AFAST TO L22-DIAS.
           MOVE CAT-TESTEMUNHA TO L22-TESTEM.
           WRITE ARQTX FROM LIN2210.
           CLOSE TX.
       GERA-S2210-1.
           OPEN I-O ARQESOCREC
           IF ST-AFA NOT = "00"
               IF ST-AFA = "30"
                   OPEN OUTPUT ARQESOCREC
                   CLOSE ARQESOCREC
                   GO TO GERA-S2210-1
               ELSE
                   MOVE "ERRO NA ABERTURA DO CONTROLE ESOCIAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-S2210-FIM.
           MOVE CAT-CHAPA TO ESR-CHAPA.
           COMPUTE ESR-COMPETENCIA = (CAT-ANO * 100) + CAT-MES.
           MOVE "S-2210" TO ESR-EVENTO.
           MOVE SPACES TO ESR-PROTOCOLO ESR-MSG.
           MOVE "E" TO ESR-STATUS.
           WRITE REGESOCREC.
           IF ST-AFA = "22"
               REWRITE REGESOCREC.
           CLOSE ARQESOCREC.
       GERA-S2210-FIM.
           MOVE "00" TO ST-AFA.

      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]-----------------
       SOMA-DIAS.
           MOVE ZEROS TO W-SD-I.
       SOMA-DIAS-1.
           ADD 1 TO W-SD-I.
           IF W-SD-I > W-SD-QTD
               GO TO FIM-SOMA-DIAS.
           MOVE SD-DIAS(W-SD-MES) TO W-SD-LIMITE.
           IF W-SD-MES = 2
               DIVIDE W-SD-ANO BY 4 GIVING W-SD-AUX4
                   REMAINDER W-SD-RESTO4
               IF W-SD-RESTO4 = ZEROS
                   MOVE 29 TO W-SD-LIMITE.
           ADD 1 TO W-SD-DIA.
           IF W-SD-DIA > W-SD-LIMITE
               MOVE 1 TO W-SD-DIA
               ADD 1 TO W-SD-MES
               IF W-SD-MES > 12
                   MOVE 1 TO W-SD-MES
                   ADD 1 TO W-SD-ANO.
           GO TO SOMA-DIAS-1.
       FIM-SOMA-DIAS.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQCAT.
           OPEN I-O ARQCAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCAT
                  CLOSE ARQCAT
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQCAT
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE FUNCIONARIOS NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE EXCLUSAO ]---------------------
      *    O AFASTAMENTO JA ABERTO NO ARQAFAST NAO E EXCLUIDO AQUI;
      *    SE FOR O CASO, E ENCERRADO OU EXCLUIDO NO FPP039.
       DELETE-ARQCAT.
           DELETE ARQCAT RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCAT
           CLOSE ARQFUNC
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------

       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-DATA-NOT-DELETED.
           MOVE "DADOS NAO DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-FILE-CREATED.
           MOVE "ARQUIVO CRIADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
