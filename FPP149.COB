       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP149.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   ESCALA DE SOBREAVISO E ACIONAMENTOS       *
      ***********************************************
      *----------------------------------------------------------------
      *    REGISTRA POR CHAPA E DATA AS HORAS DE SOBREAVISO ESCALADAS
      *    (TIPO E) E, SEPARADAMENTE, AS CHAMADAS EFETIVAMENTE
      *    TRABALHADAS (TIPO A). O ACIONAMENTO SO E ACEITO EM DIA COM
      *    ESCALA E A SOMA DOS ACIONAMENTOS NAO PASSA DAS HORAS DE
      *    ESCALA DO DIA (MAXIMO DE 24 HORAS). O TIPO DO DIA (N=NORMAL
      *    D=DOMINGO F=FERIADO) E GRAVADO PARA A FOLHA (FPP015) PAGAR
      *    O ACIONAMENTO A 50% OU 100%; A HORA DE SOBREAVISO NAO
      *    ACIONADA E PAGA A 1/3 DA HORA NORMAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------SOBREAVISO E ACIONAMENTOS-------------------
           SELECT ARQSOBRE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SBA-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CALENDARIO DE FERIADOS----------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FERIAD-DATA
                      FILE STATUS IS ST-FERD.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------SOBREAVISO E ACIONAMENTOS-------------------
      *    DATA EM AAAAMMDD (COMO NO ARQPONTO). TIPO: E=ESCALA DE
      *    SOBREAVISO A=ACIONAMENTO. STATUS: A=ATIVO C=CANCELADO.
       FD ARQSOBRE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOBRE.DAT".
       01 REGSOBRE.
           03 SBA-KEY.
            05 SBA-CHAPA          PIC 9(06).
            05 SBA-DATA           PIC 9(08).
            05 SBA-SEQ            PIC 9(02).
           03 SBA-TIPO            PIC X(01).
           03 SBA-HORAS           PIC 9(02)V99.
           03 SBA-TIPO-DIA        PIC X(01).
           03 SBA-STATUS          PIC X(01).
           03 SBA-OBS             PIC X(30).
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
      *---------------------CALENDARIO DE FERIADOS----------------------
       FD ARQFERIAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 FERIAD-DATA         PIC 9(08).
           03 FERIAD-DESCRICAO    PIC X(30).
           03 FERIAD-TIPO         PIC X(01).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
       77 ST-AUTO         PIC X(02) VALUE "00".
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-FERD         PIC X(02) VALUE "00".
       01 W-TEM-FERIADO   PIC X(01) VALUE "S".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-ERRO          PIC X(01) VALUE "N".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-TXT-TIPO      PIC X(12) VALUE SPACES.
       01 W-TXT-DIA       PIC X(08) VALUE SPACES.
       01 W-TXT-STATUS    PIC X(12) VALUE SPACES.
      *---------------[ HORAS DO DIA JA REGISTRADAS ]-------------------
       01 W-REGSOBRE      PIC X(53) VALUE SPACES.
       01 W-CHAPA-SV      PIC 9(06) VALUE ZEROS.
       01 W-DATA-SV       PIC 9(08) VALUE ZEROS.
       01 W-SEQ-SV        PIC 9(02) VALUE ZEROS.
       01 W-TIPO-SV       PIC X(01) VALUE SPACES.
       01 W-HORAS-SV      PIC 9(02)V99 VALUE ZEROS.
       01 W-HORAS-ESC     PIC 9(03)V99 VALUE ZEROS.
       01 W-HORAS-ACN     PIC 9(03)V99 VALUE ZEROS.
      *---------------[ DATA DE TELA DDMMAAAA / CHAVE AAAAMMDD ]--------
       01 W-DATA-TELA     PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD      PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO     PIC 9(04).
           03 W-AMD-MES     PIC 9(02).
           03 W-AMD-DIA     PIC 9(02).
      *---------------[ DIAS CORRIDOS: NUMERO SERIAL DO DIA ]-----------
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-DIA      PIC 9(02).
           03 W-DT-MES      PIC 9(02).
           03 W-DT-ANO      PIC 9(04).
       01 W-DT-SALVA      PIC 9(08) VALUE ZEROS.
       01 W-DIA-SEM       PIC 9(01) VALUE ZEROS.
       01 W-S-DIA         PIC 9(02) VALUE ZEROS.
       01 W-S-MES         PIC 9(02) VALUE ZEROS.
       01 W-S-ANO         PIC 9(04) VALUE ZEROS.
       01 W-S-A           PIC 9(01) VALUE ZEROS.
       01 W-S-Y           PIC 9(04) VALUE ZEROS.
       01 W-S-M           PIC 9(02) VALUE ZEROS.
       01 W-S-AUX         PIC 9(05) VALUE ZEROS.
       01 W-S-Q1          PIC 9(04) VALUE ZEROS.
       01 W-S-Q2          PIC 9(04) VALUE ZEROS.
       01 W-S-Q3          PIC 9(02) VALUE ZEROS.
       01 W-S-Q4          PIC 9(02) VALUE ZEROS.
       01 W-SERIAL        PIC 9(07) VALUE ZEROS.
       01 W-J-A           PIC 9(08) VALUE ZEROS.
       01 W-J-B           PIC 9(03) VALUE ZEROS.
       01 W-J-C           PIC 9(06) VALUE ZEROS.
       01 W-J-D           PIC 9(03) VALUE ZEROS.
       01 W-J-E           PIC 9(04) VALUE ZEROS.
       01 W-J-M           PIC 9(02) VALUE ZEROS.
       01 W-J-AUX         PIC 9(10) VALUE ZEROS.
       01 W-J-AUX2        PIC 9(10) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           ESCALA DE SOBREAVISO E ACIONA".
           05  LINE 02  COLUMN 41
               VALUE  "MENTOS".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " DATA:               |".
           05  LINE 07  COLUMN 01
               VALUE  " SEQUENCIA:          |".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO:               |".
           05  LINE 09  COLUMN 01
               VALUE  " HORAS:              |".
           05  LINE 10  COLUMN 01
               VALUE  " OBSERVACAO:         |".
           05  LINE 11  COLUMN 01
               VALUE  " STATUS:             |".
           05  LINE 13  COLUMN 01
               VALUE  " HORAS DE ESCALA NO DIA:".
           05  LINE 14  COLUMN 01
               VALUE  " HORAS ACIONADAS NO DIA:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  SBA-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TDATA
               LINE 06  COLUMN 24  PIC 99/99/9999
               USING  W-DATA-TELA
               HIGHLIGHT.
           05  TDIA
               LINE 06  COLUMN 36  PIC X(08)
               USING  W-TXT-DIA.
           05  TSEQUENCIA
               LINE 07  COLUMN 24  PIC 9(02)
               USING  SBA-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 24  PIC X(01)
               USING  SBA-TIPO
               HIGHLIGHT.
           05  TTIPO2
               LINE 08  COLUMN 26  PIC X(12)
               USING  W-TXT-TIPO.
           05  THORAS
               LINE 09  COLUMN 24  PIC Z9,99
               USING  SBA-HORAS
               HIGHLIGHT.
           05  TOBS
               LINE 10  COLUMN 24  PIC X(30)
               USING  SBA-OBS
               HIGHLIGHT.
           05  TSTATUS
               LINE 11  COLUMN 24  PIC X(01)
               USING  SBA-STATUS
               HIGHLIGHT.
           05  TSTATUS2
               LINE 11  COLUMN 26  PIC X(12)
               USING  W-TXT-STATUS.
           05  THORESC
               LINE 13  COLUMN 26  PIC ZZ9,99
               USING  W-HORAS-ESC.
           05  THORACN
               LINE 14  COLUMN 26  PIC ZZ9,99
               USING  W-HORAS-ACN.

      *---------------------[ TABELA DE TIPO ]-------------
       01  TELA-TIPO.
           05  LINE 08  COLUMN 50
               VALUE  "E-ESCALA DE SOBREAVISO".
           05  LINE 09  COLUMN 50
               VALUE  "A-ACIONAMENTO (CHAMADA)".
      *---------------------[ TABELA DE STATUS ]-------------
       01  TELA-STATUS.
           05  LINE 10  COLUMN 50
               VALUE  "A-ATIVO".
           05  LINE 11  COLUMN 50
               VALUE  "C-CANCELADO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
       CREATE-FILES.
           PERFORM I-O-ARQSOBRE.
           PERFORM I-O-ARQFUNC.
           OPEN INPUT ARQFERIAD
           IF ST-FERD NOT = "00"
               MOVE "N"  TO W-TEM-FERIADO
               MOVE "00" TO ST-FERD.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO SBA-TIPO SBA-TIPO-DIA SBA-STATUS SBA-OBS
                          W-NOME W-TXT-TIPO W-TXT-DIA W-TXT-STATUS
           MOVE ZEROS TO SBA-KEY SBA-HORAS W-DATA-TELA W-HORAS-ESC
                         W-HORAS-ACN W-SEL
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SBA-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE SBA-CHAPA TO CHAPA.
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
                  GO TO ROT-FIM.
           IF STATUS1 NOT = "A"
               MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE NOME TO W-NOME.
           DISPLAY TELA.
       R3.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE W-DATA-TELA TO W-DT.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF W-ERRO = "S"
              MOVE " DATA INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-DT-ANO TO W-AMD-ANO.
           MOVE W-DT-MES TO W-AMD-MES.
           MOVE W-DT-DIA TO W-AMD-DIA.
           MOVE W-DATA-AMD TO SBA-DATA.
           PERFORM TIPO-DIA THRU FIM-TIPO-DIA.
           PERFORM SOMA-DIA THRU FIM-SOMA-DIA.
           DISPLAY TELA.
       R4.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF SBA-SEQ = 0
              MOVE "SEQUENCIA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       LER-ARQSOBRE.
           READ ARQSOBRE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO
                PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS
                DISPLAY TELA
                MOVE "*** REGISTRO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQSOBRE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** REGISTRO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF SBA-TIPO NOT = "E" AND SBA-TIPO NOT = "A"
              MOVE "*** TIPO E-ESCALA OU A-ACIONAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO.
           DISPLAY TELA.
       R6.
           ACCEPT THORAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF SBA-HORAS = ZEROS OR SBA-HORAS > 24
              MOVE "*** HORAS DE 0,01 A 24,00 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TOBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
       R8.
           DISPLAY TELA-STATUS.
           IF SBA-STATUS = SPACES
              MOVE "A" TO SBA-STATUS.
           ACCEPT TSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF SBA-STATUS NOT = "A" AND SBA-STATUS NOT = "C"
              MOVE "*** STATUS A-ATIVO OU C-CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS.
           DISPLAY TELA.
           PERFORM VALIDA-HORAS THRU FIM-VALIDA-HORAS.
           IF W-ERRO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R8.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQSOBRE
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

           IF W-ACT = 01 GO TO R8.

           IF W-OPCAO = "S" or "s"
               PERFORM VALIDA-EXCLUSAO THRU FIM-VALIDA-EXCLUSAO
               IF W-ERRO = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0
               ELSE
                   PERFORM DELETE-ARQSOBRE
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
                      MOVE 1 TO W-SEL
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
       MOSTRA-TIPO.
           MOVE SPACES TO W-TXT-TIPO.
           IF SBA-TIPO = "E"
               MOVE "ESCALA" TO W-TXT-TIPO.
           IF SBA-TIPO = "A"
               MOVE "ACIONAMENTO" TO W-TXT-TIPO.
       FIM-MOSTRA-TIPO.
           CONTINUE.

       MOSTRA-STATUS.
           MOVE SPACES TO W-TXT-STATUS.
           IF SBA-STATUS = "A"
               MOVE "ATIVO" TO W-TXT-STATUS.
           IF SBA-STATUS = "C"
               MOVE "CANCELADO" TO W-TXT-STATUS.
       FIM-MOSTRA-STATUS.
           CONTINUE.

      *---------------[ TIPO DO DIA: FERIADO, DOMINGO OU NORMAL ]-------
      *    W-DT (DDMMAAAA) E W-SERIAL JA CARREGADOS POR VALIDA-DATA.
      *    SERIAL MOD 7: 0=SEGUNDA ... 6=DOMINGO.
       TIPO-DIA.
           MOVE "N" TO SBA-TIPO-DIA.
           MOVE "NORMAL" TO W-TXT-DIA.
           DIVIDE W-SERIAL BY 7 GIVING W-J-AUX REMAINDER W-DIA-SEM.
           IF W-DIA-SEM = 6
               MOVE "D" TO SBA-TIPO-DIA
               MOVE "DOMINGO" TO W-TXT-DIA.
           IF W-TEM-FERIADO NOT = "S"
               GO TO FIM-TIPO-DIA.
           MOVE W-DT TO FERIAD-DATA.
           READ ARQFERIAD
               INVALID KEY
               GO TO FIM-TIPO-DIA.
           MOVE "F" TO SBA-TIPO-DIA.
           MOVE "FERIADO" TO W-TXT-DIA.
       FIM-TIPO-DIA.
           MOVE "00" TO ST-FERD.

      *---------------[ HORAS DE ESCALA E ACIONADAS DA CHAPA NO DIA ]---
      *    SOMA OS REGISTROS ATIVOS DA CHAPA/DATA, MENOS A SEQUENCIA
      *    EM EDICAO (W-SEQ-SV; ZERO = TODAS).
       SOMA-DIA.
           MOVE ZEROS TO W-HORAS-ESC W-HORAS-ACN.
           MOVE REGSOBRE TO W-REGSOBRE.
           MOVE SBA-CHAPA TO W-CHAPA-SV.
           MOVE SBA-DATA  TO W-DATA-SV.
           MOVE ZEROS TO SBA-SEQ.
           START ARQSOBRE KEY IS NOT LESS THAN SBA-KEY
               INVALID KEY
               GO TO SOMA-DIA-9.
       SOMA-DIA-1.
           READ ARQSOBRE NEXT
               AT END
               GO TO SOMA-DIA-9.
           IF SBA-CHAPA NOT = W-CHAPA-SV OR SBA-DATA NOT = W-DATA-SV
               GO TO SOMA-DIA-9.
           IF SBA-STATUS NOT = "A"
               GO TO SOMA-DIA-1.
           IF W-SEQ-SV NOT = ZEROS AND SBA-SEQ = W-SEQ-SV
               GO TO SOMA-DIA-1.
           IF SBA-TIPO = "E"
               ADD SBA-HORAS TO W-HORAS-ESC
           ELSE
               ADD SBA-HORAS TO W-HORAS-ACN.
           GO TO SOMA-DIA-1.
       SOMA-DIA-9.
           MOVE W-REGSOBRE TO REGSOBRE.
           MOVE "00" TO ST-ERRO.
       FIM-SOMA-DIA.
           CONTINUE.

      *---------------[ LIMITES DE HORAS DO DIA ]-----------------------
      *    ESCALA: NO MAXIMO 24 HORAS NO DIA E NUNCA MENOS QUE O JA
      *    ACIONADO. ACIONAMENTO: SO COM ESCALA NO DIA E ATE AS HORAS
      *    DE ESCALA. REGISTRO CANCELADO NAO ENTRA NA CONTA.
       VALIDA-HORAS.
           MOVE "N" TO W-ERRO.
           IF SBA-STATUS NOT = "A"
               GO TO FIM-VALIDA-HORAS.
           MOVE SBA-SEQ TO W-SEQ-SV.
           PERFORM SOMA-DIA THRU FIM-SOMA-DIA.
           MOVE ZEROS TO W-SEQ-SV.
           IF SBA-TIPO = "A"
               GO TO VALIDA-HORAS-2.
           IF W-HORAS-ESC + SBA-HORAS > 24
               MOVE "S" TO W-ERRO
               MOVE "*** ESCALA DO DIA PASSA DE 24 HORAS ***" TO MENS
               GO TO FIM-VALIDA-HORAS.
           IF W-HORAS-ESC + SBA-HORAS < W-HORAS-ACN
               MOVE "S" TO W-ERRO
               MOVE "*** ESCALA MENOR QUE AS HORAS ACIONADAS ***"
                                                          TO MENS.
           GO TO FIM-VALIDA-HORAS.
       VALIDA-HORAS-2.
           IF W-HORAS-ESC = ZEROS
               MOVE "S" TO W-ERRO
               MOVE "*** NAO HA ESCALA DE SOBREAVISO NO DIA ***" TO MENS
               GO TO FIM-VALIDA-HORAS.
           IF W-HORAS-ACN + SBA-HORAS > W-HORAS-ESC
               MOVE "S" TO W-ERRO
               MOVE "*** ACIONAMENTO ALEM DAS HORAS DE ESCALA ***"
                                                          TO MENS.
       FIM-VALIDA-HORAS.
           CONTINUE.

      *---------------[ EXCLUSAO DE ESCALA COM ACIONAMENTO ]------------
      *    A ESCALA NAO PODE SAIR SE AS QUE SOBRAM NAO COBREM OS
      *    ACIONAMENTOS JA REGISTRADOS NO DIA.
       VALIDA-EXCLUSAO.
           MOVE "N" TO W-ERRO.
           IF SBA-TIPO NOT = "E" OR SBA-STATUS NOT = "A"
               GO TO FIM-VALIDA-EXCLUSAO.
           MOVE SBA-SEQ TO W-SEQ-SV.
           PERFORM SOMA-DIA THRU FIM-SOMA-DIA.
           MOVE ZEROS TO W-SEQ-SV.
           IF W-HORAS-ACN > W-HORAS-ESC
               MOVE "S" TO W-ERRO
               MOVE "*** ESCALA COM ACIONAMENTO - NAO EXCLUIDA ***"
                                                          TO MENS.
       FIM-VALIDA-EXCLUSAO.
           CONTINUE.

      *---------------[ DATA DDMMAAAA EM W-DT ]-------------------------
      *    A DATA E VALIDA QUANDO O SERIAL DEVOLVE O MESMO DIA/MES/ANO.
       VALIDA-DATA.
           MOVE "N" TO W-ERRO.
           IF W-DT-DIA = ZEROS OR W-DT-DIA > 31 OR W-DT-MES = ZEROS
              OR W-DT-MES > 12 OR W-DT-ANO < 1900 OR W-DT-ANO > 2099
               MOVE "S" TO W-ERRO
               GO TO FIM-VALIDA-DATA.
           MOVE W-DT TO W-DT-SALVA.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           IF W-DT NOT = W-DT-SALVA
               MOVE "S" TO W-ERRO.
           MOVE W-DT-SALVA TO W-DT.
       FIM-VALIDA-DATA.
           CONTINUE.

      *---------[ NUMERO SERIAL DO DIA W-DT (DDMMAAAA) EM W-SERIAL ]----
       CALC-SERIAL.
           MOVE W-DT-DIA TO W-S-DIA.
           MOVE W-DT-MES TO W-S-MES.
           MOVE W-DT-ANO TO W-S-ANO.
           COMPUTE W-S-A = (14 - W-S-MES) / 12.
           COMPUTE W-S-Y = W-S-ANO + 4800 - W-S-A.
           COMPUTE W-S-M = W-S-MES + (12 * W-S-A) - 3.
           COMPUTE W-S-AUX = (153 * W-S-M) + 2.
           DIVIDE W-S-AUX BY 5 GIVING W-S-Q1.
           DIVIDE W-S-Y BY 4 GIVING W-S-Q2.
           DIVIDE W-S-Y BY 100 GIVING W-S-Q3.
           DIVIDE W-S-Y BY 400 GIVING W-S-Q4.
           COMPUTE W-SERIAL = W-S-DIA + W-S-Q1 + (365 * W-S-Y)
               + W-S-Q2 - W-S-Q3 + W-S-Q4 - 32045.
       FIM-CALC-SERIAL.
           CONTINUE.

      *---------[ DATA W-DT (DDMMAAAA) DO NUMERO SERIAL W-SERIAL ]------
       CALC-DATA.
           COMPUTE W-J-A = W-SERIAL + 32044.
           COMPUTE W-J-AUX = (4 * W-J-A) + 3.
           DIVIDE W-J-AUX BY 146097 GIVING W-J-B.
           COMPUTE W-J-AUX = 146097 * W-J-B.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-C = W-J-A - W-J-AUX2.
           COMPUTE W-J-AUX = (4 * W-J-C) + 3.
           DIVIDE W-J-AUX BY 1461 GIVING W-J-D.
           COMPUTE W-J-AUX = 1461 * W-J-D.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-E = W-J-C - W-J-AUX2.
           COMPUTE W-J-AUX = (5 * W-J-E) + 2.
           DIVIDE W-J-AUX BY 153 GIVING W-J-M.
           COMPUTE W-J-AUX = (153 * W-J-M) + 2.
           DIVIDE W-J-AUX BY 5 GIVING W-J-AUX2.
           COMPUTE W-DT-DIA = W-J-E - W-J-AUX2 + 1.
           DIVIDE W-J-M BY 10 GIVING W-J-AUX.
           COMPUTE W-DT-MES = W-J-M + 3 - (12 * W-J-AUX).
           COMPUTE W-DT-ANO = (100 * W-J-B) + W-J-D - 4800 + W-J-AUX.
       FIM-CALC-DATA.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQSOBRE.
           OPEN I-O ARQSOBRE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQSOBRE
                  CLOSE ARQSOBRE
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQSOBRE
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

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQSOBRE.
           WRITE REGSOBRE.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQSOBRE.

       REWRITE-ARQSOBRE.
           REWRITE REGSOBRE.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQSOBRE.
           DELETE ARQSOBRE RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQSOBRE ARQFUNC.
           IF W-TEM-FERIADO = "S"
               CLOSE ARQFERIAD.
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

       LOG-DATA-SAVED.
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
      *---------------[ BLOQUEIO DURANTE A CADEIA NOTURNA ]-------------
      *    ENQUANTO A CHAVE ARQAUTO ESTIVER LIGADA (FPP064 EM CURSO)
      *    A MANUTENCAO DOS CADASTROS FICA BLOQUEADA PARA A FOLHA NAO
      *    PROCESSAR DADOS METADE ANTIGOS, METADE NOVOS.
       CHECA-FOLHA-PROC.
           OPEN INPUT ARQAUTO.
           IF ST-AUTO = "00"
               READ ARQAUTO
               IF ST-AUTO = "00" AND AUTO-FLAG = "S"
                   CLOSE ARQAUTO
                   MOVE "*** FOLHA EM PROCESSAMENTO - AGUARDE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   EXIT PROGRAM
               END-IF
               CLOSE ARQAUTO.
           MOVE "00" TO ST-AUTO.
       CHECA-FOLHA-PROC-FIM.
           EXIT.

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
