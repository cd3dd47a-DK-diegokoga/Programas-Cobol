       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP153.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   PISO SALARIAL POR SINDICATO E CARGO       *
      ***********************************************
      *----------------------------------------------------------------
      *    TABELA DOS PISOS DAS CONVENCOES COLETIVAS. A CHAVE E O
      *    CARGO + SINDICATO (ARQSIND/FPP083) + VIGENCIA (AAAAMM); CADA
      *    DISSIDIO GANHA UMA NOVA VIGENCIA, SEM APAGAR AS ANTERIORES.
      *    O PISO EM VIGOR NUMA COMPETENCIA E O DA MAIOR VIGENCIA ATIVA
      *    NAO POSTERIOR A ELA. O VALOR E MENSAL: HORISTAS E DIARISTAS
      *    SAO COMPARADOS PELO SALARIO X MULTIPLICADOR DO CARGO.
      *    O PISO E CRITICADO NO CARGO (FPP002), NA GRADE (FPP079), NO
      *    REAJUSTE EM LOTE (FPP047) E NA CRITICA GERAL (FPP154).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---------
           SELECT ARQPISO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIS-KEY
                      LOCK MODE IS MANUAL WITH LOCK ON RECORD
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DE SINDICATOS----------------------
           SELECT ARQSIND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SIN-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---------
      *    VIGENCIA EM AAAAMM. VALOR MENSAL. STATUS: A=ATIVO D=DESATIV.
       FD ARQPISO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPISO.DAT".
       01 REGPISO.
           03 PIS-KEY.
            05 PIS-CARGO          PIC 9(03).
            05 PIS-SINDICATO      PIC 9(03).
            05 PIS-VIGENCIA       PIC 9(06).
            05 PIS-VIG-R REDEFINES PIS-VIGENCIA.
             07 PIS-VIG-ANO       PIC 9(04).
             07 PIS-VIG-MES       PIC 9(02).
           03 PIS-VALOR           PIC 9(06)V99.
           03 PIS-STATUS          PIC X(01).
           03 PIS-DATA-CAD        PIC 9(08).
      *---------------------CADASTRO DE SINDICATOS----------------------
       FD ARQSIND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
           03 SIN-CODIGO        PIC 9(03).
           03 SIN-NOME          PIC X(30).
           03 SIN-TIPO-COB      PIC X(01).
           03 SIN-VALOR         PIC 9(06)V99.
           03 SIN-BANCO         PIC 9(03).
           03 SIN-AGENCIA       PIC 9(05).
           03 SIN-CONTA         PIC X(12).
           03 SIN-STATUS        PIC X(01).
      *---------------------ARQUIVO DO CARGO----------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
           03 TIPOSALARIO     PIC X(01).
           03 SALARIOBASE     PIC 9(06)V99.
           03 STATUS2         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
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
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 ST-AUTO         PIC X(02) VALUE "00".
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-SIN-NOME      PIC X(30) VALUE SPACES.
       01 W-DENOMINACAO   PIC X(25) VALUE SPACES.
       01 W-SAL-MENSAL    PIC 9(08)V99 VALUE ZEROS.
       01 W-TXT-STATUS    PIC X(10) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          PISO SALARIAL POR SINDICATO E".
           05  LINE 02  COLUMN 41
               VALUE  " CARGO".
           05  LINE 05  COLUMN 01
               VALUE  " SINDICATO:          |".
           05  LINE 06  COLUMN 01
               VALUE  " CARGO:              |".
           05  LINE 07  COLUMN 01
               VALUE  " SALARIO DO CARGO:   |".
           05  LINE 07  COLUMN 40
               VALUE  "(MENSAL)".
           05  LINE 08  COLUMN 01
               VALUE  " VIGENCIA (AAAAMM):  |".
           05  LINE 09  COLUMN 01
               VALUE  " PISO MENSAL:        |".
           05  LINE 10  COLUMN 01
               VALUE  " STATUS (A/D):       |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TSINDICATO
               LINE 05  COLUMN 24  PIC 9(03)
               USING  PIS-SINDICATO.
           05  TSINNOME
               LINE 05  COLUMN 30  PIC X(30)
               USING  W-SIN-NOME.
           05  TCARGO
               LINE 06  COLUMN 24  PIC 9(03)
               USING  PIS-CARGO
               HIGHLIGHT.
           05  TDENOMINACAO
               LINE 06  COLUMN 30  PIC X(25)
               USING  W-DENOMINACAO.
           05  TSALMENSAL
               LINE 07  COLUMN 24  PIC ZZ.ZZZ.ZZ9,99
               USING  W-SAL-MENSAL.
           05  TVIGENCIA
               LINE 08  COLUMN 24  PIC 9(06)
               USING  PIS-VIGENCIA
               HIGHLIGHT.
           05  TVALOR
               LINE 09  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  PIS-VALOR
               HIGHLIGHT.
           05  TSTATUS
               LINE 10  COLUMN 24  PIC X(01)
               USING  PIS-STATUS
               HIGHLIGHT.
           05  TSTATUS2
               LINE 10  COLUMN 26  PIC X(10)
               USING  W-TXT-STATUS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       CREATE-FILES.
           PERFORM I-O-ARQPISO.
           PERFORM I-O-ARQSIND.
           PERFORM I-O-ARQCARG.
      *-----------------------------------------------------------------
       R0.
           UNLOCK ARQPISO.
           MOVE SPACES TO PIS-STATUS W-SIN-NOME W-DENOMINACAO
                          W-TXT-STATUS
           MOVE ZEROS TO PIS-SINDICATO PIS-CARGO PIS-VIGENCIA
                         PIS-VALOR PIS-DATA-CAD W-SAL-MENSAL W-SEL
           DISPLAY TELA.
       R1.
           ACCEPT TSINDICATO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PIS-SINDICATO = ZEROS
                 MOVE "*** SINDICATO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE PIS-SINDICATO TO SIN-CODIGO.
           READ ARQSIND
              INVALID KEY
              MOVE "*** SINDICATO NAO CADASTRADO (FPP083) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SIN-NOME TO W-SIN-NOME.
           DISPLAY TSINNOME.
       R2.
           ACCEPT TCARGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF PIS-CARGO = ZEROS
              MOVE "*** CARGO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PIS-CARGO TO CODIGO.
           READ ARQCARG
              INVALID KEY
              MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE DENOMINACAO TO W-DENOMINACAO.
      *    SALARIO DO CARGO EM VALOR MENSAL, PARA COMPARAR COM O PISO.
           MOVE SALARIOBASE TO W-SAL-MENSAL.
           IF TIPOSALARIO = "H"
               MULTIPLY MULT-HORAS BY W-SAL-MENSAL.
           IF TIPOSALARIO = "D"
               MULTIPLY MULT-DIAS BY W-SAL-MENSAL.
           DISPLAY TDENOMINACAO.
           DISPLAY TSALMENSAL.
       R3.
           IF PIS-VIGENCIA = ZEROS
               MOVE W-HOJE(1:6) TO PIS-VIGENCIA.
           ACCEPT TVIGENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF PIS-VIG-MES = ZEROS OR PIS-VIG-MES > 12
              OR PIS-VIG-ANO < 1900
              MOVE "*** VIGENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-ARQPISO.
           READ ARQPISO WITH LOCK
           IF ST-ERRO = "00"
              MOVE REGPISO TO W-IMAGEM-ANT.
           IF ST-ERRO = "99" OR ST-ERRO = "51"
              MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS
                DISPLAY TELA
                MOVE "*** PISO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQPISO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO PIS-VALOR PIS-DATA-CAD
                MOVE "A" TO PIS-STATUS
                PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS
                DISPLAY TELA
                MOVE "*** PISO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF PIS-VALOR = ZEROS
              MOVE "*** PISO NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    SO AVISO: QUEM CORRIGE O SALARIO E O FPP002/FPP047.
           IF W-SAL-MENSAL < PIS-VALOR
              MOVE "*** SALARIO DO CARGO ABAIXO DESTE PISO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TSTATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF PIS-STATUS = "a"
              MOVE "A" TO PIS-STATUS.
           IF PIS-STATUS = "d"
              MOVE "D" TO PIS-STATUS.
           IF PIS-STATUS NOT = "A" AND PIS-STATUS NOT = "D"
              MOVE "*** STATUS DEVE SER A=ATIVO OU D=DESATIV ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM MOSTRA-STATUS THRU FIM-MOSTRA-STATUS.
           DISPLAY TSTATUS2.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R5.

           IF PIS-DATA-CAD = ZEROS
               MOVE W-HOJE TO PIS-DATA-CAD.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQPISO
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

           IF W-ACT = 01 GO TO R3.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQPISO
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
                      GO TO R4
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
       MOSTRA-STATUS.
           MOVE SPACES TO W-TXT-STATUS.
           IF PIS-STATUS = "A"
               MOVE "ATIVO" TO W-TXT-STATUS.
           IF PIS-STATUS = "D"
               MOVE "DESATIVADO" TO W-TXT-STATUS.
       FIM-MOSTRA-STATUS.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQPISO.
           OPEN I-O ARQPISO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQPISO
                  CLOSE ARQPISO
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQPISO
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQSIND.
           OPEN INPUT ARQSIND
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE SINDICATOS ANTES (FPP083) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       I-O-ARQCARG.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE CARGOS ANTES (FPP002) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------
       WRITE-ARQPISO.
           WRITE REGPISO.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
              MOVE "I" TO LOG-OPERACAO
              MOVE PIS-KEY TO LOG-CHAVE
              MOVE SPACES TO LOG-IMAGEM-ANT
              MOVE REGPISO TO LOG-IMAGEM-NOVA
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQPISO.

      *---------------------[ ROTINA DE REESCRITA ]---------------------
       REWRITE-ARQPISO.
           REWRITE REGPISO.
           IF ST-ERRO = "00" OR "02"
               PERFORM LOG-DATA-SAVED
               MOVE "A" TO LOG-OPERACAO
               MOVE PIS-KEY TO LOG-CHAVE
               MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT
               MOVE REGPISO TO LOG-IMAGEM-NOVA
               PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ELSE
               PERFORM ERROR-DATA-NOT-SAVED.

      *--------------------[ ROTINA DE EXCLUSAO ]----------------------
       DELETE-ARQPISO.
           DELETE ARQPISO RECORD.
           IF ST-ERRO = "00"
               PERFORM LOG-DATA-DELETED
               MOVE "E" TO LOG-OPERACAO
               MOVE PIS-KEY TO LOG-CHAVE
               MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT
               MOVE SPACES TO LOG-IMAGEM-NOVA
               PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ELSE
               PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQPISO ARQSIND ARQCARG.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------
       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-DATA-NOT-SAVED.
           MOVE "DADOS NAO GRAVADOS" TO MENS
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
      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-USUARIO-LOG TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQPISO" TO LOG-ARQUIVO.
           WRITE REGLOG.
           CLOSE ARQLOG.
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
       LE-USUARIO-FIM.
           EXIT.

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
      *---------------------*** FIM DE PROGRAMA ***--------------------*
