           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------PISO SALARIAL POR SINDICATO E CARGO------
           SELECT ARQPISO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIS-KEY
                      FILE STATUS IS ST-PISO.
      *---------------------SINDICATO POR DEPARTAMENTO---------------
           SELECT ARQSINDV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SV-CODPTO
                      FILE STATUS IS ST-PISO.
      *---------------------ARQUIVO DO FUNCIONARIO-------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-PISO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL---------
           03 TIPOSALARIO     PIC X(01).
           03 SALARIOBASE     PIC 9(06)V99.
           03 STATUS2         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
      *---------------------------------------------------------------
      *---------------------TRILHA DE ALTERACOES (IMAGENS)------------
       FD ARQLOG
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *---------------------PISO SALARIAL POR SINDICATO E CARGO-------
       FD ARQPISO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPISO.DAT".
       01 REGPISO.
           03 PIS-KEY.
            05 PIS-CARGO          PIC 9(03).
            05 PIS-SINDICATO      PIC 9(03).
            05 PIS-VIGENCIA       PIC 9(06).
           03 PIS-VALOR           PIC 9(06)V99.
           03 PIS-STATUS          PIC X(01).
           03 PIS-DATA-CAD        PIC 9(08).
      *---------------------SINDICATO POR DEPARTAMENTO----------------
       FD ARQSINDV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSINDV.DAT".
       01 REGSINDV.
           03 SV-CODPTO         PIC 9(03).
           03 SV-SINDICATO      PIC 9(03).
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
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-DENOMINACAO   PIC X(25) VALUE SPACES.
      *---------------------CRITICA DO PISO SALARIAL------------------
       01 ST-PISO          PIC X(02) VALUE "00".
       01 W-PSO-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-PSO-REF        PIC 9(06) VALUE ZEROS.
       01 W-PSO-CARGO      PIC 9(03) VALUE ZEROS.
       01 W-PSO-NIVEL      PIC 9(02) VALUE ZEROS.
       01 W-PSO-SALARIO    PIC 9(08)V99 VALUE ZEROS.
       01 W-PSO-BLOQ       PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-BLOQ-SIND  PIC 9(03) VALUE ZEROS.
       01 W-PSO-AVISO      PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-AVISO-SIND PIC 9(03) VALUE ZEROS.
       01 W-PSO-SIND-ATU   PIC 9(03) VALUE ZEROS.
       01 W-PSO-VALOR-ATU  PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-IND        PIC 9(03) VALUE ZEROS.
       01 W-PSO-QTD        PIC 9(03) VALUE ZEROS.
       01 W-PSO-ED         PIC ZZZ.ZZ9,99.
       01 W-PSO-SIND-ED    PIC 9(03).
       01 TAB-PSO-SIND.
           03 TPS-SIND     PIC 9(03) OCCURS 50 TIMES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    NIVEL ATIVO ABAIXO DO PISO DO SINDICATO DE QUEM ESTA NELE
      *    NAO E GRAVADO; PISO DE OUTRO SINDICATO PEDE CONFIRMACAO.
       R5.
           IF GRD-STATUS NOT = "A"
              GO TO SALVAR.
           MOVE GRD-SALARIO TO W-PSO-SALARIO.
           IF TIPOSALARIO = "H"
              MULTIPLY MULT-HORAS BY W-PSO-SALARIO.
           IF TIPOSALARIO = "D"
              MULTIPLY MULT-DIAS BY W-PSO-SALARIO.
           MOVE GRD-CARGO TO W-PSO-CARGO.
           MOVE GRD-NIVEL TO W-PSO-NIVEL.
           PERFORM VERIFICA-PISO THRU FIM-VERIFICA-PISO.
           IF W-PSO-BLOQ > ZEROS
              MOVE W-PSO-BLOQ      TO W-PSO-ED
              MOVE W-PSO-BLOQ-SIND TO W-PSO-SIND-ED
              MOVE SPACES TO MENS
              STRING "*** ABAIXO DO PISO " W-PSO-ED " SIND "
                     W-PSO-SIND-ED " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-PSO-AVISO = ZEROS
              GO TO SALVAR.
           MOVE W-PSO-AVISO      TO W-PSO-ED.
           MOVE W-PSO-AVISO-SIND TO W-PSO-SIND-ED.
           MOVE SPACES TO MENS.
           STRING "* PISO " W-PSO-ED " NO SIND " W-PSO-SIND-ED
                  " (SEM FUNC.) *" DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5A.
           MOVE "ABAIXO DE PISO SEM FUNCIONARIO. CONFIRMA? (S/N)"
                                                         TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM ERROR-VALID
              GO TO R5A.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *---------------[ CRITICA DO PISO SALARIAL (ARQPISO) ]-----------
      *    OS SINDICATOS DOS DEPARTAMENTOS COM FUNCIONARIO ATIVO NO
      *    CARGO/NIVEL VAO PARA TAB-PSO-SIND. PARA CADA SINDICATO COM
      *    PISO DO CARGO, O PISO EM VIGOR NO MES (MAIOR VIGENCIA ATIVA
      *    ATE HOJE) ACIMA DO SALARIO MENSAL VAI PARA W-PSO-BLOQ SE O
      *    SINDICATO ESTA NA TABELA, SENAO PARA W-PSO-AVISO.
       VERIFICA-PISO.
           MOVE ZEROS TO W-PSO-BLOQ W-PSO-BLOQ-SIND W-PSO-AVISO
                         W-PSO-AVISO-SIND W-PSO-QTD.
           ACCEPT W-PSO-HOJE FROM DATE YYYYMMDD.
           MOVE W-PSO-HOJE(1:6) TO W-PSO-REF.
           OPEN INPUT ARQPISO.
           IF ST-PISO NOT = "00"
              GO TO FIM-VERIFICA-PISO.
           OPEN INPUT ARQSINDV.
           IF ST-PISO NOT = "00"
              GO TO VERIFICA-PISO-3.
           OPEN INPUT ARQFUNC.
           IF ST-PISO NOT = "00"
              CLOSE ARQSINDV
              GO TO VERIFICA-PISO-3.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO VERIFICA-PISO-2.
       VERIFICA-PISO-1.
           READ ARQFUNC NEXT
               AT END
               GO TO VERIFICA-PISO-2.
           IF STATUS1 NOT = "A" OR CODCARG NOT = W-PSO-CARGO
              OR NVSALARIAL NOT = W-PSO-NIVEL
               GO TO VERIFICA-PISO-1.
           MOVE CODPTO TO SV-CODPTO.
           READ ARQSINDV
               INVALID KEY
               GO TO VERIFICA-PISO-1.
           MOVE ZEROS TO W-PSO-IND.
       VERIFICA-PISO-1A.
           ADD 1 TO W-PSO-IND.
           IF W-PSO-IND > W-PSO-QTD
               IF W-PSO-QTD < 50
                   ADD 1 TO W-PSO-QTD
                   MOVE SV-SINDICATO TO TPS-SIND(W-PSO-QTD)
                   GO TO VERIFICA-PISO-1
               ELSE
                   GO TO VERIFICA-PISO-1.
           IF TPS-SIND(W-PSO-IND) = SV-SINDICATO
               GO TO VERIFICA-PISO-1.
           GO TO VERIFICA-PISO-1A.
       VERIFICA-PISO-2.
           CLOSE ARQFUNC ARQSINDV.
       VERIFICA-PISO-3.
           MOVE ZEROS TO W-PSO-SIND-ATU W-PSO-VALOR-ATU.
           MOVE W-PSO-CARGO TO PIS-CARGO.
           MOVE ZEROS TO PIS-SINDICATO PIS-VIGENCIA.
           START ARQPISO KEY IS NOT LESS THAN PIS-KEY
               INVALID KEY
               GO TO VERIFICA-PISO-9.
       VERIFICA-PISO-4.
           READ ARQPISO NEXT
               AT END
               GO TO VERIFICA-PISO-8.
           IF PIS-CARGO NOT = W-PSO-CARGO
               GO TO VERIFICA-PISO-8.
           IF PIS-SINDICATO NOT = W-PSO-SIND-ATU
               PERFORM AVALIA-PISO THRU FIM-AVALIA-PISO
               MOVE PIS-SINDICATO TO W-PSO-SIND-ATU
               MOVE ZEROS TO W-PSO-VALOR-ATU.
           IF PIS-STATUS = "A" AND PIS-VIGENCIA NOT > W-PSO-REF
               MOVE PIS-VALOR TO W-PSO-VALOR-ATU.
           GO TO VERIFICA-PISO-4.
       VERIFICA-PISO-8.
           PERFORM AVALIA-PISO THRU FIM-AVALIA-PISO.
       VERIFICA-PISO-9.
           CLOSE ARQPISO.
           MOVE "00" TO ST-PISO.
       FIM-VERIFICA-PISO.
           CONTINUE.

       AVALIA-PISO.
           IF W-PSO-VALOR-ATU NOT > W-PSO-SALARIO
               GO TO FIM-AVALIA-PISO.
           MOVE ZEROS TO W-PSO-IND.
       AVALIA-PISO-1.
           ADD 1 TO W-PSO-IND.
           IF W-PSO-IND > W-PSO-QTD
               GO TO AVALIA-PISO-2.
           IF TPS-SIND(W-PSO-IND) NOT = W-PSO-SIND-ATU
               GO TO AVALIA-PISO-1.
           IF W-PSO-VALOR-ATU > W-PSO-BLOQ
               MOVE W-PSO-VALOR-ATU TO W-PSO-BLOQ
               MOVE W-PSO-SIND-ATU  TO W-PSO-BLOQ-SIND.
           GO TO FIM-AVALIA-PISO.
       AVALIA-PISO-2.
           IF W-PSO-VALOR-ATU > W-PSO-AVISO
               MOVE W-PSO-VALOR-ATU TO W-PSO-AVISO
               MOVE W-PSO-SIND-ATU  TO W-PSO-AVISO-SIND.
       FIM-AVALIA-PISO.
           CONTINUE.

      ************************************************************
      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
