           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---------
           SELECT ARQPISO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIS-KEY
                    FILE STATUS  IS ST-PISO.
      *---------------------SINDICATO POR DEPARTAMENTO------------------
           SELECT ARQSINDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-CODPTO
                    FILE STATUS  IS ST-PISO.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-KEY
                    FILE STATUS  IS ST-GRADE.
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DO CARGO-----------------------------
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------ARQUIVO DA EMPRESA--------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
           03 FILLER          PIC 9(08).
           03 FILLER          PIC X(01).
           03 FILLER          PIC X(01).
           03 CODPTO-F        PIC 9(03).
           03 CODCARG-F       PIC 9(03).
           03 NVSALARIAL-F    PIC 9(02).
           03 FILLER          PIC X(01).
           03 FILLER          PIC 9(01).
           03 FILLER          PIC 9(08).
           03 FILLER          PIC 9(04).
           03 FILLER          PIC X(12).
           03 STATUS-F        PIC X(01).
      *---------------------HISTORICO DE SALARIO DO CARGO---------------
       FD ARQSALH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---------
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
      *---------------------SINDICATO POR DEPARTAMENTO------------------
       FD ARQSINDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDV.DAT".
       01 REGSINDV.
           03 SV-CODPTO         PIC 9(03).
           03 SV-SINDICATO      PIC 9(03).
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
            05 GRD-CARGO          PIC 9(03).
            05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
       01 W-TEM-FUNC         PIC X(01) VALUE "N".
       01 W-SALARIOBASE-ANT  PIC 9(06)V99 VALUE ZEROS.
       01 W-HIST-SEQ-MAX     PIC 9(02) VALUE ZEROS.
      *---------------------CRITICA DO PISO SALARIAL--------------------
       01 ST-PISO            PIC X(02) VALUE "00".
       01 ST-GRADE           PIC X(02) VALUE "00".
       01 W-PSO-GRADE        PIC X(01) VALUE "N".
       01 W-PSO-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-PSO-REF          PIC 9(06) VALUE ZEROS.
       01 W-PSO-CARGO        PIC 9(03) VALUE ZEROS.
       01 W-PSO-SALARIO      PIC 9(08)V99 VALUE ZEROS.
       01 W-PSO-BLOQ         PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-BLOQ-SIND    PIC 9(03) VALUE ZEROS.
       01 W-PSO-AVISO        PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-AVISO-SIND   PIC 9(03) VALUE ZEROS.
       01 W-PSO-SIND-ATU     PIC 9(03) VALUE ZEROS.
       01 W-PSO-VALOR-ATU    PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-IND          PIC 9(03) VALUE ZEROS.
       01 W-PSO-QTD          PIC 9(03) VALUE ZEROS.
       01 W-PSO-ED           PIC ZZZ.ZZ9,99.
       01 W-PSO-SIND-ED      PIC 9(03).
       01 TAB-PSO-SIND.
           03 TPS-SIND       PIC 9(03) OCCURS 50 TIMES.
      *-----------------------------------------------------------------
       01 TIPO-SALARIO.
          03 FILLER     PIC X(13) VALUE "HHORISTA".
               VALUE  "            PERICULOS.(S/N):".
           05  LINE 21  COLUMN 35
               VALUE  "INSALUBR.(0-3):".
           05  LINE 21  COLUMN 55
               VALUE  "CBO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
      *---------------------[ CODIGO ]-----------------------------------	   
           05  TINSALUBRIDADE
               LINE 21  COLUMN 51  PIC 9(01)
               USING  INSALUBRIDADE.
           05  TCBO
               LINE 21  COLUMN 60  PIC 9(06)
               USING  CBO.

      *---------------------[ TABELA DE TIPO DE SALARIO ]----------------
       01  TELA-TIPO-SALARIO.
                MOVE SPACES TO DENOMINACAO STATUS1 TXT.
                MOVE SPACES TO TIPOSALARIO TXTSALARIO.
                MOVE "N"    TO BANCO-HORAS PERICULOSIDADE.
                MOVE ZEROS  TO INSALUBRIDADE CBO.
      *-----------------------------------------------------------------  
      *                        ROTINA DE SELECAO                       *
      *----------------------------------------------------------------- 
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.

      *---------------[ ROTINA DE CRITICA DO PISO SALARIAL ]-------------
      *    CARGO ATIVO COM SALARIO MENSAL ABAIXO DO PISO DO SINDICATO
      *    DE QUEM RECEBE O SALARIO DO CARGO NAO E GRAVADO; PISO DE
      *    OUTRO SINDICATO (SEM FUNCIONARIO NO CARGO) PEDE CONFIRMACAO.
       R6A.
           IF STATUS1 NOT = "A"
              GO TO R7.
           MOVE SALARIOBASE TO W-PSO-SALARIO.
           IF TIPOSALARIO = "H"
              MULTIPLY MULT-HORAS BY W-PSO-SALARIO.
           IF TIPOSALARIO = "D"
              MULTIPLY MULT-DIAS BY W-PSO-SALARIO.
           MOVE CODIGO TO W-PSO-CARGO.
           PERFORM VERIFICA-PISO THRU FIM-VERIFICA-PISO.
           IF W-PSO-BLOQ > ZEROS
              MOVE W-PSO-BLOQ      TO W-PSO-ED
              MOVE W-PSO-BLOQ-SIND TO W-PSO-SIND-ED
              MOVE SPACES TO MENS
              STRING "*** ABAIXO DO PISO " W-PSO-ED " SIND "
                     W-PSO-SIND-ED " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-PSO-AVISO = ZEROS
              GO TO R7.
           MOVE W-PSO-AVISO      TO W-PSO-ED.
           MOVE W-PSO-AVISO-SIND TO W-PSO-SIND-ED.
           MOVE SPACES TO MENS.
           STRING "* PISO " W-PSO-ED " NO SIND " W-PSO-SIND-ED
                  " (SEM FUNC.) *" DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6B.
           MOVE "ABAIXO DE PISO SEM FUNCIONARIO. CONFIRMA? (S/N)"
                                                         TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM ERROR-VALID
              GO TO R6B.

      *---------------[ ROTINA DA EMPRESA DO CARGO ]---------------------
       R7.
           ACCEPT TCODEMPRESA.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

      *    CBO DO CARGO, EXIGIDO NO EVENTO S-1030 DO ESOCIAL.
       R11.
           ACCEPT TCBO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01
              GO TO R10.
           IF CBO = ZEROS
              MOVE "*** INFORME O CBO DO CARGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R11.

           IF W-OPCAO = "S" or "s"
			   PERFORM WRITE-ARQCARG
           WRITE REGCARG.
           IF ST-ERRO = "00" OR "02" 
		      PERFORM LOG-DATA-SAVED
              PERFORM LOG-INCLUSAO THRU LOG-INCLUSAO-FIM
           ELSE IF 
		      ST-ERRO = "22" 
              PERFORM REWRITE-ARQCARG
       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.	  
      *---------------[ CRITICA DO PISO SALARIAL (ARQPISO) ]-----------
      *    OS SINDICATOS DOS DEPARTAMENTOS COM FUNCIONARIO ATIVO NO
      *    CARGO QUE RECEBE O SALARIO DO CARGO (SEM NIVEL ATIVO NA
      *    GRADE) VAO PARA TAB-PSO-SIND. PARA CADA SINDICATO COM PISO
      *    DO CARGO, O PISO EM VIGOR NO MES (MAIOR VIGENCIA ATIVA ATE
      *    HOJE) ACIMA DO SALARIO MENSAL VAI PARA W-PSO-BLOQ SE O
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
           IF ST-ERRO NOT = "00"
              CLOSE ARQSINDV
              GO TO VERIFICA-PISO-3.
           MOVE "N" TO W-PSO-GRADE.
           OPEN INPUT ARQGRADE.
           IF ST-GRADE = "00"
              MOVE "S" TO W-PSO-GRADE.
           MOVE ZEROS TO CHAPA-F.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA-F
               INVALID KEY
               GO TO VERIFICA-PISO-2.
       VERIFICA-PISO-1.
           READ ARQFUNC NEXT
               AT END
               GO TO VERIFICA-PISO-2.
           IF STATUS-F NOT = "A" OR CODCARG-F NOT = W-PSO-CARGO
               GO TO VERIFICA-PISO-1.
           IF W-PSO-GRADE = "S" AND NVSALARIAL-F NOT = ZEROS
               MOVE CODCARG-F    TO GRD-CARGO
               MOVE NVSALARIAL-F TO GRD-NIVEL
               READ ARQGRADE
               IF ST-GRADE = "00" AND GRD-STATUS = "A"
                  AND GRD-SALARIO > ZEROS
                   GO TO VERIFICA-PISO-1.
           MOVE CODPTO-F TO SV-CODPTO.
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
           IF W-PSO-GRADE = "S"
               CLOSE ARQGRADE.
           MOVE "00" TO ST-ERRO.
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
      *    INCLUSAO: SO A IMAGEM NOVA (PERMITE REAPLICAR NO FPP164).
       LOG-INCLUSAO.
           MOVE "I" TO LOG-OPERACAO.
           MOVE CODIGO TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGCARG TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-INCLUSAO-FIM.
           EXIT.

      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
