       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP154.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CRITICA DE SALARIOS ABAIXO DO PISO        *
      ***********************************************
      *----------------------------------------------------------------
      *    LISTA, POR DEPARTAMENTO, OS FUNCIONARIOS ATIVOS CUJO SALARIO
      *    MENSAL FICA ABAIXO DO PISO DO CARGO NO SINDICATO DO
      *    DEPARTAMENTO (ARQSINDV), PELA TABELA DO FPP153 EM VIGOR NA
      *    COMPETENCIA. O SALARIO E O DA GRADE (CARGO+NIVEL ATIVO) OU,
      *    SEM ELA, O DO CARGO, COMO NA FOLHA; HORISTA E DIARISTA PELO
      *    MULTIPLICADOR DO CARGO. DEPARTAMENTO SEM SINDICATO NAO E
      *    CRITICADO. DEPARTAMENTO ZERO = TODOS. VAI PARA O ARQUIVO105.
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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PIS-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------SINDICATO POR DEPARTAMENTO------------------
           SELECT ARQSINDV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SV-CODPTO
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DE SINDICATOS----------------------
           SELECT ARQSIND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SIN-CODIGO
                  FILE STATUS  IS ST-SIND.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRD-KEY
                  FILE STATUS  IS ST-GRADE.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DA CRITICA------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
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
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS-DEP      PIC X(01).
           03 CODEMPRESA-DEP  PIC 9(03).
           03 DEP-GESTOR      PIC 9(06).
      *---------------------RELATORIO DA CRITICA------------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-SIND    PIC X(02) VALUE "00".
       77 ST-GRADE   PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TEM-SIND    PIC X(01) VALUE "N".
       01 W-TEM-GRADE   PIC X(01) VALUE "N".
       01 W-DEP-CAB     PIC X(01) VALUE "N".
       01 W-SINDICATO   PIC 9(03) VALUE ZEROS.
       01 W-SIN-NOME    PIC X(30) VALUE SPACES.
       01 W-SAL-MENSAL  PIC 9(08)V99 VALUE ZEROS.
       01 W-PISO        PIC 9(06)V99 VALUE ZEROS.
       01 W-DIFERENCA   PIC 9(08)V99 VALUE ZEROS.
      *---------------[ CONTADORES DO DEPARTAMENTO E GERAIS ]-----------
       01 W-DEP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-DEP-DIF     PIC 9(09)V99 VALUE ZEROS.
       01 W-GER-QTD     PIC 9(05) VALUE ZEROS.
       01 W-GER-DIF     PIC 9(09)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(95) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(95) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(40) VALUE
           "SALARIOS ABAIXO DO PISO SINDICAL - ".
           05  C1-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(23) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CABDEP.
           05  FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
           05  CD-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CD-DESCR    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(13) VALUE "  SINDICATO: ".
           05  CD-SIND     PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CD-SIN-NOME PIC X(30) VALUE SPACES.
       01  CABDET.
           05  FILLER      PIC X(48) VALUE
           "CHAPA  FUNCIONARIO            CARGO DENOMINACAO ".
           05  FILLER      PIC X(47) VALUE
           "         NV SAL.MENSAL       PISO  DIFERENCA".
       01  LINDET.
           05  LD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(22) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LD-DENOM    PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NIVEL    PIC Z9    VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SALARIO  PIC ZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-PISO     PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-DIF      PIC ZZZZZ9,99 VALUE ZEROS.
       01  LINRES1.
           05  FILLER      PIC X(30) VALUE
           "FUNCIONARIOS ABAIXO DO PISO: ".
           05  LR-QTD      PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(30) VALUE
           "   DIFERENCA MENSAL TOTAL: ".
           05  LR-DIF      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINGERAL.
           05  FILLER      PIC X(45) VALUE
           "TOTAL GERAL DOS DEPARTAMENTOS LISTADOS".
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** CRITICA DE SALARIOS ABAIXO DO PIS".
           05  LINE 02  COLUMN 41
               VALUE  "O SINDICAL ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA".
           05  LINE 06  COLUMN 41
               VALUE  " (AAAAMM)          :".
           05  LINE 08  COLUMN 01
               VALUE  "                            DEPARTAMENTO".
           05  LINE 08  COLUMN 41
               VALUE  " (0=TODOS)         :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 06  COLUMN 62  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TDEPTO
               LINE 08  COLUMN 62  PIC 9(03)
               USING  W-DEPTO
               HIGHLIGHT.
           05  TDEPDESCR
               LINE 09  COLUMN 42  PIC X(25)
               USING  W-DEP-DESCR.
           05  TW-OPCAO
               LINE 12  COLUMN 62  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-TX-DATA
                MOVE W-HOJE(1:6) TO W-COMPETENCIA
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQPISO
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM PISOS CADASTRADOS (FPP153) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQSINDV
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM SINDICATO POR DEPARTAMENTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQPISO
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQPISO ARQSINDV
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQPISO ARQSINDV ARQCARG
               GO TO ROT-FIM.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQPISO ARQSINDV ARQCARG ARQFUNC
               GO TO ROT-FIM.
      *    SEM GRADE VALE O SALARIO DO CARGO; SEM ARQSIND SAI SO O
      *    CODIGO DO SINDICATO.
           MOVE "N" TO W-TEM-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-GRADE = "00"
               MOVE "S" TO W-TEM-GRADE.
           MOVE "N" TO W-TEM-SIND.
           OPEN INPUT ARQSIND
           IF ST-SIND = "00"
               MOVE "S" TO W-TEM-SIND.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1900
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TDEPTO
                MOVE SPACES TO W-DEP-DESCR
                IF W-DEPTO = ZEROS
                   MOVE "TODOS" TO W-DEP-DESCR
                   DISPLAY TDEPDESCR
                   GO TO INC-OPC.
                MOVE W-DEPTO TO CODIGO1
                READ ARQDEP
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPB.
                MOVE DENOMINACAO-DEP TO W-DEP-DESCR
                DISPLAY TDEPDESCR.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP154" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-COMP-MES TO C1-MES.
           MOVE W-COMP-ANO TO C1-ANO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-GER-QTD W-GER-DIF.
           MOVE W-DEPTO TO CODIGO1.
           START ARQDEP KEY IS NOT LESS THAN CODIGO1
               INVALID KEY
               GO TO FIM-DEPTOS.
      *---------------[ UM BLOCO POR DEPARTAMENTO ]---------------------
       LER-DEPTO.
           READ ARQDEP NEXT
               AT END
               GO TO FIM-DEPTOS.
           IF W-DEPTO NOT = ZEROS AND CODIGO1 NOT = W-DEPTO
               GO TO FIM-DEPTOS.
           MOVE CODIGO1 TO SV-CODPTO.
           READ ARQSINDV
               INVALID KEY
               GO TO LER-DEPTO.
           MOVE SV-SINDICATO TO W-SINDICATO.
           MOVE SPACES TO W-SIN-NOME.
           IF W-TEM-SIND = "S"
               MOVE W-SINDICATO TO SIN-CODIGO
               READ ARQSIND
               IF ST-SIND = "00"
                   MOVE SIN-NOME TO W-SIN-NOME.
           MOVE ZEROS TO W-DEP-QTD W-DEP-DIF.
      *    O CABECALHO SO SAI SE O DEPARTAMENTO TIVER ALGUEM ABAIXO.
           MOVE "N" TO W-DEP-CAB.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-FUNC.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-FUNC.
           IF CODPTO NOT = CODIGO1 OR STATUS1 NOT = "A"
               GO TO LER-FUNC.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO LER-FUNC.
           PERFORM SALARIO-MENSAL THRU FIM-SALARIO-MENSAL.
           PERFORM PISO-VIGENTE THRU FIM-PISO-VIGENTE.
           IF W-PISO NOT > W-SAL-MENSAL
               GO TO LER-FUNC.
           IF W-DEP-CAB = "N"
               MOVE "S"             TO W-DEP-CAB
               MOVE CODIGO1         TO CD-CODIGO
               MOVE DENOMINACAO-DEP TO CD-DESCR
               MOVE W-SINDICATO     TO CD-SIND
               MOVE W-SIN-NOME      TO CD-SIN-NOME
               WRITE ARQTX FROM CABDEP
               WRITE ARQTX FROM LINTRACO
               WRITE ARQTX FROM CABDET.
           COMPUTE W-DIFERENCA = W-PISO - W-SAL-MENSAL.
           MOVE CHAPA        TO LD-CHAPA.
           MOVE NOME         TO LD-NOME.
           MOVE CODCARG      TO LD-CARGO.
           MOVE DENOMINACAO  TO LD-DENOM.
           MOVE NVSALARIAL   TO LD-NIVEL.
           MOVE W-SAL-MENSAL TO LD-SALARIO.
           MOVE W-PISO       TO LD-PISO.
           MOVE W-DIFERENCA  TO LD-DIF.
           WRITE ARQTX FROM LINDET.
           ADD 1 TO W-DEP-QTD.
           ADD W-DIFERENCA TO W-DEP-DIF.
           GO TO LER-FUNC.
       FIM-FUNC.
           MOVE "00" TO ST-ERRO.
           IF W-DEP-QTD = ZEROS
               GO TO LER-DEPTO.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-DEP-QTD TO LR-QTD.
           MOVE W-DEP-DIF TO LR-DIF.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINSEP.
           ADD W-DEP-QTD TO W-GER-QTD.
           ADD W-DEP-DIF TO W-GER-DIF.
           GO TO LER-DEPTO.
       FIM-DEPTOS.
           MOVE "00" TO ST-ERRO.
           IF W-DEPTO NOT = ZEROS
               GO TO FIM-GERACAO.
           WRITE ARQTX FROM LINGERAL.
           MOVE W-GER-QTD TO LR-QTD.
           MOVE W-GER-DIF TO LR-DIF.
           WRITE ARQTX FROM LINRES1.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           IF W-GER-QTD = ZEROS
               MOVE "*** NENHUM SALARIO ABAIXO DO PISO ***" TO MENS
           ELSE
               MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQPISO ARQSINDV ARQCARG ARQFUNC ARQDEP.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
           IF W-TEM-SIND = "S"
               CLOSE ARQSIND.
           GO TO ROT-FIM1.
      *
      *---------[ SALARIO MENSAL DO FUNCIONARIO ]-----------------------
      *    GRADE DO CARGO+NIVEL QUANDO ATIVA, SENAO SALARIO DO CARGO.
       SALARIO-MENSAL.
           MOVE SALARIOBASE TO W-SAL-MENSAL.
           IF W-TEM-GRADE NOT = "S" OR NVSALARIAL = ZEROS
               GO TO SALARIO-MENSAL-1.
           MOVE CODCARG    TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               GO TO SALARIO-MENSAL-1.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO W-SAL-MENSAL.
       SALARIO-MENSAL-1.
           IF TIPOSALARIO = "H"
               MULTIPLY MULT-HORAS BY W-SAL-MENSAL.
           IF TIPOSALARIO = "D"
               MULTIPLY MULT-DIAS BY W-SAL-MENSAL.
       FIM-SALARIO-MENSAL.
           MOVE "00" TO ST-GRADE.
      *
      *---------[ PISO DO CARGO NO SINDICATO EM VIGOR NA COMPETENCIA ]--
      *    MAIOR VIGENCIA ATIVA NAO POSTERIOR A COMPETENCIA.
       PISO-VIGENTE.
           MOVE ZEROS TO W-PISO.
           MOVE CODCARG     TO PIS-CARGO.
           MOVE W-SINDICATO TO PIS-SINDICATO.
           MOVE ZEROS       TO PIS-VIGENCIA.
           START ARQPISO KEY IS NOT LESS THAN PIS-KEY
               INVALID KEY
               GO TO FIM-PISO-VIGENTE.
       PISO-VIGENTE-1.
           READ ARQPISO NEXT
               AT END
               GO TO FIM-PISO-VIGENTE.
           IF PIS-CARGO NOT = CODCARG OR PIS-SINDICATO NOT = W-SINDICATO
              OR PIS-VIGENCIA > W-COMPETENCIA
               GO TO FIM-PISO-VIGENTE.
           IF PIS-STATUS = "A"
               MOVE PIS-VALOR TO W-PISO.
           GO TO PISO-VIGENTE-1.
       FIM-PISO-VIGENTE.
           MOVE "00" TO ST-ERRO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE.
       ROT-FIM1.
                DISPLAY (01, 01) ERASE.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
