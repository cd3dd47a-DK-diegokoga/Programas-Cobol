       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP179.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   FOTO MENSAL DO QUADRO DE FUNCIONARIOS     *
      ***********************************************
      *----------------------------------------------------------------
      *    CHAMADO PELO FECHAMENTO DA COMPETENCIA (FPP048). O CHAMADOR
      *    PREENCHE A AREA EXTERNAL FOTO-QUADRO COM A COMPETENCIA
      *    (AAAAMM) E A EMPRESA (000 = TODAS). A FOTO ANTERIOR DA MESMA
      *    COMPETENCIA E EMPRESA E APAGADA (REFECHAMENTO) E CADA
      *    FUNCIONARIO DO ARQFUNC, INCLUSIVE SUSPENSOS E DESLIGADOS,
      *    GANHA UM REGISTRO NO ARQFOTO COM EMPRESA, DEPARTAMENTO,
      *    CARGO, NIVEL, SALARIO MENSAL, CATEGORIA, SITUACAO E GESTOR.
      *    O SALARIO E O BASE DO CARGO OU O DA GRADE (CARGO E NIVEL),
      *    CONVERTIDO PARA O MES QUANDO O CARGO E POR HORA OU POR DIA.
      *    O GESTOR E O GESTOR DO DEPARTAMENTO (ARQDEP) NA DATA.
      *    A QUANTIDADE GRAVADA VOLTA EM FQD-EXT-QTDE.
      *    OS RELATORIOS FPP017, FPP073 E FPP096 LEEM ESTA FOTO QUANDO
      *    RECEBEM UMA COMPETENCIA DE REFERENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------FOTO MENSAL DO QUADRO-----------------------
           SELECT ARQFOTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FOT-KEY
                  FILE STATUS  IS ST-FOT.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE DEPARTAMENTOS-------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-DEP.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-CAR.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRD-KEY
                  FILE STATUS  IS ST-GRD.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------FOTO MENSAL DO QUADRO-----------------------
       FD ARQFOTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOTO.DAT".
       01 REGFOTO.
           03 FOT-KEY.
               05 FOT-COMPETENCIA    PIC 9(06).
               05 FOT-CHAPA          PIC 9(06).
           03 FOT-NOME               PIC X(30).
           03 FOT-CODEMPRESA         PIC 9(03).
           03 FOT-CODPTO             PIC 9(03).
           03 FOT-CODCARG            PIC 9(03).
           03 FOT-NVSALARIAL         PIC 9(02).
           03 FOT-TIPOSALARIO        PIC X(01).
           03 FOT-SALARIO            PIC 9(07)V99.
           03 FOT-CATEGORIA          PIC X(01).
           03 FOT-STATUS             PIC X(01).
           03 FOT-GESTOR             PIC 9(06).
           03 FOT-DATA-ADMISSAO      PIC 9(08).
           03 FOT-DATA-DESLIGAMENTO  PIC 9(08).
           03 FOT-MOTIVO             PIC 9(02).
           03 FOT-DATA-FOTO          PIC 9(08).
           03 FOT-USUARIO            PIC X(10).
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA                PIC 9(06).
           03 NOME                 PIC X(30).
           03 FILLER               PIC X(10).
           03 CODPTO               PIC 9(03).
           03 CODCARG              PIC 9(03).
           03 NVSALARIAL           PIC 9(02).
           03 FILLER               PIC X(26).
           03 STATUS1              PIC X(01).
           03 FILLER               PIC X(34).
           03 DATA-ADMISSAO        PIC 9(08).
           03 DATA-DESLIGAMENTO    PIC 9(08).
           03 MOTIVO-DESLIGAMENTO  PIC 9(02).
           03 FILLER               PIC X(32).
           03 CODEMPRESA           PIC 9(03).
           03 FILLER               PIC X(116).
           03 CATEGORIA            PIC X(01).
           03 PCD-TIPO             PIC X(01).
           03 PCD-DATA-LAUDO       PIC 9(08).
      *---------------------ARQUIVO DE DEPARTAMENTOS-------------------
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
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------FOTO DO QUADRO------------------------------
       01 FOTO-QUADRO EXTERNAL.
           03 FQD-EXT-COMPET    PIC 9(06).
           03 FQD-EXT-EMPRESA   PIC 9(03).
           03 FQD-EXT-QTDE      PIC 9(06).
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-FOT          PIC X(02) VALUE "00".
       77 ST-DEP          PIC X(02) VALUE "00".
       77 ST-CAR          PIC X(02) VALUE "00".
       77 ST-GRD          PIC X(02) VALUE "00".
       01 W-USUARIO       PIC X(10) VALUE "OPERADOR".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-EMPRESA       PIC 9(03) VALUE ZEROS.
       01 W-QTDE          PIC 9(06) VALUE ZEROS.
       01 W-SALMES        PIC 9(07)V99 VALUE ZEROS.
       01 W-TEM-DEP       PIC X(01) VALUE "S".
       01 W-TEM-CARG      PIC X(01) VALUE "S".
       01 W-TEM-GRADE     PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-QTDE.
           IF FQD-EXT-COMPET NOT NUMERIC OR FQD-EXT-COMPET = ZEROS
               GO TO ROT-FIM.
           MOVE FQD-EXT-COMPET TO W-COMPET.
           MOVE ZEROS TO W-EMPRESA.
           IF FQD-EXT-EMPRESA IS NUMERIC
               MOVE FQD-EXT-EMPRESA TO W-EMPRESA.
           OPEN I-O ARQFOTO.
           IF ST-FOT = "30" OR ST-FOT = "35"
               OPEN OUTPUT ARQFOTO
               CLOSE ARQFOTO
               OPEN I-O ARQFOTO.
           IF ST-FOT NOT = "00"
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC.
           IF ST-ERRO NOT = "00"
               CLOSE ARQFOTO
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-DEP W-TEM-CARG W-TEM-GRADE.
           OPEN INPUT ARQDEP.
           IF ST-DEP NOT = "00"
               MOVE "N" TO W-TEM-DEP.
           OPEN INPUT ARQCARG.
           IF ST-CAR NOT = "00"
               MOVE "N" TO W-TEM-CARG.
           OPEN INPUT ARQGRADE.
           IF ST-GRD NOT = "00"
               MOVE "N" TO W-TEM-GRADE.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM APAGA-FOTO THRU FIM-APAGA-FOTO.
      *
      *---------------[ FOTO DE CADA FUNCIONARIO ]----------------------
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-FOTO.
           IF W-EMPRESA NOT = ZEROS AND CODEMPRESA NOT = W-EMPRESA
               GO TO LER-FUNC.
           MOVE W-COMPET          TO FOT-COMPETENCIA.
           MOVE CHAPA             TO FOT-CHAPA.
           MOVE NOME              TO FOT-NOME.
           MOVE CODEMPRESA        TO FOT-CODEMPRESA.
           MOVE CODPTO            TO FOT-CODPTO.
           MOVE CODCARG           TO FOT-CODCARG.
           MOVE NVSALARIAL        TO FOT-NVSALARIAL.
           MOVE CATEGORIA         TO FOT-CATEGORIA.
           MOVE STATUS1           TO FOT-STATUS.
           MOVE DATA-ADMISSAO     TO FOT-DATA-ADMISSAO.
           MOVE DATA-DESLIGAMENTO TO FOT-DATA-DESLIGAMENTO.
           MOVE MOTIVO-DESLIGAMENTO TO FOT-MOTIVO.
           MOVE W-HOJE            TO FOT-DATA-FOTO.
           MOVE W-USUARIO         TO FOT-USUARIO.
           PERFORM CALC-SALARIO THRU FIM-CALC-SALARIO.
           PERFORM BUSCA-GESTOR THRU FIM-BUSCA-GESTOR.
           WRITE REGFOTO.
           IF ST-FOT = "22"
               REWRITE REGFOTO.
           IF ST-FOT = "00" OR ST-FOT = "02"
               ADD 1 TO W-QTDE.
           GO TO LER-FUNC.
       FIM-FOTO.
           CLOSE ARQFOTO ARQFUNC.
           IF W-TEM-DEP = "S"
               CLOSE ARQDEP.
           IF W-TEM-CARG = "S"
               CLOSE ARQCARG.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
           GO TO ROT-FIM.

      *---------------[ FOTO ANTERIOR DA COMPETENCIA ]------------------
      *    NO REFECHAMENTO A FOTO E REFEITA: SAI TUDO O QUE FOI GRAVADO
      *    PARA A COMPETENCIA NA EMPRESA (OU EM TODAS, QUANDO 000).
       APAGA-FOTO.
           MOVE W-COMPET TO FOT-COMPETENCIA.
           MOVE ZEROS    TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS THAN FOT-KEY
               INVALID KEY
               GO TO FIM-APAGA-FOTO.
       APAGA-FOTO-1.
           READ ARQFOTO NEXT
               AT END
               GO TO FIM-APAGA-FOTO.
           IF FOT-COMPETENCIA NOT = W-COMPET
               GO TO FIM-APAGA-FOTO.
           IF W-EMPRESA NOT = ZEROS AND FOT-CODEMPRESA NOT = W-EMPRESA
               GO TO APAGA-FOTO-1.
           DELETE ARQFOTO RECORD.
           GO TO APAGA-FOTO-1.
       FIM-APAGA-FOTO.
           MOVE "00" TO ST-FOT.

      *---------------[ SALARIO MENSAL DO CARGO/GRADE ]-----------------
       CALC-SALARIO.
           MOVE ZEROS  TO FOT-SALARIO W-SALMES.
           MOVE SPACES TO FOT-TIPOSALARIO.
           IF W-TEM-CARG NOT = "S"
               GO TO FIM-CALC-SALARIO.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO FIM-CALC-SALARIO.
           MOVE TIPOSALARIO TO FOT-TIPOSALARIO.
           MOVE SALARIOBASE TO W-SALMES.
           IF W-TEM-GRADE = "S" AND NVSALARIAL NOT = ZEROS
               MOVE CODIGO     TO GRD-CARGO
               MOVE NVSALARIAL TO GRD-NIVEL
               READ ARQGRADE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
                       MOVE GRD-SALARIO TO W-SALMES
                   END-IF
               END-READ.
           IF TIPOSALARIO = "H"
               MULTIPLY W-SALMES BY MULT-HORAS GIVING W-SALMES.
           IF TIPOSALARIO = "D"
               MULTIPLY W-SALMES BY MULT-DIAS GIVING W-SALMES.
           MOVE W-SALMES TO FOT-SALARIO.
       FIM-CALC-SALARIO.
           MOVE "00" TO ST-CAR ST-GRD.

      *---------------[ GESTOR DO DEPARTAMENTO ]------------------------
       BUSCA-GESTOR.
           MOVE ZEROS TO FOT-GESTOR.
           IF W-TEM-DEP NOT = "S"
               GO TO FIM-BUSCA-GESTOR.
           MOVE CODPTO TO CODIGO1.
           READ ARQDEP
               INVALID KEY
               GO TO FIM-BUSCA-GESTOR.
           MOVE DEP-GESTOR TO FOT-GESTOR.
       FIM-BUSCA-GESTOR.
           MOVE "00" TO ST-DEP.

      *---------------[ USUARIO DA SESSAO ]-----------------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO
           ELSE
               OPEN INPUT ARQSESS
               IF ST-ERRO = "00"
                   READ ARQSESS
                   IF ST-ERRO = "00"
                       MOVE SESS-USUARIO TO W-USUARIO
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-ERRO.
       LE-USUARIO-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *    SO A QUANTIDADE FICA NA AREA, PARA O CHAMADOR MOSTRAR.
       ROT-FIM.
           MOVE ZEROS  TO FQD-EXT-COMPET FQD-EXT-EMPRESA.
           MOVE W-QTDE TO FQD-EXT-QTDE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
