           SELECT ARQLOGDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---
           SELECT ARQPISO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIS-KEY
                      FILE STATUS IS ST-PISO.
      *---------------------SINDICATO POR DEPARTAMENTO------------
           SELECT ARQSINDV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SV-CODPTO
                      FILE STATUS IS ST-PISO.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------
           SELECT ARQGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GRD-KEY
                      FILE STATUS IS ST-PISO.
      *---------------------GERAR LISTAGEM DO REAJUSTE------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------HISTORICO DE SALARIO DO CARGO---------
       FD ARQSALH
               LABEL RECORD IS STANDARD
           03 CODPTO          PIC 9(03).
           03 CODCARG         PIC 9(03).
           03 NVSALARIAL      PIC 9(02).
           03 IMPOSTORENDA    PIC X(01).
           03 DEPENDENTES     PIC 9(01).
           03 CEP-FUNC        PIC 9(08).
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
      *---------------------PISO SALARIAL POR SINDICATO E CARGO---
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
      *---------------------SINDICATO POR DEPARTAMENTO------------
       FD ARQSINDV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSINDV.DAT".
       01 REGSINDV.
           03 SV-CODPTO         PIC 9(03).
           03 SV-SINDICATO      PIC 9(03).
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------
       FD ARQGRADE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 GRD-KEY.
            05 GRD-CARGO          PIC 9(03).
            05 GRD-NIVEL          PIC 9(02).
           03 GRD-SALARIO         PIC 9(06)V99.
           03 GRD-STATUS          PIC X(01).
      *---------------------GERAR PREVIA DO REAJUSTE--------------
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
       FD ARQPENDAC
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]-------------
       77 ST-PAC          PIC X(02) VALUE "00".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-CARG   PIC X(56) VALUE SPACES.
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-QTD-CARGOS   PIC 9(03) VALUE ZEROS.
       01 TAB-CARGOS.
           03 TCG-CODIGO  PIC 9(03) OCCURS 100 TIMES.
      *---------------[ CRITICA DO PISO SALARIAL ]----------------------
       01 ST-PISO          PIC X(02) VALUE "00".
       01 W-TEM-PISO       PIC X(01) VALUE "N".
       01 W-TEM-SINDV      PIC X(01) VALUE "N".
       01 W-PSO-GRADE      PIC X(01) VALUE "N".
       01 W-PSO-REF        PIC 9(06) VALUE ZEROS.
       01 W-PSO-CARGO      PIC 9(03) VALUE ZEROS.
       01 W-PSO-SALARIO    PIC 9(08)V99 VALUE ZEROS.
       01 W-PSO-BLOQ       PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-BLOQ-SIND  PIC 9(03) VALUE ZEROS.
       01 W-PSO-AVISO      PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-AVISO-SIND PIC 9(03) VALUE ZEROS.
       01 W-PSO-SIND-ATU   PIC 9(03) VALUE ZEROS.
       01 W-PSO-VALOR-ATU  PIC 9(06)V99 VALUE ZEROS.
       01 W-PSO-IND        PIC 9(03) VALUE ZEROS.
       01 W-PSO-QTD        PIC 9(03) VALUE ZEROS.
       01 W-TOT-PISO       PIC 9(04) VALUE ZEROS.
       01 W-TOT-PISO-ED    PIC ZZZ9.
       01 TAB-PSO-SIND.
           03 TPS-SIND     PIC 9(03) OCCURS 50 TIMES.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO25_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CARGO DENOMINACAO               SALARIO ATUAL     ".
           05  FILLER                 PIC X(040) VALUE
           "SALARIO NOVO SITUACAO    SIND      PISO".
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  DET.
           05  D-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  D-SAL-ANT  PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE SPACES.
           05  D-SAL-NOVO PIC ZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(04) VALUE SPACES.
           05  D-PISO     PIC X(12) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PISO-SIND PIC ZZZ  VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PISO-VAL PIC ZZZZZ9,99 VALUE ZEROS.
       01  LINTOT.
           05  FILLER                 PIC X(045) VALUE
           "***CARGOS ATINGIDOS PELO REAJUSTE.........: ".
           05  TOTCARGOS  VALUE ZEROS  PIC ZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***CARGOS ABAIXO DO PISO APOS O REAJUSTE..: ".
           05  TOTPISO    VALUE ZEROS  PIC ZZZ9.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
               MOVE "ERRO ABERTURA DO ARQUIVO25" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP047" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
      *    PISOS (FPP153) OPCIONAIS: SEM ARQPISO NAO HA CRITICA.
           MOVE W-DATASIS(1:6) TO W-PSO-REF.
           OPEN INPUT ARQPISO
           IF ST-PISO = "00"
               MOVE "S" TO W-TEM-PISO
               OPEN INPUT ARQSINDV
               IF ST-PISO = "00"
                   MOVE "S" TO W-TEM-SINDV
               END-IF
               OPEN INPUT ARQGRADE
               IF ST-PISO = "00"
                   MOVE "S" TO W-PSO-GRADE
               END-IF.
           MOVE "00" TO ST-PISO.

      *---------[ CARGOS ATINGIDOS PELOS FILTROS DE FUNCIONARIO ]-------
           IF W-FILTRO = 3 OR W-FILTRO = 4
           MOVE DENOMINACAO TO D-DENOM.
           MOVE SALARIOBASE TO D-SAL-ANT.
           MOVE W-SAL-NOVO  TO D-SAL-NOVO.
           PERFORM CRITICA-PISO THRU FIM-CRITICA-PISO.
           WRITE ARQTX FROM DET.
           ADD 1 TO W-TOT-CARGOS.
           GO TO LER-CARG.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-CARGOS TO TOTCARGOS.
           WRITE ARQTX FROM LINTOT.
           MOVE W-TOT-PISO TO TOTPISO.
           WRITE ARQTX FROM LINTOT2.
           IF W-TOT-CARGOS = ZEROS
               MOVE "*** NENHUM CARGO ATINGIDO PELO FILTRO ***"
                                                          TO MENS
               GO TO ROT-FIM.

      *---------[ CONFIRMACAO E APLICACAO ]-----------------------------
      *    O REAJUSTE SO AUMENTA SALARIOS: CARGO QUE CONTINUA ABAIXO DO
      *    PISO E AVISADO AQUI E CORRIGIDO DEPOIS NO FPP002.
           IF W-TOT-PISO > ZEROS
               MOVE W-TOT-PISO TO W-TOT-PISO-ED
               MOVE SPACES TO MENS
               STRING "*** " W-TOT-PISO-ED
                      " CARGO(S) ABAIXO DO PISO - VER LISTA ***"
                      DELIMITED BY SIZE INTO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFIRMA.
           MOVE "PREVIA NO ARQUIVO25. APLICAR REAJUSTE? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
               GO TO APLICA.
           PERFORM CALC-NOVO THRU FIM-CALC-NOVO.
           PERFORM GRAVA-HIST THRU FIM-GRAVA-HIST.
           MOVE REGCARG TO W-IMAGEM-CARG.
           MOVE W-SAL-NOVO TO SALARIOBASE.
           REWRITE REGCARG.
           IF ST-ERRO = "00"
               PERFORM LOG-CARGO THRU FIM-LOG-CARGO.
           GO TO APLICA.

      *---------[ ELEGIBILIDADE DO CARGO ]------------------------------
       FIM-CALC-NOVO.
           CONTINUE.

      *---------[ PISO SALARIAL DO CARGO COM O SALARIO NOVO ]-----------
      *    ABAIXO DO PISO = PISO EM VIGOR DE SINDICATO DE DEPARTAMENTO
      *    COM FUNCIONARIO NO SALARIO DO CARGO; PISO S/FUNC. = PISO DE
      *    OUTRO SINDICATO, SO INFORMATIVO.
       CRITICA-PISO.
           MOVE SPACES TO D-PISO.
           MOVE ZEROS TO D-PISO-SIND D-PISO-VAL.
           IF W-TEM-PISO NOT = "S"
               GO TO FIM-CRITICA-PISO.
           MOVE W-SAL-NOVO TO W-PSO-SALARIO.
           IF TIPOSALARIO = "H"
               MULTIPLY MULT-HORAS BY W-PSO-SALARIO.
           IF TIPOSALARIO = "D"
               MULTIPLY MULT-DIAS BY W-PSO-SALARIO.
           MOVE CODIGO TO W-PSO-CARGO.
           PERFORM VERIFICA-PISO THRU FIM-VERIFICA-PISO.
           IF W-PSO-BLOQ > ZEROS
               MOVE "ABAIXO PISO" TO D-PISO
               MOVE W-PSO-BLOQ-SIND TO D-PISO-SIND
               MOVE W-PSO-BLOQ TO D-PISO-VAL
               ADD 1 TO W-TOT-PISO
               GO TO FIM-CRITICA-PISO.
           IF W-PSO-AVISO > ZEROS
               MOVE "PISO S/FUNC." TO D-PISO
               MOVE W-PSO-AVISO-SIND TO D-PISO-SIND
               MOVE W-PSO-AVISO TO D-PISO-VAL.
       FIM-CRITICA-PISO.
           CONTINUE.

      *    SINDICATOS DOS DEPARTAMENTOS COM FUNCIONARIO ATIVO NO CARGO
      *    QUE RECEBE O SALARIO DO CARGO (SEM NIVEL ATIVO NA GRADE) VAO
      *    PARA TAB-PSO-SIND; O PISO EM VIGOR (MAIOR VIGENCIA ATIVA ATE
      *    O MES) DE CADA SINDICATO ACIMA DO SALARIO MENSAL VAI PARA
      *    W-PSO-BLOQ SE O SINDICATO ESTA NA TABELA, SENAO W-PSO-AVISO.
       VERIFICA-PISO.
           MOVE ZEROS TO W-PSO-BLOQ W-PSO-BLOQ-SIND W-PSO-AVISO
                         W-PSO-AVISO-SIND W-PSO-QTD.
           IF W-TEM-SINDV NOT = "S"
               GO TO VERIFICA-PISO-3.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO VERIFICA-PISO-3.
       VERIFICA-PISO-1.
           READ ARQFUNC NEXT
               AT END
               GO TO VERIFICA-PISO-3.
           IF STATUS1 NOT = "A" OR CODCARG NOT = W-PSO-CARGO
               GO TO VERIFICA-PISO-1.
           IF W-PSO-GRADE = "S" AND NVSALARIAL NOT = ZEROS
               MOVE CODCARG    TO GRD-CARGO
               MOVE NVSALARIAL TO GRD-NIVEL
               READ ARQGRADE
               IF ST-PISO = "00" AND GRD-STATUS = "A"
                  AND GRD-SALARIO > ZEROS
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
       VERIFICA-PISO-3.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO W-PSO-SIND-ATU W-PSO-VALOR-ATU.
           MOVE W-PSO-CARGO TO PIS-CARGO.
           MOVE ZEROS TO PIS-SINDICATO PIS-VIGENCIA.
           START ARQPISO KEY IS NOT LESS THAN PIS-KEY
               INVALID KEY
               GO TO FIM-VERIFICA-PISO.
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
       FIM-VERIFICA-PISO.
           MOVE "00" TO ST-PISO.

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

      *---------[ CARGOS DOS FUNCIONARIOS DO FILTRO ]-------------------
       MONTA-TAB-CARGOS.
           MOVE ZEROS TO W-QTD-CARGOS.
       FIM-GRAVA-LOG-DC.
           CONTINUE.

      *    IMAGENS ANTERIOR E NOVA DO CARGO REAJUSTADO (A), PARA A
      *    REAPLICACAO DO ARQLOG (FPP164).
       LOG-CARGO.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "ARQCARG" TO LGD-ARQUIVO.
           MOVE "A" TO LGD-OPERACAO.
           MOVE CODIGO TO LGD-CHAVE.
           MOVE W-IMAGEM-CARG TO LGD-IMAGEM-ANT.
           MOVE REGCARG TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-LOG-CARGO.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQCARG ARQSALH ARQFUNC TX.
                IF W-TEM-PISO = "S"
                    CLOSE ARQPISO.
                IF W-TEM-SINDV = "S"
                    CLOSE ARQSINDV.
                IF W-PSO-GRADE = "S"
                    CLOSE ARQGRADE.
       ROT-FIMP.
                EXIT PROGRAM.

