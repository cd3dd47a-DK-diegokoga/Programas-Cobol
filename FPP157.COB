       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP157.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   POSICIONAMENTO NA GRADE (COMPA-RATIO)     *
      ***********************************************
      *----------------------------------------------------------------
      *    POSICAO DE CADA FUNCIONARIO ATIVO NA GRADE SALARIAL, POR
      *    DEPARTAMENTO E CARGO. O SALARIO E O DA GRADE DO CARGO+NIVEL
      *    QUANDO ATIVA, SENAO O SALARIO BASE DO CARGO (NA MESMA
      *    UNIDADE DA GRADE: MES, HORA OU DIA). NO CABECALHO DO CARGO
      *    SAEM O MENOR E O MAIOR NIVEL ATIVO DA GRADE E O PONTO MEDIO;
      *    O COMPA-RATIO E SALARIO / PONTO MEDIO X 100. O TEMPO NO
      *    NIVEL CONTA DA ULTIMA PROGRESSAO PARA O CARGO+NIVEL ATUAL
      *    (ARQCARR DO FPP057) OU, SEM ELA, DA ADMISSAO. SAEM MARCADOS
      *    PARA A REVISAO DE MERITO QUEM ESTA FORA DA GRADE E QUEM
      *    ESTA HA MAIS DE N ANOS NO MESMO NIVEL (ARQCOMPA).
      *    RELATORIO NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------GRADE SALARIAL POR CARGO E NIVEL------------
           SELECT ARQGRADE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GRD-KEY
                  FILE STATUS  IS ST-GRADE.
      *---------------------HISTORICO DE PROGRESSOES (FPP057)-----------
           SELECT ARQCARR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAR-KEY
                  FILE STATUS  IS ST-CARR.
      *---------------------PARAMETRO DA REVISAO DE MERITO--------------
           SELECT ARQCOMPA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-CMP.
      *---------------------RELATORIO DE POSICIONAMENTO-----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 CPF             PIC 9(11).
           03 RG              PIC X(12).
           03 PIS             PIC 9(11).
           03 DATA-ADMISSAO   PIC 9(08).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS-DEP      PIC X(01).
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
           03 CODEMPRESA-CARG PIC 9(03).
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
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
      *---------------------HISTORICO DE PROGRESSOES (FPP057)-----------
       FD ARQCARR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARR.DAT".
       01 REGCARR.
           03 CAR-KEY.
            05 CAR-CHAPA          PIC 9(06).
            05 CAR-SEQ            PIC 9(03).
           03 CAR-DATA            PIC 9(08).
           03 CAR-DE-CODCARG      PIC 9(03).
           03 CAR-PARA-CODCARG    PIC 9(03).
           03 CAR-DE-NIVEL        PIC 9(02).
           03 CAR-PARA-NIVEL      PIC 9(02).
           03 CAR-DE-SALARIO      PIC 9(06)V99.
           03 CAR-PARA-SALARIO    PIC 9(06)V99.
      *---------------------PARAMETRO DA REVISAO DE MERITO--------------
       FD ARQCOMPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPA.DAT".
       01 REGCOMPA.
           03 CMP-ANOS        PIC 9(02).
      *---------------------RELATORIO DE POSICIONAMENTO-----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(120).
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
       77 ST-GRADE   PIC X(02) VALUE "00".
       77 ST-CARR    PIC X(02) VALUE "00".
       77 ST-CMP     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEPTO       PIC 9(03) VALUE ZEROS.
       01 W-DEP-DESCR   PIC X(25) VALUE SPACES.
       01 W-ANOS        PIC 9(02) VALUE 3.
       01 W-TEM-GRADE   PIC X(01) VALUE "N".
       01 W-TEM-CARR    PIC X(01) VALUE "N".
       01 W-CHEIO       PIC X(01) VALUE "N".
       01 W-I           PIC 9(04) VALUE ZEROS.
       01 W-J           PIC 9(04) VALUE ZEROS.
       01 W-POS-QTD     PIC 9(04) VALUE ZEROS.
       01 W-CHAVE.
           03 W-CH-DEPTO    PIC 9(03).
           03 W-CH-CARGO    PIC 9(03).
           03 W-CH-CHAPA    PIC 9(06).
       01 W-DEPTO-ANT   PIC 9(03) VALUE ZEROS.
       01 W-CARGO-ANT   PIC 9(03) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "S".
      *---------------[ GRADE DO CARGO CORRENTE ]-----------------------
       01 W-GRD-NIV-MIN PIC 9(02) VALUE ZEROS.
       01 W-GRD-NIV-MAX PIC 9(02) VALUE ZEROS.
       01 W-GRD-MIN     PIC 9(06)V99 VALUE ZEROS.
       01 W-GRD-MAX     PIC 9(06)V99 VALUE ZEROS.
       01 W-GRD-MEIO    PIC 9(06)V99 VALUE ZEROS.
      *---------------[ FUNCIONARIO CORRENTE ]--------------------------
       01 W-SALARIO     PIC 9(06)V99 VALUE ZEROS.
       01 W-SAL-GRADE   PIC 9(06)V99 VALUE ZEROS.
       01 W-NA-GRADE    PIC X(01) VALUE "N".
       01 W-COMPA       PIC 9(03)V9 VALUE ZEROS.
       01 W-MESES       PIC S9(04) VALUE ZEROS.
       01 W-FORA        PIC X(01) VALUE "N".
       01 W-PARADO      PIC X(01) VALUE "N".
       01 W-DESDE       PIC 9(08) VALUE ZEROS.
       01 W-DESDE-R REDEFINES W-DESDE.
           03 W-DESDE-DIA PIC 9(02).
           03 W-DESDE-MES PIC 9(02).
           03 W-DESDE-ANO PIC 9(04).
      *---------------[ TOTAIS ]----------------------------------------
       01 W-TOT-FUNC    PIC 9(05) VALUE ZEROS.
       01 W-TOT-FORA    PIC 9(05) VALUE ZEROS.
       01 W-TOT-PARADO  PIC 9(05) VALUE ZEROS.
       01 W-TOT-MERITO  PIC 9(05) VALUE ZEROS.
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
      *---------------[ ATIVOS EM ORDEM DE DEPTO + CARGO + CHAPA ]------
       01 TAB-POS.
           03 TPO-CHAVE     PIC 9(12) OCCURS 3000 TIMES.
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(116) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(116) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(46) VALUE
           "POSICIONAMENTO NA GRADE SALARIAL (COMPA-RATIO)".
           05  FILLER      PIC X(49) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(50) VALUE
           "COMPA-RATIO = SALARIO / PONTO MEDIO DA GRADE X 100".
           05  FILLER      PIC X(33) VALUE
           "    REVISAO DE MERITO: MAIS DE ".
           05  C2-ANOS     PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(20) VALUE " ANOS NO MESMO NIVEL".
       01  CABDEP.
           05  FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
           05  CP-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CP-DESCR    PIC X(25) VALUE SPACES.
       01  CABCARGO.
           05  FILLER      PIC X(09) VALUE "  CARGO: ".
           05  CC-CODIGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CC-DESCR    PIC X(25) VALUE SPACES.
           05  CC-GRADE.
               07  FILLER      PIC X(08) VALUE "  NIVEL ".
               07  CC-NIV-MIN  PIC 99 VALUE ZEROS.
               07  FILLER      PIC X(02) VALUE ": ".
               07  CC-MIN      PIC ZZZ.ZZ9,99 VALUE ZEROS.
               07  FILLER      PIC X(08) VALUE "  NIVEL ".
               07  CC-NIV-MAX  PIC 99 VALUE ZEROS.
               07  FILLER      PIC X(02) VALUE ": ".
               07  CC-MAX      PIC ZZZ.ZZ9,99 VALUE ZEROS.
               07  FILLER      PIC X(15) VALUE "  PONTO MEDIO: ".
               07  CC-MEIO     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  CABDET.
           05  FILLER      PIC X(50) VALUE
           "    CHAPA  FUNCIONARIO               NV    SALARIO".
           05  FILLER      PIC X(50) VALUE
           "    GRADE NV   COMPA    NV DESDE    TEMPO  SITUACA".
           05  FILLER      PIC X(01) VALUE
           "O".
       01  LINDET.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NOME     PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-NIVEL    PIC 99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SALARIO  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LD-GRADE    PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-COMPA    PIC ZZ9,9 BLANK WHEN ZERO.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LD-DESDE    PIC 99/99/9999 VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LD-ANOS     PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "A".
           05  LD-MESES    PIC 99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "M".
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-SITUACAO PIC X(25) VALUE SPACES.
       01  LINCHEIO.
           05  FILLER      PIC X(46) VALUE
           "*** RELATORIO LIMITADO A 3000 FUNCIONARIOS ***".
       01  LINTOT.
           05  FILLER      PIC X(09) VALUE "ATIVOS: ".
           05  LT-FUNC     PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(18) VALUE "   FORA DA GRADE: ".
           05  LT-FORA     PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(22) VALUE "   PARADOS NO NIVEL: ".
           05  LT-PARADO   PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(28) VALUE
           "   PARA REVISAO DE MERITO: ".
           05  LT-MERITO   PIC ZZ.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** POSICIONAMENTO NA GRADE SALARI".
           05  LINE 02  COLUMN 41
               VALUE  "AL (COMPA-RATIO) ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            DEPARTAMENTO".
           05  LINE 06  COLUMN 41
               VALUE  " (0=TODOS)         :".
           05  LINE 08  COLUMN 01
               VALUE  "                            ANOS NO MESM".
           05  LINE 08  COLUMN 41
               VALUE  "O NIVEL P/ MERITO  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDEPTO
               LINE 06  COLUMN 62  PIC 9(03)
               USING  W-DEPTO
               HIGHLIGHT.
           05  TDEPDESCR
               LINE 07  COLUMN 42  PIC X(25)
               USING  W-DEP-DESCR.
           05  TANOS
               LINE 08  COLUMN 62  PIC Z9
               USING  W-ANOS
               HIGHLIGHT.
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
                PERFORM LOAD-COMPA THRU FIM-LOAD-COMPA.
                DISPLAY TELA.
       INC-OP0.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DEPARTAMENTOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQDEP
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQDEP ARQCARG
               GO TO ROT-FIM.
      *    SEM GRADE VALE O SALARIO DO CARGO; SEM PROGRESSOES O TEMPO
      *    NO NIVEL CONTA DA ADMISSAO.
           MOVE "N" TO W-TEM-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-GRADE = "00"
               MOVE "S" TO W-TEM-GRADE.
           MOVE "N" TO W-TEM-CARR.
           OPEN INPUT ARQCARR
           IF ST-CARR = "00"
               MOVE "S" TO W-TEM-CARR.
       INC-OPA.
                ACCEPT TDEPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO FIM-ARQUIVOS.
                MOVE SPACES TO W-DEP-DESCR
                IF W-DEPTO = ZEROS
                   MOVE "TODOS" TO W-DEP-DESCR
                   DISPLAY TDEPDESCR
                   GO TO INC-OPB.
                MOVE W-DEPTO TO CODIGO1
                READ ARQDEP
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPA.
                MOVE DENOMINACAO-DEP TO W-DEP-DESCR
                DISPLAY TDEPDESCR.
       INC-OPB.
                ACCEPT TANOS
                IF W-ANOS = ZEROS
                   MOVE "*** INFORME OS ANOS NO MESMO NIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
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
                PERFORM GRAVA-COMPA THRU FIM-GRAVA-COMPA.
      *---------------[ CARGA DOS ATIVOS EM ORDEM ]---------------------
           MOVE ZEROS TO W-POS-QTD.
           MOVE "N" TO W-CHEIO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-CARGA.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-CARGA.
           IF STATUS1 NOT = "A"
               GO TO LER-FUNC.
           IF W-DEPTO NOT = ZEROS AND CODPTO NOT = W-DEPTO
               GO TO LER-FUNC.
           IF W-POS-QTD NOT < 3000
               MOVE "S" TO W-CHEIO
               GO TO FIM-CARGA.
           MOVE CODPTO  TO W-CH-DEPTO.
           MOVE CODCARG TO W-CH-CARGO.
           MOVE CHAPA   TO W-CH-CHAPA.
           MOVE W-POS-QTD TO W-J.
       LER-FUNC-1.
           IF W-J = ZEROS
               GO TO LER-FUNC-2.
           IF TPO-CHAVE(W-J) NOT > W-CHAVE
               GO TO LER-FUNC-2.
           MOVE TPO-CHAVE(W-J) TO TPO-CHAVE(W-J + 1).
           SUBTRACT 1 FROM W-J.
           GO TO LER-FUNC-1.
       LER-FUNC-2.
           MOVE W-CHAVE TO TPO-CHAVE(W-J + 1).
           ADD 1 TO W-POS-QTD.
           GO TO LER-FUNC.
       FIM-CARGA.
           MOVE "00" TO ST-ERRO.
           IF W-POS-QTD = ZEROS
               MOVE "*** NENHUM FUNCIONARIO ATIVO NA SELECAO ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIM-ARQUIVOS.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP157" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-ANOS     TO C2-ANOS.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-TOT-FUNC W-TOT-FORA W-TOT-PARADO
                         W-TOT-MERITO.
           MOVE "S" TO W-PRIMEIRO.
           MOVE ZEROS TO W-I.
      *---------------[ IMPRESSAO COM QUEBRA POR DEPTO E CARGO ]--------
       IMPRIME.
           ADD 1 TO W-I.
           IF W-I > W-POS-QTD
               GO TO FIM-IMPRIME.
           MOVE TPO-CHAVE(W-I) TO W-CHAVE.
           MOVE W-CH-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO IMPRIME.
           IF W-PRIMEIRO = "S" OR W-CH-DEPTO NOT = W-DEPTO-ANT
               PERFORM QUEBRA-DEPTO THRU FIM-QUEBRA-DEPTO
               PERFORM QUEBRA-CARGO THRU FIM-QUEBRA-CARGO
           ELSE
               IF W-CH-CARGO NOT = W-CARGO-ANT
                   PERFORM QUEBRA-CARGO THRU FIM-QUEBRA-CARGO.
           MOVE "N" TO W-PRIMEIRO.
           MOVE W-CH-DEPTO TO W-DEPTO-ANT.
           MOVE W-CH-CARGO TO W-CARGO-ANT.
           PERFORM POSICAO-FUNC THRU FIM-POSICAO-FUNC.
           MOVE CHAPA      TO LD-CHAPA.
           MOVE NOME       TO LD-NOME.
           MOVE NVSALARIAL TO LD-NIVEL.
           MOVE W-SALARIO  TO LD-SALARIO.
           MOVE W-SAL-GRADE TO LD-GRADE.
           MOVE W-COMPA    TO LD-COMPA.
           MOVE W-DESDE    TO LD-DESDE.
           DIVIDE W-MESES BY 12 GIVING LD-ANOS REMAINDER LD-MESES.
           MOVE SPACES TO LD-SITUACAO.
           ADD 1 TO W-TOT-FUNC.
           IF W-FORA = "S"
               ADD 1 TO W-TOT-FORA.
           IF W-PARADO = "S"
               ADD 1 TO W-TOT-PARADO.
           IF W-FORA = "S" OR W-PARADO = "S"
               ADD 1 TO W-TOT-MERITO.
           IF W-FORA = "S" AND W-PARADO = "S"
               MOVE "MERITO: FORA GRADE/PARADO" TO LD-SITUACAO
           ELSE
               IF W-FORA = "S"
                   MOVE "MERITO: FORA DA GRADE" TO LD-SITUACAO
               ELSE
                   IF W-PARADO = "S"
                       MOVE "MERITO: PARADO NO NIVEL" TO LD-SITUACAO.
           WRITE ARQTX FROM LINDET.
           GO TO IMPRIME.
       FIM-IMPRIME.
           WRITE ARQTX FROM LINSEP.
           IF W-CHEIO = "S"
               WRITE ARQTX FROM LINCHEIO.
           MOVE W-TOT-FUNC   TO LT-FUNC.
           MOVE W-TOT-FORA   TO LT-FORA.
           MOVE W-TOT-PARADO TO LT-PARADO.
           MOVE W-TOT-MERITO TO LT-MERITO.
           WRITE ARQTX FROM LINTOT.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQDEP ARQCARG ARQFUNC.
           IF W-TEM-GRADE = "S"
               CLOSE ARQGRADE.
           IF W-TEM-CARR = "S"
               CLOSE ARQCARR.
           GO TO ROT-FIM1.
      *
      *---------[ CABECALHO DO DEPARTAMENTO ]---------------------------
       QUEBRA-DEPTO.
           IF W-PRIMEIRO NOT = "S"
               WRITE ARQTX FROM LINSEP.
           MOVE W-CH-DEPTO TO CODIGO1 CP-CODIGO.
           READ ARQDEP
               INVALID KEY
               MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO-DEP.
           MOVE DENOMINACAO-DEP TO CP-DESCR.
           WRITE ARQTX FROM CABDEP.
       FIM-QUEBRA-DEPTO.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ CABECALHO DO CARGO COM A FAIXA DA GRADE ]-------------
       QUEBRA-CARGO.
           MOVE W-CH-CARGO TO CODIGO CC-CODIGO.
           READ ARQCARG
               INVALID KEY
               MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO
               MOVE ZEROS TO SALARIOBASE.
           MOVE DENOMINACAO TO CC-DESCR.
           PERFORM FAIXA-GRADE THRU FIM-FAIXA-GRADE.
           MOVE W-GRD-NIV-MIN TO CC-NIV-MIN.
           MOVE W-GRD-MIN     TO CC-MIN.
           MOVE W-GRD-NIV-MAX TO CC-NIV-MAX.
           MOVE W-GRD-MAX     TO CC-MAX.
           MOVE W-GRD-MEIO    TO CC-MEIO.
           IF W-GRD-MEIO = ZEROS
               MOVE "  SEM GRADE ATIVA PARA O CARGO" TO CC-GRADE.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABCARGO.
           WRITE ARQTX FROM CABDET.
       FIM-QUEBRA-CARGO.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ MENOR E MAIOR NIVEL ATIVO DA GRADE DO CARGO ]---------
       FAIXA-GRADE.
           MOVE ZEROS TO W-GRD-NIV-MIN W-GRD-NIV-MAX W-GRD-MIN
                         W-GRD-MAX W-GRD-MEIO.
           IF W-TEM-GRADE NOT = "S"
               GO TO FIM-FAIXA-GRADE.
           MOVE W-CH-CARGO TO GRD-CARGO.
           MOVE ZEROS      TO GRD-NIVEL.
           START ARQGRADE KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
               GO TO FIM-FAIXA-GRADE.
       FAIXA-GRADE-1.
           READ ARQGRADE NEXT
               AT END
               GO TO FAIXA-GRADE-2.
           IF GRD-CARGO NOT = W-CH-CARGO
               GO TO FAIXA-GRADE-2.
           IF GRD-STATUS NOT = "A" OR GRD-SALARIO = ZEROS
               GO TO FAIXA-GRADE-1.
           IF W-GRD-NIV-MIN = ZEROS
               MOVE GRD-NIVEL   TO W-GRD-NIV-MIN
               MOVE GRD-SALARIO TO W-GRD-MIN.
           MOVE GRD-NIVEL   TO W-GRD-NIV-MAX.
           MOVE GRD-SALARIO TO W-GRD-MAX.
           GO TO FAIXA-GRADE-1.
       FAIXA-GRADE-2.
           IF W-GRD-NIV-MIN NOT = ZEROS
               COMPUTE W-GRD-MEIO ROUNDED =
                       (W-GRD-MIN + W-GRD-MAX) / 2.
       FIM-FAIXA-GRADE.
           MOVE "00" TO ST-GRADE.
      *
      *---------[ SALARIO, COMPA-RATIO E TEMPO NO NIVEL ]---------------
       POSICAO-FUNC.
           MOVE SALARIOBASE TO W-SALARIO.
           MOVE ZEROS TO W-SAL-GRADE W-COMPA.
           MOVE "N" TO W-NA-GRADE W-FORA W-PARADO.
           IF W-TEM-GRADE NOT = "S" OR NVSALARIAL = ZEROS
               GO TO POSICAO-FUNC-1.
           MOVE CODCARG    TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               GO TO POSICAO-FUNC-1.
           IF GRD-STATUS = "A" AND GRD-SALARIO > ZEROS
               MOVE GRD-SALARIO TO W-SALARIO W-SAL-GRADE
               MOVE "S" TO W-NA-GRADE.
       POSICAO-FUNC-1.
           MOVE "00" TO ST-GRADE.
      *    FORA DA GRADE: NIVEL SEM VALOR ATIVO OU SALARIO FORA DA
      *    FAIXA ENTRE O MENOR E O MAIOR NIVEL DO CARGO.
           IF W-NA-GRADE NOT = "S" OR W-GRD-MEIO = ZEROS
               MOVE "S" TO W-FORA
           ELSE
               IF W-SALARIO < W-GRD-MIN OR W-SALARIO > W-GRD-MAX
                   MOVE "S" TO W-FORA.
           IF W-GRD-MEIO > ZEROS
               COMPUTE W-COMPA ROUNDED = W-SALARIO * 100 / W-GRD-MEIO
                   ON SIZE ERROR
                   MOVE 999,9 TO W-COMPA.
           PERFORM DESDE-NIVEL THRU FIM-DESDE-NIVEL.
           COMPUTE W-MESES = (W-HOJE-ANO - W-DESDE-ANO) * 12
                           + W-HOJE-MES - W-DESDE-MES.
           IF W-HOJE-DIA < W-DESDE-DIA
               SUBTRACT 1 FROM W-MESES.
           IF W-MESES < ZEROS OR W-DESDE = ZEROS
               MOVE ZEROS TO W-MESES.
           IF W-MESES > W-ANOS * 12
               MOVE "S" TO W-PARADO.
       FIM-POSICAO-FUNC.
           EXIT.
      *
      *---------[ DATA DE ENTRADA NO CARGO+NIVEL ATUAL ]----------------
      *    ULTIMA PROGRESSAO QUE LEVOU AO CARGO+NIVEL ATUAL; SEM ELA,
      *    A DATA DE ADMISSAO.
       DESDE-NIVEL.
           MOVE DATA-ADMISSAO TO W-DESDE.
           IF W-TEM-CARR NOT = "S"
               GO TO FIM-DESDE-NIVEL.
           MOVE CHAPA TO CAR-CHAPA.
           MOVE ZEROS TO CAR-SEQ.
           START ARQCARR KEY IS NOT LESS THAN CAR-KEY
               INVALID KEY
               GO TO FIM-DESDE-NIVEL.
       DESDE-NIVEL-1.
           READ ARQCARR NEXT
               AT END
               GO TO FIM-DESDE-NIVEL.
           IF CAR-CHAPA NOT = CHAPA
               GO TO FIM-DESDE-NIVEL.
           IF CAR-PARA-CODCARG = CODCARG AND
              CAR-PARA-NIVEL = NVSALARIAL
               MOVE CAR-DATA TO W-DESDE.
           GO TO DESDE-NIVEL-1.
       FIM-DESDE-NIVEL.
           MOVE "00" TO ST-CARR.
      *
      *---------[ PARAMETRO: ANOS NO MESMO NIVEL ]----------------------
       LOAD-COMPA.
           OPEN INPUT ARQCOMPA.
           IF ST-CMP = "30" OR ST-CMP = "35"
               PERFORM GRAVA-COMPA THRU FIM-GRAVA-COMPA
               OPEN INPUT ARQCOMPA.
           IF ST-CMP NOT = "00"
               MOVE "00" TO ST-CMP
               GO TO FIM-LOAD-COMPA.
           READ ARQCOMPA.
           IF ST-CMP = "00" AND CMP-ANOS > ZEROS
               MOVE CMP-ANOS TO W-ANOS.
           CLOSE ARQCOMPA.
           MOVE "00" TO ST-CMP.
       FIM-LOAD-COMPA.
           CONTINUE.

       GRAVA-COMPA.
           OPEN OUTPUT ARQCOMPA.
           MOVE W-ANOS TO CMP-ANOS.
           WRITE REGCOMPA.
           CLOSE ARQCOMPA.
           MOVE "00" TO ST-CMP.
       FIM-GRAVA-COMPA.
           CONTINUE.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
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
