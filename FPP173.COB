       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP173.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   IMPORTACAO DE LANCAMENTOS VARIAVEIS       *
      ***********************************************
      *----------------------------------------------------------------
      *    LE O ARQUIVO DELIMITADO LANCAMENTO.CSV, UMA LINHA POR
      *    LANCAMENTO: CHAPA;COMPETENCIA (AAAAMM);EVENTO;VALOR. O VALOR
      *    (OU A QUANTIDADE, CONFORME A REGRA DO EVENTO) USA VIRGULA
      *    DECIMAL E OS NUMEROS PODEM VIR SEM OS ZEROS A ESQUERDA.
      *    A LINHA E CRITICADA COMO NA DIGITACAO DO FPP070: CHAPA
      *    CADASTRADA E NAO DESLIGADA, EVENTO CADASTRADO, COMPETENCIA
      *    NAO FECHADA (ARQCOMP) E DENTRO DO CORTE DO CRONOGRAMA
      *    (ARQCRONO). FORA DO CORTE A LINHA E REJEITADA - A LIBERACAO
      *    EM DUPLO CONTROLE SO EXISTE NA DIGITACAO.
      *    CHAVE REPETIDA NO PROPRIO ARQUIVO E REJEITADA; PARA O
      *    LANCAMENTO QUE JA EXISTE NO ARQLANC O OPERADOR ESCOLHE
      *    SUBSTITUIR, SOMAR AO VALOR ANTERIOR OU REJEITAR A LINHA.
      *    A CRITICA (ARQUIVO109) LISTA TODAS AS LINHAS COM A SITUACAO
      *    E O MOTIVO DA REJEICAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DE LANCAMENTOS (ENTRADA)------------
           SELECT TLANC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE EVENTOS---------------------------
           SELECT ARQEVEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVE-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------LANCAMENTOS DO MES--------------------------
           SELECT ARQLANC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LAN-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------COMPETENCIAS FECHADAS (FPP048)--------------
           SELECT ARQCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COMP-KEY
                      FILE STATUS IS ST-COMP.
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------------
           SELECT ARQCRONO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRO-KEY
                      FILE STATUS IS ST-CRO.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
      *---------------------GERAR CRITICA DA IMPORTACAO-----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DE LANCAMENTOS (ENTRADA)------------
       FD TLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCAMENTO.CSV".
       01 REGTLANC        PIC X(80).
      *---------------------TABELA DE EVENTOS---------------------------
       FD ARQEVEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 EVE-CODIGO          PIC 9(03).
           03 EVE-DESCRICAO       PIC X(25).
           03 EVE-TIPO            PIC X(01).
           03 EVE-INCIDE          PIC X(01).
           03 EVE-REGRA           PIC X(01).
           03 EVE-PARAM           PIC 9(06)V99.
           03 EVE-INC-INSS        PIC X(01).
           03 EVE-INC-IRRF        PIC X(01).
           03 EVE-INC-FGTS        PIC X(01).
           03 EVE-INC-DSR         PIC X(01).
           03 EVE-INC-MEDIA       PIC X(01).
      *---------------------LANCAMENTOS DO MES--------------------------
       FD ARQLANC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQLANC.DAT".
       01 REGLANC.
           03 LAN-KEY.
            05 LAN-CHAPA          PIC 9(06).
            05 LAN-COMPETENCIA    PIC 9(06).
            05 LAN-EVENTO         PIC 9(03).
           03 LAN-VALOR           PIC 9(06)V99.
           03 LAN-STATUS          PIC X(01).
           03 LAN-DATA            PIC 9(08).
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 FILLER          PIC X(74).
           03 STATUS1         PIC X(01).
           03 FILLER          PIC X(84).
           03 CODEMPRESA      PIC 9(03).
      *---------------------COMPETENCIAS FECHADAS (FPP048)--------------
       FD ARQCOMP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCOMP.DAT".
       01 REGCOMP.
           03 COMP-KEY.
            05 COMP-CODEMPRESA    PIC 9(03).
            05 COMP-COMPETENCIA   PIC 9(06).
           03 COMP-STATUS         PIC X(01).
           03 COMP-USUARIO        PIC X(10).
           03 COMP-DATA           PIC 9(08).
           03 COMP-MOTIVO         PIC X(30).
      *---------------------CRONOGRAMA DA FOLHA (FPP162)----------------
       FD ARQCRONO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRONO.DAT".
       01 REGCRONO.
           03 CRO-KEY.
            05 CRO-CODEMPRESA     PIC 9(03).
            05 CRO-COMPETENCIA    PIC 9(06).
           03 CRO-CORTE-LANC      PIC 9(08).
           03 CRO-CORTE-PONTO     PIC 9(08).
           03 CRO-PREVIA          PIC 9(08).
           03 CRO-FECHAMENTO      PIC 9(08).
           03 CRO-PAGAMENTO       PIC 9(08).
           03 CRO-ADIANTAMENTO    PIC 9(08).
           03 CRO-USUARIO         PIC X(10).
           03 CRO-DATA            PIC 9(08).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
      *---------------------GERAR CRITICA DA IMPORTACAO-----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-EXISTE   PIC X(01) VALUE "N".
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-COMP    PIC X(02) VALUE "00".
       77 ST-CRO     PIC X(02) VALUE "00".
       77 ST-AUTO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-TEM-COMP      PIC X(01) VALUE "N".
       01 W-TEM-CRONO     PIC X(01) VALUE "N".
       01 W-LINHA         PIC 9(05) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-EVENTO        PIC 9(03) VALUE ZEROS.
       01 W-VALOR         PIC 9(06)V99 VALUE ZEROS.
       01 W-SOMA          PIC 9(07)V99 VALUE ZEROS.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-TOT-ACE       PIC 9(05) VALUE ZEROS.
       01 W-TOT-SUB       PIC 9(05) VALUE ZEROS.
       01 W-TOT-SOM       PIC 9(05) VALUE ZEROS.
       01 W-TOT-REJ       PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR     PIC 9(10)V99 VALUE ZEROS.
      *---------------[ CAMPOS DA LINHA DELIMITADA ]--------------------
       01 CSV-CHAPA       PIC X(12) VALUE SPACES.
       01 CSV-COMPET      PIC X(12) VALUE SPACES.
       01 CSV-EVENTO      PIC X(12) VALUE SPACES.
       01 CSV-VALOR       PIC X(12) VALUE SPACES.
      *---------------[ CONVERSAO DE NUMERO COM VIRGULA ]---------------
       01 W-NUM-TXT       PIC X(12) VALUE SPACES.
       01 W-NUM-PI        PIC X(12) VALUE SPACES.
       01 W-NUM-PD        PIC X(02) VALUE SPACES.
       01 W-NUM-PJ        PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       01 W-NUM-QI        PIC 9(02) VALUE ZEROS.
       01 W-NUM-QD        PIC 9(02) VALUE ZEROS.
       01 W-NUM-BR        PIC 9(02) VALUE ZEROS.
       01 W-NUM-INT       PIC 9(08) VALUE ZEROS.
       01 W-NUM-DEC       PIC 9(02) VALUE ZEROS.
       01 W-NUM-OK        PIC X(01) VALUE "N".
      *---------------[ CHAVES JA IMPORTADAS NESTA EXECUCAO ]-----------
       01 W-QTD-IMP       PIC 9(04) VALUE ZEROS.
       01 W-IX            PIC 9(04) VALUE ZEROS.
       01 W-TAB-IMP.
           03 W-TAB-KEY   PIC 9(15) OCCURS 2000 TIMES.
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO109_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  CAB1.
           05  FILLER                 PIC X(045) VALUE
           "CRITICA DA IMPORTACAO DE LANCAMENTOS VARIAVEI".
           05  FILLER                 PIC X(020) VALUE
           "S - LANCAMENTO.CSV  ".
           05  CAB-DATA               PIC 99/99/9999 VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(057) VALUE
           "SITUACAO     LINHA  CHAPA  COMPET  EVE      VALOR  MOTIVO".
       01  CAB3.
           05  FILLER                 PIC X(100) VALUE ALL "-".
       01  DET.
           05  D-SITUACAO PIC X(12) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-LINHA    PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-COMPET   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-EVENTO   PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-VALOR    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-MOTIVO   PIC X(40) VALUE SPACES.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS ACEITAS (LANCAMENTO NOVO).......: ".
           05  TOTACE     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS QUE SUBSTITUIRAM O LANCAMENTO...: ".
           05  TOTSUB     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS SOMADAS AO LANCAMENTO EXISTENTE.: ".
           05  TOTSOM     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS REJEITADAS......................: ".
           05  TOTREJ     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT5.
           05  FILLER                 PIC X(045) VALUE
           "***VALOR TOTAL DAS LINHAS GRAVADAS........: ".
           05  TOTVALOR   VALUE ZEROS  PIC ZZZZZZZZZ9,99.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** IMPORTACAO DE LANCAMENTOS VARIAVEI".
           05  LINE 02  COLUMN 41
               VALUE  "S (LANCAMENTO.CSV) ***".
           05  LINE 06  COLUMN 01
               VALUE  "    LAYOUT: CHAPA;COMPETENCIA (AAAAMM);E".
           05  LINE 06  COLUMN 41
               VALUE  "VENTO;VALOR OU QUANTIDADE (9999,99)".
           05  LINE 10  COLUMN 01
               VALUE  "    LANCAMENTO JA EXISTENTE (S=SUBSTITUI".
           05  LINE 10  COLUMN 41
               VALUE  " A=SOMA N=REJEITA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPORT".
           05  LINE 12  COLUMN 41
               VALUE  "ACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-EXISTE
               LINE 10  COLUMN 62  PIC X(01)
               USING  W-EXISTE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
      *
       INC-001.
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA
                DISPLAY TELA.
       INC-OPB.
                ACCEPT TW-EXISTE
                IF W-EXISTE = "s"
                   MOVE "S" TO W-EXISTE.
                IF W-EXISTE = "a"
                   MOVE "A" TO W-EXISTE.
                IF W-EXISTE = "n"
                   MOVE "N" TO W-EXISTE.
                IF W-EXISTE NOT = "S" AND "A" AND "N"
                   MOVE "*** DIGITE S=SUBSTITUI A=SOMA N=REJEITA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT TLANC
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO LANCAMENTO.CSV NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQEVEN
           IF ST-ERRO NOT = "00"
               MOVE "* CADASTRE OS EVENTOS NO FPP070 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OPLAN.
           OPEN I-O ARQLANC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQLANC
                   CLOSE ARQLANC
                   GO TO INC-OPLAN
               ELSE
                   MOVE "ERRO NA ABERTURA DOS LANCAMENTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *    SEM ARQCOMP NENHUMA COMPETENCIA ESTA FECHADA; SEM ARQCRONO
      *    NAO HA CORTE.
           OPEN INPUT ARQCOMP
           IF ST-COMP = "00"
               MOVE "S" TO W-TEM-COMP.
           OPEN INPUT ARQCRONO
           IF ST-CRO = "00"
               MOVE "S" TO W-TEM-CRONO.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO109" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP173" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-DATASIS(7:2) TO CAB-DATA(1:2).
           MOVE W-DATASIS(5:2) TO CAB-DATA(4:2).
           MOVE W-DATASIS(1:4) TO CAB-DATA(7:4).
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.

      *---------[ LEITURA DAS LINHAS DE LANCAMENTO ]--------------------
       LER-LANC.
           READ TLANC
               AT END
               GO TO FIM-RELATORIO.
           ADD 1 TO W-LINHA.
           IF REGTLANC = SPACES
               GO TO LER-LANC.
           MOVE SPACES TO CSV-CHAPA CSV-COMPET CSV-EVENTO CSV-VALOR
                          D-MOTIVO.
           MOVE ZEROS TO W-CHAPA W-COMPETENCIA W-EVENTO W-VALOR.
           UNSTRING REGTLANC DELIMITED BY ";"
               INTO CSV-CHAPA CSV-COMPET CSV-EVENTO CSV-VALOR.
           PERFORM VALIDA-LINHA THRU FIM-VALIDA-LINHA.
           IF D-MOTIVO NOT = SPACES
               GO TO REJEITA-LINHA.
           PERFORM GRAVA-LANC THRU FIM-GRAVA-LANC.
           IF D-MOTIVO NOT = SPACES
               GO TO REJEITA-LINHA.
           MOVE W-LINHA       TO D-LINHA.
           MOVE W-CHAPA       TO D-CHAPA.
           MOVE W-COMPETENCIA TO D-COMPET.
           MOVE W-EVENTO      TO D-EVENTO.
           MOVE W-VALOR       TO D-VALOR.
           WRITE ARQTX FROM DET.
           ADD W-VALOR TO W-TOT-VALOR.
           GO TO LER-LANC.

       REJEITA-LINHA.
           MOVE "REJEITADO"   TO D-SITUACAO.
           MOVE W-LINHA       TO D-LINHA.
           MOVE W-CHAPA       TO D-CHAPA.
           MOVE W-COMPETENCIA TO D-COMPET.
           MOVE W-EVENTO      TO D-EVENTO.
           MOVE W-VALOR       TO D-VALOR.
           WRITE ARQTX FROM DET.
           ADD 1 TO W-TOT-REJ.
           MOVE "00" TO ST-ERRO.
           GO TO LER-LANC.

      *---------[ CRITICA DA LINHA - MOTIVO EM D-MOTIVO ]---------------
       VALIDA-LINHA.
           MOVE CSV-CHAPA TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-DEC NOT = ZEROS
              OR W-NUM-INT > 999999 OR W-NUM-INT = ZEROS
               MOVE "CHAPA INVALIDA" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-NUM-INT TO W-CHAPA.
           MOVE CSV-COMPET TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-DEC NOT = ZEROS
              OR W-NUM-INT > 999999
               MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-NUM-INT TO W-COMPETENCIA.
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              OR W-COMP-ANO < 1900
               MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE CSV-EVENTO TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-DEC NOT = ZEROS
              OR W-NUM-INT > 999 OR W-NUM-INT = ZEROS
               MOVE "EVENTO INVALIDO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-NUM-INT TO W-EVENTO.
           MOVE CSV-VALOR TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-INT > 999999
               MOVE "VALOR INVALIDO (9999,99)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           COMPUTE W-VALOR = W-NUM-INT + W-NUM-DEC / 100.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "CHAPA NAO CADASTRADA" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           IF STATUS1 = "D"
               MOVE "CHAPA DESATIVADA" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           IF STATUS1 = "T"
               MOVE "FUNCIONARIO DESLIGADO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-EVENTO TO EVE-CODIGO.
           READ ARQEVEN
               INVALID KEY
               MOVE "EVENTO NAO CADASTRADO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
      *    VALOR ZERO SO PARA EVENTO DE VALOR FIXO OU PERCENTUAL,
      *    CALCULADO PELA FOLHA A PARTIR DO PARAMETRO.
           IF W-VALOR = ZEROS AND EVE-REGRA NOT = "F" AND "P"
               MOVE "VALOR ZERADO PARA A REGRA DO EVENTO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           IF W-TEM-COMP = "S"
               MOVE CODEMPRESA    TO COMP-CODEMPRESA
               MOVE W-COMPETENCIA TO COMP-COMPETENCIA
               READ ARQCOMP
                   INVALID KEY
                   MOVE SPACES TO COMP-STATUS
               END-READ
               IF COMP-STATUS = "F"
                   MOVE "COMPETENCIA FECHADA (FPP048)" TO D-MOTIVO
                   GO TO FIM-VALIDA-LINHA.
           IF W-TEM-CRONO = "S"
               MOVE CODEMPRESA    TO CRO-CODEMPRESA
               MOVE W-COMPETENCIA TO CRO-COMPETENCIA
               READ ARQCRONO
                   INVALID KEY
                   MOVE ZEROS TO CRO-CORTE-LANC
               END-READ
               IF CRO-CORTE-LANC NOT = ZEROS
                  AND W-DATASIS > CRO-CORTE-LANC
                   MOVE "APOS O CORTE DO CRONOGRAMA (FPP162)"
                                                       TO D-MOTIVO
                   GO TO FIM-VALIDA-LINHA.
           MOVE W-CHAPA       TO LAN-CHAPA.
           MOVE W-COMPETENCIA TO LAN-COMPETENCIA.
           MOVE W-EVENTO      TO LAN-EVENTO.
           MOVE ZEROS TO W-IX.
       VALIDA-LINHA-1.
           ADD 1 TO W-IX.
           IF W-IX > W-QTD-IMP
               GO TO VALIDA-LINHA-2.
           IF W-TAB-KEY(W-IX) = LAN-KEY
               MOVE "LANCAMENTO REPETIDO NO ARQUIVO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           GO TO VALIDA-LINHA-1.
       VALIDA-LINHA-2.
           IF W-QTD-IMP NOT < 2000
               MOVE "ARQUIVO ACIMA DE 2000 LANCAMENTOS" TO D-MOTIVO.
       FIM-VALIDA-LINHA.
           MOVE "00" TO ST-ERRO ST-COMP ST-CRO.

      *---------[ GRAVACAO NO ARQLANC CONFORME A OPCAO ]----------------
      *    LAN-KEY JA MONTADA NA CRITICA. SE O LANCAMENTO NAO EXISTE
      *    E GRAVADO; SE EXISTE, SUBSTITUI, SOMA OU REJEITA.
       GRAVA-LANC.
           READ ARQLANC
               INVALID KEY
               GO TO GRAVA-LANC-NOVO.
           IF W-EXISTE = "N"
               MOVE "LANCAMENTO JA EXISTE NO ARQLANC" TO D-MOTIVO
               GO TO FIM-GRAVA-LANC.
           IF W-EXISTE = "A"
               COMPUTE W-SOMA = LAN-VALOR + W-VALOR
               IF W-SOMA > 999999,99
                   MOVE "SOMA ACIMA DO LIMITE DO LANCAMENTO"
                                                       TO D-MOTIVO
                   GO TO FIM-GRAVA-LANC
               END-IF
               MOVE W-SOMA TO LAN-VALOR
               MOVE "SOMADO" TO D-SITUACAO
               ADD 1 TO W-TOT-SOM
           ELSE
               MOVE W-VALOR TO LAN-VALOR
               MOVE ZEROS TO LAN-DATA
               MOVE "SUBSTITUIDO" TO D-SITUACAO
               ADD 1 TO W-TOT-SUB.
           MOVE "A" TO LAN-STATUS.
           REWRITE REGLANC.
           GO TO GRAVA-LANC-TAB.
       GRAVA-LANC-NOVO.
           MOVE W-VALOR TO LAN-VALOR.
           MOVE "A"     TO LAN-STATUS.
           MOVE ZEROS   TO LAN-DATA.
           WRITE REGLANC.
           MOVE "ACEITO" TO D-SITUACAO.
           ADD 1 TO W-TOT-ACE.
       GRAVA-LANC-TAB.
           ADD 1 TO W-QTD-IMP.
           MOVE LAN-KEY TO W-TAB-KEY(W-QTD-IMP).
       FIM-GRAVA-LANC.
           MOVE "00" TO ST-ERRO.

      *---------[ NUMERO DA LINHA DELIMITADA PARA INTEIRO/DECIMAL ]-----
      *    ACEITA "123", "00123", "1500,5" E "1500,50"; SEPARADOR DE
      *    MILHAR OU SINAL NAO SAO ACEITOS.
       CONVERTE-NUMERO.
           MOVE "N" TO W-NUM-OK.
           MOVE ZEROS TO W-NUM-INT W-NUM-DEC W-NUM-QI W-NUM-QD
                         W-NUM-BR.
           MOVE SPACES TO W-NUM-PI W-NUM-PD W-NUM-PJ.
           INSPECT W-NUM-TXT TALLYING W-NUM-BR FOR LEADING SPACES.
           IF W-NUM-BR NOT < 12
               GO TO FIM-CONVERTE-NUMERO.
           ADD 1 TO W-NUM-BR.
           UNSTRING W-NUM-TXT(W-NUM-BR:) DELIMITED BY "," OR ALL SPACE
               INTO W-NUM-PI COUNT IN W-NUM-QI
                    W-NUM-PD COUNT IN W-NUM-QD.
           IF W-NUM-QI = ZEROS OR W-NUM-QI > 8 OR W-NUM-QD > 2
               GO TO FIM-CONVERTE-NUMERO.
           MOVE W-NUM-PI(1:W-NUM-QI) TO W-NUM-PJ.
           INSPECT W-NUM-PJ REPLACING LEADING SPACES BY ZEROS.
           INSPECT W-NUM-PD REPLACING ALL SPACES BY ZEROS.
           IF W-NUM-PJ NOT NUMERIC OR W-NUM-PD NOT NUMERIC
               GO TO FIM-CONVERTE-NUMERO.
           MOVE W-NUM-PJ TO W-NUM-INT.
           MOVE W-NUM-PD TO W-NUM-DEC.
           MOVE "S" TO W-NUM-OK.
       FIM-CONVERTE-NUMERO.
           EXIT.

       FIM-RELATORIO.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-ACE TO TOTACE.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-SUB TO TOTSUB.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-TOT-SOM TO TOTSOM.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-TOT-REJ TO TOTREJ.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-TOT-VALOR TO TOTVALOR.
           WRITE ARQTX FROM LINTOT5.
           MOVE "*** IMPORTACAO CONCLUIDA - VER ARQUIVO109 ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------------[ BLOQUEIO DURANTE A CADEIA NOTURNA ]-------------
      *    ENQUANTO A CHAVE ARQAUTO ESTIVER LIGADA (FPP064 EM CURSO)
      *    OS LANCAMENTOS NAO PODEM SER ALTERADOS.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
                DISPLAY (01, 01) ERASE
                CLOSE TLANC ARQEVEN ARQLANC ARQFUNC TX.
                IF W-TEM-COMP = "S"
                    CLOSE ARQCOMP.
                IF W-TEM-CRONO = "S"
                    CLOSE ARQCRONO.
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
