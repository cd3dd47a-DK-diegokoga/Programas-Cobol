       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP175.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CONSIGNADO - CREDITO DO TRABALHADOR       *
      ***********************************************
      *----------------------------------------------------------------
      *    ACAO I - IMPORTA O ARQUIVO MENSAL DO PORTAL CREDITO DO
      *      TRABALHADOR (CONSIGNADO.CSV), UMA LINHA POR CONTRATO:
      *      TIPO;CPF;CONTRATO;VALOR TOTAL;VALOR DA PARCELA;NUMERO DA
      *      PARCELA;TOTAL DE PARCELAS. TIPO N = CONTRATO NOVO,
      *      P = PARCELA DO MES DE CONTRATO EM CURSO, Q = QUITACAO (SO
      *      CPF E CONTRATO). VALORES COM VIRGULA DECIMAL.
      *      OS CONTRATOS FICAM NO ARQCONSIG (CHAPA + CONTRATO). COMO O
      *      ARQEMPREST TEM UM REGISTRO POR CHAPA, AS PARCELAS DOS
      *      CONTRATOS ATIVOS DA COMPETENCIA SAO SOMADAS NUM UNICO
      *      EMPRESTIMO DE UMA PARCELA, QUE O FPP015 DESCONTA E QUITA.
      *      A MARGEM CONSIGNAVEL (35% DO SALARIO DO CARGO, COMO NO
      *      FPP036) E CONFERIDA NA ORDEM DOS CONTRATOS: O QUE NAO CABE
      *      FICA SEM DESCONTO (M). CHAPA COM EMPRESTIMO DIGITADO NO
      *      FPP036 AINDA EM CURSO NAO RECEBE OS CONTRATOS DO PORTAL
      *      (B). CONTRATO DE FUNCIONARIO DESLIGADO OU DESATIVADO E
      *      GRAVADO COMO D E APONTADO NA CRITICA (ARQUIVO112) PARA SER
      *      INFORMADO NO PORTAL.
      *    ACAO R - DEPOIS DO FPP015, GERA O RETORNO DA COMPETENCIA
      *      (CONSIGRET_AAAAMM.TXT) COM CADA PARCELA DESCONTADA, DESCON-
      *      TADA EM PARTE OU NAO DESCONTADA E O MOTIVO. O VALOR
      *      DESCONTADO VEM DO EVENTO EMP DO ARQRESDET E E DISTRIBUIDO
      *      NA ORDEM DOS CONTRATOS DA CHAPA. O ARQUIVO E REGISTRADO NO
      *      FPP171.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO PORTAL (ENTRADA)-----------------
           SELECT TCSG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTRATOS DO CREDITO DO TRABALHADOR---------
           SELECT ARQCONSIG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CSG-KEY
                      FILE STATUS IS ST-CSG.
      *---------------------ARQUIVO DE EMPRESTIMO CONSIGNADO------------
           SELECT ARQEMPREST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EMP-CHAPA
                      FILE STATUS IS ST-EMP.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-FUN.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO DA FOLHA (FPP015)--------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-DET.
      *---------------------RETORNO PARA O PORTAL (SAIDA)---------------
           SELECT TRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
      *---------------------ARQUIVO DO PORTAL (ENTRADA)-----------------
       FD TCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIGNADO.CSV".
       01 REGTCSG         PIC X(120).
      *---------------------CONTRATOS DO CREDITO DO TRABALHADOR---------
      *    CSG-STATUS: A = A DESCONTAR NA COMPETENCIA, Q = QUITADO,
      *    M = SEM MARGEM, B = BLOQUEADO POR EMPRESTIMO DO FPP036,
      *    D = FUNCIONARIO DESLIGADO/DESATIVADO.
       FD ARQCONSIG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONSIG.DAT".
       01 REGCONSIG.
           03 CSG-KEY.
            05 CSG-CHAPA          PIC 9(06).
            05 CSG-CONTRATO       PIC X(20).
           03 CSG-CPF             PIC 9(11).
           03 CSG-VALOR-TOTAL     PIC 9(08)V99.
           03 CSG-VALOR-PARCELA   PIC 9(06)V99.
           03 CSG-PARCELA         PIC 9(03).
           03 CSG-TOTAL-PARCELAS  PIC 9(03).
           03 CSG-COMPET          PIC 9(06).
           03 CSG-STATUS          PIC X(01).
           03 CSG-DATA            PIC 9(08).
           03 CSG-RET-COMPET      PIC 9(06).
           03 CSG-DESCONTADO      PIC 9(06)V99.
      *---------------------ARQUIVO DE EMPRESTIMO CONSIGNADO------------
       FD ARQEMPREST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEMPREST.DAT".
       01 REGEMPREST.
           03 EMP-CHAPA           PIC 9(06).
           03 EMP-VALOR-TOTAL     PIC 9(08)V99.
           03 EMP-VALOR-PARCELA   PIC 9(06)V99.
           03 EMP-TOTAL-PARCELAS  PIC 9(03).
           03 EMP-PARCELAS-PAGAS  PIC 9(03).
           03 EMP-ULT-COMPETENCIA PIC 9(06).
           03 EMP-STATUS          PIC X(01).
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 FILLER          PIC X(43).
           03 CODCARG         PIC 9(03).
           03 FILLER          PIC X(28).
           03 STATUS1         PIC X(01).
           03 CPF             PIC 9(11).
           03 FILLER          PIC X(73).
           03 CODEMPRESA      PIC 9(03).
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
      *---------------------MEMORIA DE CALCULO DA FOLHA (FPP015)--------
       FD ARQRESDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESDET.DAT".
       01 REGRESDET.
           03 DET-KEY.
               05 DET-CHAPA        PIC 9(06).
               05 DET-COMPETENCIA  PIC 9(06).
               05 DET-TIPO         PIC X(02).
               05 DET-SEQ          PIC 9(03).
           03 DET-EVENTO        PIC X(03).
           03 DET-DESCRICAO     PIC X(25).
           03 DET-NATUREZA      PIC X(01).
           03 DET-BASE          PIC 9(08)V99.
           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
      *---------------------RETORNO PARA O PORTAL (SAIDA)---------------
       FD TRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-RET-NOME.
       01 REGTRET         PIC X(120).
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
       01 ARQTX    PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------------ARQUIVO DE INTERFACE (FPP171)--------------
       01 INTERF-ARQ EXTERNAL.
           03 ITF-EXT-OPER      PIC X(01).
           03 ITF-EXT-PROGR     PIC X(07).
           03 ITF-EXT-TIPO      PIC X(08).
           03 ITF-EXT-ARQUIVO   PIC X(40).
           03 ITF-EXT-COMPET    PIC 9(06).
           03 ITF-EXT-EMPRESA   PIC 9(03).
           03 ITF-EXT-REFER     PIC 9(08).
           03 ITF-EXT-QTDE      PIC 9(07).
           03 ITF-EXT-VALOR     PIC 9(13)V99.
           03 ITF-EXT-REJEIT    PIC 9(07).
           03 ITF-EXT-PROTOCOLO PIC X(20).
           03 ITF-EXT-NUMERO    PIC 9(08).
       77 W-ACAO     PIC X(01) VALUE SPACES.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-CSG     PIC X(02) VALUE "00".
       77 ST-EMP     PIC X(02) VALUE "00".
       77 ST-FUN     PIC X(02) VALUE "00".
       77 ST-DET     PIC X(02) VALUE "00".
       77 ST-AUTO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-LINHA         PIC 9(05) VALUE ZEROS.
       01 W-TIPO          PIC X(01) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-STATUS-FUN    PIC X(01) VALUE SPACES.
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 W-CONTRATO      PIC X(20) VALUE SPACES.
       01 W-VALOR-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-PARCELA PIC 9(06)V99 VALUE ZEROS.
       01 W-PARCELA       PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-PARC    PIC 9(03) VALUE ZEROS.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
      *---------------[ MARGEM CONSIGNAVEL - MESMA REGRA DO FPP036 ]----
       01 W-SALARIO-MES   PIC 9(08)V99 VALUE ZEROS.
       01 W-MARGEM        PIC 9(08)V99 VALUE ZEROS.
       77 W-PCT-MARGEM    PIC 9(02) VALUE 35.
       01 W-SOMA          PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDO         PIC 9(10)V99 VALUE ZEROS.
       01 W-SALDO-CTR     PIC 9(10)V99 VALUE ZEROS.
       01 W-MANUAL        PIC X(01) VALUE "N".
       01 W-TEM-EMP       PIC X(01) VALUE "N".
      *---------------[ RETORNO ]---------------------------------------
       01 W-CHAPA-ANT     PIC 9(06) VALUE ZEROS.
       01 W-RESTO         PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCONTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-TEM-FOLHA     PIC X(01) VALUE "N".
       01 W-SITUACAO      PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
      *---------------[ TOTAIS ]----------------------------------------
       01 W-TOT-INC       PIC 9(05) VALUE ZEROS.
       01 W-TOT-ATU       PIC 9(05) VALUE ZEROS.
       01 W-TOT-QUI       PIC 9(05) VALUE ZEROS.
       01 W-TOT-DES       PIC 9(05) VALUE ZEROS.
       01 W-TOT-REJ       PIC 9(05) VALUE ZEROS.
       01 W-TOT-MAR       PIC 9(05) VALUE ZEROS.
       01 W-TOT-BLQ       PIC 9(05) VALUE ZEROS.
       01 W-TOT-CHP       PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR     PIC 9(10)V99 VALUE ZEROS.
       01 W-RET-QTDE      PIC 9(07) VALUE ZEROS.
       01 W-RET-INT       PIC 9(05) VALUE ZEROS.
       01 W-RET-PAR       PIC 9(05) VALUE ZEROS.
       01 W-RET-NAO       PIC 9(05) VALUE ZEROS.
       01 W-RET-VALOR     PIC 9(10)V99 VALUE ZEROS.
      *---------------[ CAMPOS DA LINHA DELIMITADA ]--------------------
       01 CSV-TIPO        PIC X(12) VALUE SPACES.
       01 CSV-CPF         PIC X(14) VALUE SPACES.
       01 CSV-CONTRATO    PIC X(24) VALUE SPACES.
       01 CSV-VTOTAL      PIC X(12) VALUE SPACES.
       01 CSV-VPARCELA    PIC X(12) VALUE SPACES.
       01 CSV-PARCELA     PIC X(12) VALUE SPACES.
       01 CSV-TOTPARC     PIC X(12) VALUE SPACES.
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
      *---------------[ CONVERSAO DO CPF ]------------------------------
       01 W-CPF-PI        PIC X(14) VALUE SPACES.
       01 W-CPF-PJ        PIC X(11) JUSTIFIED RIGHT VALUE SPACES.
       01 W-CPF-Q         PIC 9(02) VALUE ZEROS.
      *---------------[ CPF DOS FUNCIONARIOS ]--------------------------
      *    O ARQFUNC NAO TEM CHAVE POR CPF. NA READMISSAO FICA A CHAPA
      *    QUE NAO ESTA DESLIGADA.
       01 W-QTD-FUN       PIC 9(04) VALUE ZEROS.
       01 W-IF            PIC 9(04) VALUE ZEROS.
       01 W-TAB-FUN.
           03 TF-ITEM OCCURS 5000 TIMES.
               05 TF-CPF      PIC 9(11).
               05 TF-CHAPA    PIC 9(06).
               05 TF-STATUS   PIC X(01).
      *---------------[ CONTRATOS E CHAPAS DESTA IMPORTACAO ]-----------
       01 W-QTD-CTR       PIC 9(04) VALUE ZEROS.
       01 W-IX            PIC 9(04) VALUE ZEROS.
       01 W-TAB-CTR.
           03 W-TAB-CTR-KEY PIC X(26) OCCURS 2000 TIMES.
       01 W-QTD-CHP       PIC 9(04) VALUE ZEROS.
       01 W-IC            PIC 9(04) VALUE ZEROS.
       01 W-TAB-CHP.
           03 W-TAB-CHP-CHAPA PIC 9(06) OCCURS 2000 TIMES.
      *
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO112_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-RET-NOME.
           05 FILLER       PIC X(10) VALUE "CONSIGRET_".
           05 W-RET-COMPET PIC 9(06) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".TXT".
      *---------------[ REGISTROS DO RETORNO ]--------------------------
       01  RT-HEADER.
           05  FILLER     PIC X(02) VALUE "H;".
           05  RTH-COMPET PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RTH-DATA   PIC 9(08) VALUE ZEROS.
       01  RT-DET.
           05  FILLER     PIC X(02) VALUE "D;".
           05  RT-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-CONTRATO PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-PARCELA PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-VPARC   PIC 9(06),99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-VDESC   PIC 9(06),99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-SITUACAO PIC X(01) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE ";".
           05  RT-MOTIVO  PIC X(40) VALUE SPACES.
       01  RT-TRAILER.
           05  FILLER     PIC X(02) VALUE "T;".
           05  RTT-QTDE   PIC 9(07) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE ";".
           05  RTT-VALOR  PIC 9(10),99 VALUE ZEROS.
      *---------------[ CRITICA DA IMPORTACAO ]-------------------------
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "CRITICA DA IMPORTACAO DO CREDITO DO TRABALHADOR - ".
           05  CAB1-DATA              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                 PIC X(016) VALUE
           "  COMPETENCIA: ".
           05  CAB1-COMPET            PIC 9(06) VALUE ZEROS.
       01  CAB2.
           05  FILLER                 PIC X(040) VALUE
           "SITUACAO     LINHA  CHAPA  CPF".
           05  FILLER                 PIC X(043) VALUE
           "CONTRATO             PAR      VALOR  MOTIVO".
       01  CAB3.
           05  FILLER                 PIC X(130) VALUE ALL "-".
       01  CAB4.
           05  FILLER                 PIC X(060) VALUE
           "CONSOLIDACAO POR CHAPA (MARGEM CONSIGNAVEL E ARQEMPREST)".
       01  CAB5.
           05  FILLER                 PIC X(040) VALUE
           "SITUACAO     CHAPA  CONTRATO".
           05  FILLER                 PIC X(035) VALUE
           "     PARCELA         MARGEM  MOTIVO".
       01  LDET.
           05  D-SITUACAO PIC X(12) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-LINHA    PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-CONTRATO PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-PARCELA  PIC ZZ9 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-VALOR    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-MOTIVO   PIC X(40) VALUE SPACES.
       01  LDET2.
           05  D2-SITUACAO PIC X(12) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D2-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D2-CONTRATO PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D2-PARCELA PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D2-MARGEM  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D2-MOTIVO  PIC X(40) VALUE SPACES.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS INCLUIDOS....................: ".
           05  TOTINC     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS ATUALIZADOS..................: ".
           05  TOTATU     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS QUITADOS.....................: ".
           05  TOTQUI     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS DE FUNCIONARIO DESLIGADO.....: ".
           05  TOTDES     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT5.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS REJEITADAS......................: ".
           05  TOTREJ     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT6.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS SEM MARGEM CONSIGNAVEL.......: ".
           05  TOTMAR     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT7.
           05  FILLER                 PIC X(045) VALUE
           "***CONTRATOS BLOQUEADOS (FPP036 EM CURSO).: ".
           05  TOTBLQ     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT8.
           05  FILLER                 PIC X(045) VALUE
           "***CHAPAS COM DESCONTO NO ARQEMPREST......: ".
           05  TOTCHP     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT9.
           05  FILLER                 PIC X(045) VALUE
           "***VALOR DAS PARCELAS A DESCONTAR.........: ".
           05  TOTVALOR   VALUE ZEROS  PIC ZZZZZZZZZ9,99.
       01  LINHABR                    PIC X(130) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     CONSIGNADO - CREDITO DO TRABALHADOR".
           05  LINE 02  COLUMN 41
               VALUE  " (IMPORTACAO E RETORNO)".
           05  LINE 05  COLUMN 01
               VALUE  " ACAO (I=IMPORTA CONSIGNADO.CSV R=GERA R".
           05  LINE 05  COLUMN 41
               VALUE  "ETORNO):".
           05  LINE 07  COLUMN 01
               VALUE  " COMPETENCIA (AAAAMM):".
           05  LINE 10  COLUMN 01
               VALUE  "    LAYOUT: TIPO (N/P/Q);CPF;CONTRATO;VA".
           05  LINE 10  COLUMN 41
               VALUE  "LOR TOTAL;VALOR PARCELA;PARCELA;TOTAL".
           05  LINE 11  COLUMN 01
               VALUE  "    N=CONTRATO NOVO  P=PARCELA DO MES  Q".
           05  LINE 11  COLUMN 41
               VALUE  "=QUITACAO (9999,99)".
           05  LINE 14  COLUMN 01
               VALUE  "                         CONFIRMA (S/N) ".
           05  LINE 14  COLUMN 41
               VALUE  ":".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
               LINE 05  COLUMN 50  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TCOMPET
               LINE 07  COLUMN 24  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TOPCAO
               LINE 14  COLUMN 43  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
           ACCEPT W-DATASIS FROM DATE YYYYMMDD.
           MOVE W-DATASIS TO W-TX-DATA.
       R0.
           MOVE SPACES TO W-ACAO W-OPCAO.
           DISPLAY TELA.
       R1.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIMP.
           IF W-ACAO = "i"
              MOVE "I" TO W-ACAO.
           IF W-ACAO = "r"
              MOVE "R" TO W-ACAO.
           IF W-ACAO NOT = "I" AND "R"
              MOVE "*** DIGITE I=IMPORTA OU R=RETORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TCOMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              OR W-COMP-ANO < 1900
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TOPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-ACAO = "R"
              GO TO RETORNO.
      *
      ******************************************************************
      *                 IMPORTACAO DO ARQUIVO DO PORTAL                *
      ******************************************************************
       IMPORTA.
           OPEN INPUT TCSG
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CONSIGNADO.CSV NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT ARQFUNC
           IF ST-FUN NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO DE CARGOS NAO EXISTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       I-O-ARQCONSIG.
           OPEN I-O ARQCONSIG
           IF ST-CSG NOT = "00"
               IF ST-CSG = "30"
                   OPEN OUTPUT ARQCONSIG
                   CLOSE ARQCONSIG
                   GO TO I-O-ARQCONSIG
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONSIG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       I-O-ARQEMPREST.
           OPEN I-O ARQEMPREST
           IF ST-EMP NOT = "00"
               IF ST-EMP = "30"
                   OPEN OUTPUT ARQEMPREST
                   CLOSE ARQEMPREST
                   GO TO I-O-ARQEMPREST
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEMPREST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           PERFORM CARREGA-CPF THRU FIM-CARREGA-CPF.
           IF W-QTD-FUN > 4999
               MOVE "* MAIS DE 5000 CPF NO CADASTRO - AVISE O CPD *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO112" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP175" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           MOVE W-DATASIS(7:2) TO CAB1-DATA(1:2).
           MOVE W-DATASIS(5:2) TO CAB1-DATA(4:2).
           MOVE W-DATASIS(1:4) TO CAB1-DATA(7:4).
           MOVE W-COMPETENCIA TO CAB1-COMPET.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.

      *---------[ LEITURA DAS LINHAS DO PORTAL ]------------------------
       LER-CSG.
           READ TCSG
               AT END
               GO TO CONSOLIDA.
           ADD 1 TO W-LINHA.
           IF REGTCSG = SPACES
               GO TO LER-CSG.
           MOVE SPACES TO CSV-TIPO CSV-CPF CSV-CONTRATO CSV-VTOTAL
                          CSV-VPARCELA CSV-PARCELA CSV-TOTPARC
                          D-MOTIVO D-SITUACAO W-CONTRATO.
           MOVE ZEROS TO W-CHAPA W-CPF W-VALOR-TOTAL W-VALOR-PARCELA
                         W-PARCELA W-TOTAL-PARC.
           UNSTRING REGTCSG DELIMITED BY ";"
               INTO CSV-TIPO CSV-CPF CSV-CONTRATO CSV-VTOTAL
                    CSV-VPARCELA CSV-PARCELA CSV-TOTPARC.
           PERFORM VALIDA-LINHA THRU FIM-VALIDA-LINHA.
           IF D-MOTIVO NOT = SPACES
               GO TO REJEITA-LINHA.
           PERFORM GRAVA-CONTRATO THRU FIM-GRAVA-CONTRATO.
           IF D-SITUACAO = SPACES
               GO TO REJEITA-LINHA.
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA.
           GO TO LER-CSG.

       REJEITA-LINHA.
           MOVE "REJEITADO"   TO D-SITUACAO.
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA.
           ADD 1 TO W-TOT-REJ.
           MOVE "00" TO ST-ERRO ST-CSG.
           GO TO LER-CSG.

       IMPRIME-LINHA.
           MOVE W-LINHA       TO D-LINHA.
           MOVE W-CHAPA       TO D-CHAPA.
           MOVE W-CPF         TO D-CPF.
           MOVE W-CONTRATO    TO D-CONTRATO.
           MOVE W-PARCELA     TO D-PARCELA.
           MOVE W-VALOR-PARCELA TO D-VALOR.
           WRITE ARQTX FROM LDET.
       FIM-IMPRIME-LINHA.
           EXIT.

      *---------[ CRITICA DA LINHA - MOTIVO EM D-MOTIVO ]---------------
       VALIDA-LINHA.
           MOVE CSV-TIPO(1:1) TO W-TIPO.
           IF W-TIPO NOT = "N" AND "P" AND "Q"
              OR CSV-TIPO(2:) NOT = SPACES
               MOVE "TIPO INVALIDO (N, P OU Q)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           PERFORM CONVERTE-CPF THRU FIM-CONVERTE-CPF.
           IF W-CPF = ZEROS
               MOVE "CPF INVALIDO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           IF CSV-CONTRATO = SPACES OR CSV-CONTRATO(21:) NOT = SPACES
               MOVE "NUMERO DO CONTRATO INVALIDO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE CSV-CONTRATO TO W-CONTRATO.
           IF W-TIPO = "Q"
               GO TO VALIDA-LINHA-0.
           MOVE CSV-VTOTAL TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S"
               MOVE "VALOR TOTAL INVALIDO (9999,99)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           COMPUTE W-VALOR-TOTAL = W-NUM-INT + W-NUM-DEC / 100.
           MOVE CSV-VPARCELA TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-INT > 999999
               MOVE "VALOR DA PARCELA INVALIDO (9999,99)" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           COMPUTE W-VALOR-PARCELA = W-NUM-INT + W-NUM-DEC / 100.
           IF W-VALOR-PARCELA = ZEROS
               MOVE "VALOR DA PARCELA ZERADO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE CSV-PARCELA TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-DEC NOT = ZEROS
              OR W-NUM-INT > 999 OR W-NUM-INT = ZEROS
               MOVE "NUMERO DA PARCELA INVALIDO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-NUM-INT TO W-PARCELA.
           MOVE CSV-TOTPARC TO W-NUM-TXT.
           PERFORM CONVERTE-NUMERO THRU FIM-CONVERTE-NUMERO.
           IF W-NUM-OK NOT = "S" OR W-NUM-DEC NOT = ZEROS
              OR W-NUM-INT > 999 OR W-NUM-INT = ZEROS
               MOVE "TOTAL DE PARCELAS INVALIDO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           MOVE W-NUM-INT TO W-TOTAL-PARC.
           IF W-PARCELA > W-TOTAL-PARC
               MOVE "PARCELA MAIOR QUE O TOTAL DE PARCELAS" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
       VALIDA-LINHA-0.
           MOVE ZEROS TO W-IF.
       VALIDA-LINHA-1.
           ADD 1 TO W-IF.
           IF W-IF > W-QTD-FUN
               MOVE "CPF NAO CADASTRADO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           IF TF-CPF(W-IF) NOT = W-CPF
               GO TO VALIDA-LINHA-1.
           MOVE TF-CHAPA(W-IF)  TO W-CHAPA.
           MOVE TF-STATUS(W-IF) TO W-STATUS-FUN.
           MOVE W-CHAPA    TO CSG-CHAPA.
           MOVE W-CONTRATO TO CSG-CONTRATO.
           MOVE ZEROS TO W-IX.
       VALIDA-LINHA-2.
           ADD 1 TO W-IX.
           IF W-IX > W-QTD-CTR
               GO TO VALIDA-LINHA-3.
           IF W-TAB-CTR-KEY(W-IX) = CSG-KEY
               MOVE "CONTRATO REPETIDO NO ARQUIVO" TO D-MOTIVO
               GO TO FIM-VALIDA-LINHA.
           GO TO VALIDA-LINHA-2.
       VALIDA-LINHA-3.
           IF W-QTD-CTR NOT < 2000
               MOVE "ARQUIVO ACIMA DE 2000 CONTRATOS" TO D-MOTIVO.
       FIM-VALIDA-LINHA.
           MOVE "00" TO ST-ERRO.

      *---------[ GRAVACAO DO CONTRATO NO ARQCONSIG ]-------------------
      *    CSG-KEY JA MONTADA NA CRITICA. SITUACAO EM BRANCO NA VOLTA
      *    REJEITA A LINHA PELO MOTIVO EM D-MOTIVO.
       GRAVA-CONTRATO.
           READ ARQCONSIG
           IF ST-CSG NOT = "00"
               IF W-TIPO = "Q"
                   MOVE "CONTRATO A QUITAR NAO CADASTRADO" TO D-MOTIVO
                   GO TO FIM-GRAVA-CONTRATO
               ELSE
                   GO TO GRAVA-CONTRATO-NOVO.
           IF W-TIPO = "Q"
               MOVE "Q"           TO CSG-STATUS
               MOVE W-COMPETENCIA TO CSG-COMPET
               MOVE W-DATASIS     TO CSG-DATA
               MOVE CSG-PARCELA   TO W-PARCELA
               MOVE ZEROS         TO W-VALOR-PARCELA
               REWRITE REGCONSIG
               MOVE "QUITADO" TO D-SITUACAO
               ADD 1 TO W-TOT-QUI
               GO TO GRAVA-CONTRATO-TAB.
           PERFORM MONTA-CONTRATO THRU FIM-MONTA-CONTRATO.
           REWRITE REGCONSIG.
           IF CSG-STATUS = "A"
               MOVE "ATUALIZADO" TO D-SITUACAO
               ADD 1 TO W-TOT-ATU.
           GO TO GRAVA-CONTRATO-TAB.
       GRAVA-CONTRATO-NOVO.
           IF W-TIPO = "P"
               MOVE "PARCELA SEM CONTRATO - INCLUIDO" TO D-MOTIVO.
           PERFORM MONTA-CONTRATO THRU FIM-MONTA-CONTRATO.
           MOVE ZEROS TO CSG-RET-COMPET CSG-DESCONTADO.
           WRITE REGCONSIG.
           IF CSG-STATUS = "A"
               MOVE "INCLUIDO" TO D-SITUACAO
               ADD 1 TO W-TOT-INC.
       GRAVA-CONTRATO-TAB.
           ADD 1 TO W-QTD-CTR.
           MOVE CSG-KEY TO W-TAB-CTR-KEY(W-QTD-CTR).
           IF CSG-STATUS = "D"
               GO TO FIM-GRAVA-CONTRATO.
           MOVE ZEROS TO W-IC.
       GRAVA-CONTRATO-CHP.
           ADD 1 TO W-IC.
           IF W-IC > W-QTD-CHP
               ADD 1 TO W-QTD-CHP
               MOVE W-CHAPA TO W-TAB-CHP-CHAPA(W-QTD-CHP)
               GO TO FIM-GRAVA-CONTRATO.
           IF W-TAB-CHP-CHAPA(W-IC) NOT = W-CHAPA
               GO TO GRAVA-CONTRATO-CHP.
       FIM-GRAVA-CONTRATO.
           MOVE "00" TO ST-CSG.

       MONTA-CONTRATO.
           MOVE W-CPF           TO CSG-CPF.
           MOVE W-VALOR-TOTAL   TO CSG-VALOR-TOTAL.
           MOVE W-VALOR-PARCELA TO CSG-VALOR-PARCELA.
           MOVE W-PARCELA       TO CSG-PARCELA.
           MOVE W-TOTAL-PARC    TO CSG-TOTAL-PARCELAS.
           MOVE W-COMPETENCIA   TO CSG-COMPET.
           MOVE W-DATASIS       TO CSG-DATA.
           MOVE "A"             TO CSG-STATUS.
           IF W-STATUS-FUN = "T" OR "D"
               MOVE "D" TO CSG-STATUS
               MOVE "DESLIGADO" TO D-SITUACAO
               MOVE "FUNCIONARIO DESLIGADO - INFORMAR PORTAL"
                                                       TO D-MOTIVO
               ADD 1 TO W-TOT-DES.
       FIM-MONTA-CONTRATO.
           EXIT.

      *---------[ CPF -> CHAPA A PARTIR DO CADASTRO ]-------------------
       CARREGA-CPF.
           MOVE ZEROS TO W-QTD-FUN CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-CARREGA-CPF.
       CARREGA-CPF-1.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-CARREGA-CPF.
           IF CPF = ZEROS
               GO TO CARREGA-CPF-1.
           MOVE ZEROS TO W-IF.
       CARREGA-CPF-2.
           ADD 1 TO W-IF.
           IF W-IF > W-QTD-FUN
               IF W-QTD-FUN > 4999
                   GO TO FIM-CARREGA-CPF
               ELSE
                   ADD 1 TO W-QTD-FUN
                   MOVE W-QTD-FUN TO W-IF
                   GO TO CARREGA-CPF-3.
           IF TF-CPF(W-IF) NOT = CPF
               GO TO CARREGA-CPF-2.
           IF TF-STATUS(W-IF) NOT = "T" AND "D"
               GO TO CARREGA-CPF-1.
       CARREGA-CPF-3.
           MOVE CPF     TO TF-CPF(W-IF).
           MOVE CHAPA   TO TF-CHAPA(W-IF).
           MOVE STATUS1 TO TF-STATUS(W-IF).
           GO TO CARREGA-CPF-1.
       FIM-CARREGA-CPF.
           MOVE "00" TO ST-FUN.

      ******************************************************************
      *   CONSOLIDACAO NO ARQEMPREST DAS CHAPAS TOCADAS NA IMPORTACAO   *
      ******************************************************************
       CONSOLIDA.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB5.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-IC.
       CONSOLIDA-1.
           ADD 1 TO W-IC.
           IF W-IC > W-QTD-CHP
               GO TO FIM-RELATORIO.
           MOVE W-TAB-CHP-CHAPA(W-IC) TO W-CHAPA.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE ZEROS TO CODCARG.
           PERFORM CALC-MARGEM THRU FIM-CALC-MARGEM.
      *    EMPRESTIMO DIGITADO NO FPP036 (MAIS DE UMA PARCELA, AINDA
      *    NAO QUITADO) TEM PRIORIDADE SOBRE OS CONTRATOS DO PORTAL.
           MOVE "N" TO W-MANUAL W-TEM-EMP.
           MOVE W-CHAPA TO EMP-CHAPA.
           READ ARQEMPREST
           IF ST-EMP = "00"
               MOVE "S" TO W-TEM-EMP
               IF EMP-STATUS = "A" AND EMP-TOTAL-PARCELAS > 1
                  AND EMP-PARCELAS-PAGAS < EMP-TOTAL-PARCELAS
                   MOVE "S" TO W-MANUAL.
           MOVE "00" TO ST-EMP.
           MOVE ZEROS TO W-SOMA W-SALDO.
           MOVE W-CHAPA    TO CSG-CHAPA.
           MOVE LOW-VALUES TO CSG-CONTRATO.
           START ARQCONSIG KEY IS NOT LESS THAN CSG-KEY
               INVALID KEY
               GO TO CONSOLIDA-3.
       CONSOLIDA-2.
           READ ARQCONSIG NEXT
               AT END
               GO TO CONSOLIDA-3.
           IF CSG-CHAPA NOT = W-CHAPA
               GO TO CONSOLIDA-3.
           IF CSG-COMPET NOT = W-COMPETENCIA
              OR CSG-STATUS = "Q" OR "D"
               GO TO CONSOLIDA-2.
           MOVE SPACES TO D2-MOTIVO.
           IF W-MANUAL = "S"
               MOVE "B" TO CSG-STATUS
               MOVE "BLOQUEADO" TO D2-SITUACAO
               MOVE "EMPRESTIMO DO FPP036 EM CURSO" TO D2-MOTIVO
               ADD 1 TO W-TOT-BLQ
           ELSE
               IF W-SOMA + CSG-VALOR-PARCELA > W-MARGEM
                   MOVE "M" TO CSG-STATUS
                   MOVE "SEM MARGEM" TO D2-SITUACAO
                   MOVE "EXCEDE A MARGEM CONSIGNAVEL" TO D2-MOTIVO
                   ADD 1 TO W-TOT-MAR
               ELSE
                   MOVE "A" TO CSG-STATUS
                   MOVE "A DESCONTAR" TO D2-SITUACAO
                   ADD CSG-VALOR-PARCELA TO W-SOMA
                   COMPUTE W-SALDO-CTR = CSG-VALOR-PARCELA *
                       (CSG-TOTAL-PARCELAS - CSG-PARCELA + 1)
                   ADD W-SALDO-CTR TO W-SALDO.
           REWRITE REGCONSIG.
           MOVE W-CHAPA           TO D2-CHAPA.
           MOVE CSG-CONTRATO      TO D2-CONTRATO.
           MOVE CSG-VALOR-PARCELA TO D2-PARCELA.
           MOVE W-MARGEM          TO D2-MARGEM.
           WRITE ARQTX FROM LDET2.
           GO TO CONSOLIDA-2.
      *    UM EMPRESTIMO DE UMA PARCELA COM A SOMA DA COMPETENCIA; O
      *    FPP015 DESCONTA E QUITA. SEM PARCELA A DESCONTAR, O DO PORTAL
      *    QUE AINDA ESTIVER ATIVO E CANCELADO.
       CONSOLIDA-3.
           MOVE "00" TO ST-CSG.
           IF W-MANUAL = "S"
               GO TO CONSOLIDA-1.
           IF W-SOMA = ZEROS
               IF W-TEM-EMP = "S" AND EMP-STATUS = "A"
                   MOVE "C" TO EMP-STATUS
                   REWRITE REGEMPREST
                   GO TO CONSOLIDA-1
               ELSE
                   GO TO CONSOLIDA-1.
           IF W-SALDO > 99999999,99
               MOVE 99999999,99 TO W-SALDO.
           MOVE W-CHAPA  TO EMP-CHAPA.
           MOVE W-SALDO  TO EMP-VALOR-TOTAL.
           MOVE W-SOMA   TO EMP-VALOR-PARCELA.
           MOVE 1        TO EMP-TOTAL-PARCELAS.
           MOVE ZEROS    TO EMP-PARCELAS-PAGAS EMP-ULT-COMPETENCIA.
           MOVE "A"      TO EMP-STATUS.
           IF W-TEM-EMP = "S"
               REWRITE REGEMPREST
           ELSE
               WRITE REGEMPREST.
           MOVE "00" TO ST-EMP.
           ADD 1 TO W-TOT-CHP.
           ADD W-SOMA TO W-TOT-VALOR.
           GO TO CONSOLIDA-1.

      *---------------[ ROTINA DE CALCULO DA MARGEM ]-------------------
       CALC-MARGEM.
           MOVE ZEROS TO W-MARGEM W-SALARIO-MES.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
              INVALID KEY
              GO TO FIM-CALC-MARGEM.
           IF TIPOSALARIO = "H"
               MULTIPLY SALARIOBASE BY MULT-HORAS GIVING W-SALARIO-MES
           ELSE
               IF TIPOSALARIO = "D"
                   MULTIPLY SALARIOBASE BY MULT-DIAS
                       GIVING W-SALARIO-MES
               ELSE
                   MOVE SALARIOBASE TO W-SALARIO-MES.
           COMPUTE W-MARGEM ROUNDED =
               W-SALARIO-MES * W-PCT-MARGEM / 100.
       FIM-CALC-MARGEM.
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

      *---------[ CPF SO COM DIGITOS, COM OU SEM ZEROS A ESQUERDA ]-----
       CONVERTE-CPF.
           MOVE ZEROS TO W-CPF W-CPF-Q W-NUM-BR.
           MOVE SPACES TO W-CPF-PI W-CPF-PJ.
           INSPECT CSV-CPF TALLYING W-NUM-BR FOR LEADING SPACES.
           IF W-NUM-BR NOT < 14
               GO TO FIM-CONVERTE-CPF.
           ADD 1 TO W-NUM-BR.
           UNSTRING CSV-CPF(W-NUM-BR:) DELIMITED BY ALL SPACE
               INTO W-CPF-PI COUNT IN W-CPF-Q.
           IF W-CPF-Q = ZEROS OR W-CPF-Q > 11
               GO TO FIM-CONVERTE-CPF.
           MOVE W-CPF-PI(1:W-CPF-Q) TO W-CPF-PJ.
           INSPECT W-CPF-PJ REPLACING LEADING SPACES BY ZEROS.
           IF W-CPF-PJ NUMERIC
               MOVE W-CPF-PJ TO W-CPF.
       FIM-CONVERTE-CPF.
           EXIT.

       FIM-RELATORIO.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-INC TO TOTINC.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-ATU TO TOTATU.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-TOT-QUI TO TOTQUI.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-TOT-DES TO TOTDES.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-TOT-REJ TO TOTREJ.
           WRITE ARQTX FROM LINTOT5.
           MOVE W-TOT-MAR TO TOTMAR.
           WRITE ARQTX FROM LINTOT6.
           MOVE W-TOT-BLQ TO TOTBLQ.
           WRITE ARQTX FROM LINTOT7.
           MOVE W-TOT-CHP TO TOTCHP.
           WRITE ARQTX FROM LINTOT8.
           MOVE W-TOT-VALOR TO TOTVALOR.
           WRITE ARQTX FROM LINTOT9.
           MOVE "*** IMPORTACAO CONCLUIDA - VER ARQUIVO112 ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ******************************************************************
      *           RETORNO DAS PARCELAS DESCONTADAS NA FOLHA            *
      ******************************************************************
       RETORNO.
           OPEN I-O ARQCONSIG
           IF ST-CSG NOT = "00"
               MOVE "* NENHUM CONTRATO IMPORTADO (ARQCONSIG) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT ARQRESDET
           IF ST-DET NOT = "00"
               CLOSE ARQCONSIG
               MOVE "* FOLHA NAO CALCULADA - RODE O FPP015 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           MOVE W-COMPETENCIA TO W-RET-COMPET.
           OPEN OUTPUT TRET
           IF ST-ERRO NOT = "00"
               CLOSE ARQCONSIG ARQRESDET
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE RETORNO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           MOVE W-COMPETENCIA TO RTH-COMPET.
           MOVE W-DATASIS     TO RTH-DATA.
           WRITE REGTRET FROM RT-HEADER.
           MOVE ZEROS      TO W-CHAPA-ANT.
           MOVE LOW-VALUES TO CSG-KEY.
           START ARQCONSIG KEY IS NOT LESS THAN CSG-KEY
               INVALID KEY
               GO TO RETORNO-FIM.
       RETORNO-1.
           READ ARQCONSIG NEXT
               AT END
               GO TO RETORNO-FIM.
           IF CSG-COMPET NOT = W-COMPETENCIA OR CSG-STATUS = "Q"
               GO TO RETORNO-1.
           IF CSG-CHAPA NOT = W-CHAPA-ANT
               MOVE CSG-CHAPA TO W-CHAPA-ANT
               PERFORM SOMA-DESCONTO THRU FIM-SOMA-DESCONTO.
           MOVE ZEROS  TO W-DESCONTO.
           MOVE "3"    TO W-SITUACAO.
           MOVE SPACES TO W-MOTIVO.
           IF CSG-STATUS = "D"
               MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO
               GO TO RETORNO-2.
           IF CSG-STATUS = "M"
               MOVE "MARGEM CONSIGNAVEL INSUFICIENTE" TO W-MOTIVO
               GO TO RETORNO-2.
           IF CSG-STATUS = "B"
               MOVE "EMPRESTIMO ANTERIOR EM CURSO" TO W-MOTIVO
               GO TO RETORNO-2.
           IF W-TEM-FOLHA NOT = "S"
               MOVE "SEM FOLHA NA COMPETENCIA" TO W-MOTIVO
               GO TO RETORNO-2.
           IF W-RESTO NOT < CSG-VALOR-PARCELA
               MOVE CSG-VALOR-PARCELA TO W-DESCONTO
           ELSE
               MOVE W-RESTO TO W-DESCONTO.
           SUBTRACT W-DESCONTO FROM W-RESTO.
           IF W-DESCONTO = CSG-VALOR-PARCELA
               MOVE "1" TO W-SITUACAO
           ELSE
               MOVE "SALARIO LIQUIDO INSUFICIENTE" TO W-MOTIVO
               IF W-DESCONTO > ZEROS
                   MOVE "2" TO W-SITUACAO.
       RETORNO-2.
           MOVE W-COMPETENCIA TO CSG-RET-COMPET.
           MOVE W-DESCONTO    TO CSG-DESCONTADO.
           REWRITE REGCONSIG.
           MOVE CSG-CPF           TO RT-CPF.
           MOVE CSG-CONTRATO      TO RT-CONTRATO.
           MOVE CSG-PARCELA       TO RT-PARCELA.
           MOVE CSG-VALOR-PARCELA TO RT-VPARC.
           MOVE W-DESCONTO        TO RT-VDESC.
           MOVE W-SITUACAO        TO RT-SITUACAO.
           MOVE W-MOTIVO          TO RT-MOTIVO.
           WRITE REGTRET FROM RT-DET.
           ADD 1 TO W-RET-QTDE.
           ADD W-DESCONTO TO W-RET-VALOR.
           IF W-SITUACAO = "1"
               ADD 1 TO W-RET-INT
           ELSE
               IF W-SITUACAO = "2"
                   ADD 1 TO W-RET-PAR
               ELSE
                   ADD 1 TO W-RET-NAO.
           GO TO RETORNO-1.
       RETORNO-FIM.
           MOVE W-RET-QTDE  TO RTT-QTDE.
           MOVE W-RET-VALOR TO RTT-VALOR.
           WRITE REGTRET FROM RT-TRAILER.
           CLOSE TRET ARQCONSIG ARQRESDET.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** RETORNO GERADO: CONSIGRET_AAAAMM.TXT ***" TO MENS.
           MOVE W-COMPETENCIA TO MENS(31:6).
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIMP.

      *---------[ EVENTO EMP DA FOLHA DA CHAPA NA COMPETENCIA ]---------
       SOMA-DESCONTO.
           MOVE ZEROS TO W-RESTO.
           MOVE "N"   TO W-TEM-FOLHA.
           MOVE CSG-CHAPA     TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "FO"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-DESCONTO.
       SOMA-DESCONTO-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-DESCONTO.
           IF DET-CHAPA NOT = CSG-CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
              OR DET-TIPO NOT = "FO"
               GO TO FIM-SOMA-DESCONTO.
           MOVE "S" TO W-TEM-FOLHA.
           IF DET-EVENTO = "EMP"
               ADD DET-VALOR TO W-RESTO.
           GO TO SOMA-DESCONTO-1.
       FIM-SOMA-DESCONTO.
           MOVE "00" TO ST-DET.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP175" TO ITF-EXT-PROGR.
           MOVE "CONSIG" TO ITF-EXT-TIPO.
           MOVE W-RET-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA ITF-EXT-REFER.
           MOVE W-RET-QTDE TO ITF-EXT-QTDE.
           MOVE W-RET-VALOR TO ITF-EXT-VALOR.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *---------------[ BLOQUEIO DURANTE A CADEIA NOTURNA ]-------------
      *    ENQUANTO A CHAVE ARQAUTO ESTIVER LIGADA (FPP064 EM CURSO)
      *    OS EMPRESTIMOS NAO PODEM SER ALTERADOS.
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
                CLOSE TCSG ARQFUNC ARQCARG ARQCONSIG ARQEMPREST TX.
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
