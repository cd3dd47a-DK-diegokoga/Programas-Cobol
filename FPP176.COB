       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP176.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   CONCILIACAO DA FOLHA - RESULTADO X        *
      *   CONTABIL X RETORNO BANCARIO               *
      ***********************************************
      *----------------------------------------------------------------
      *    CONFRONTA, POR COMPETENCIA E EMPRESA, AS TRES PONTAS DO
      *    PAGAMENTO DA FOLHA:
      *      - ARQRESUL (TIPO FO): LIQUIDO DE CADA CHAPA;
      *      - JORNAL CONTABIL DO FPP015 (ARQUIVO51_AAAAMMDD.DOC),
      *        LANCAMENTO LQ DE CADA EMPRESA;
      *      - ARQPGTO / ARQPGTOPEN: RETORNO DO BANCO LIDO NO FPP044
      *        (CREDITO DO FUNCIONARIO E CREDITOS DE PENSAO).
      *    O JORNAL E POR EMPRESA, POR ISSO O CONFRONTO POR CHAPA E
      *    RESULTADO X BANCO E O CONTABIL ENTRA NOS TOTAIS.
      *    O ARQPGTO GUARDA A COMPETENCIA DO PAGAMENTO (DATA DO
      *    RETORNO), QUE VEM DO REGISTRO DA REMESSA NO FPP171 E PODE
      *    SER ALTERADA NA TELA. O JORNAL TAMBEM VEM DO FPP171.
      *    DIFERENCAS APONTADAS: CONTABILIZADO E NAO PAGO, REJEITADO
      *    E NAO REENVIADO, REENVIADO AGUARDANDO RETORNO, ESTORNADO,
      *    VALOR PAGO DIFERENTE, CREDITO DE PENSAO FALTANDO, PAGO SEM
      *    FOLHA (NAO CONTABILIZADO) E LIQUIDO CONTABIL DIFERENTE DO
      *    RESULTADO. O RELATORIO (ARQUIVO113) TRAZ O BLOCO DE
      *    ASSINATURAS E A ASSINATURA FICA GRAVADA NO ARQCONCIL, QUE
      *    O FPP048 EXIGE PARA FECHAR A COMPETENCIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------RESULTADO DA FOLHA (FPP015)-----------------
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-RES.
      *---------------------MEMORIA DE CALCULO DA FOLHA (FPP015)--------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-DET.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-FUN.
      *---------------------RETORNO BANCARIO (FPP044)-------------------
           SELECT ARQPGTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGTO-KEY
                      FILE STATUS IS ST-PGT.
      *---------------------CREDITOS DE PENSAO ALIMENTICIA--------------
           SELECT ARQPGTOPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-PEN.
      *---------------------ARQUIVOS DE INTERFACE (FPP171)--------------
           SELECT ARQINTERF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ITF-NUMERO
                  FILE STATUS  IS ST-ITF.
      *---------------------JORNAL CONTABIL DA FOLHA (FPP015)-----------
           SELECT TJORNAL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-JOR.
      *---------------------ASSINATURA DA CONCILIACAO-------------------
           SELECT ARQCONCIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-CONC.
      *---------------------GERAR RELATORIO DA CONCILIACAO--------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------RESULTADO DA FOLHA (FPP015)-----------------
       FD ARQRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESUL.DAT".
       01 REGRESUL.
           03 RES-KEY.
               05 RES-CHAPA        PIC 9(06).
               05 RES-COMPETENCIA  PIC 9(06).
               05 RES-TIPO         PIC X(02).
           03 RES-BRUTO         PIC 9(08)V99.
           03 RES-INSS          PIC 9(08)V99.
           03 RES-IRRF          PIC 9(08)V99.
           03 RES-FGTS          PIC 9(08)V99.
           03 RES-VT            PIC 9(08)V99.
           03 RES-VR            PIC 9(08)V99.
           03 RES-LIQUIDO       PIC 9(08)V99.
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
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA           PIC 9(06).
           03 NOME            PIC X(30).
           03 FILLER          PIC X(129).
           03 CODEMPRESA      PIC 9(03).
      *---------------------RETORNO BANCARIO (FPP044)-------------------
      *    PGTO-STATUS: C = CONFIRMADO, R = REJEITADO, E = REENVIADO
      *    (FPP106) OU RESCISAO (FPP045), X = ESTORNADO (FPP160).
       FD ARQPGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGTO.DAT".
       01 REGPGTO.
           03 PGTO-KEY.
               05 PGTO-CHAPA        PIC 9(06).
               05 PGTO-COMPETENCIA  PIC 9(06).
           03 PGTO-VALOR        PIC 9(09)V99.
           03 PGTO-OCORRENCIA   PIC X(02).
           03 PGTO-STATUS       PIC X(01).
      *---------------------CREDITOS DE PENSAO ALIMENTICIA--------------
       FD ARQPGTOPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGTOPEN.DAT".
       01 REGPGTOPEN.
           03 PGP-KEY.
               05 PGP-CHAPA         PIC 9(06).
               05 PGP-COMPETENCIA   PIC 9(06).
               05 PGP-BENEFICIARIO  PIC X(30).
           03 PGP-VALOR         PIC 9(09)V99.
           03 PGP-OCORRENCIA    PIC X(02).
           03 PGP-STATUS        PIC X(01).
      *---------------------ARQUIVOS DE INTERFACE (FPP171)--------------
       FD ARQINTERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINTERF.DAT".
       01 REGINTERF.
           03 ITF-NUMERO        PIC 9(08).
           03 ITF-PROGR         PIC X(07).
           03 ITF-TIPO          PIC X(08).
           03 ITF-ARQUIVO       PIC X(40).
           03 ITF-COMPET        PIC 9(06).
           03 ITF-EMPRESA       PIC 9(03).
           03 ITF-REFER         PIC 9(08).
           03 ITF-QTDE          PIC 9(07).
           03 ITF-VALOR         PIC 9(13)V99.
           03 ITF-USU-GER       PIC X(10).
           03 ITF-DATA-GER      PIC 9(08).
           03 ITF-HORA-GER      PIC 9(06).
           03 ITF-SITUACAO      PIC X(01).
           03 ITF-USU-TRANS     PIC X(10).
           03 ITF-DATA-TRANS    PIC 9(08).
           03 ITF-HORA-TRANS    PIC 9(06).
           03 ITF-PROTOCOLO     PIC X(20).
           03 ITF-DATA-RET      PIC 9(08).
           03 ITF-PROGR-RET     PIC X(07).
           03 ITF-RET-ACEITOS   PIC 9(07).
           03 ITF-RET-REJEIT    PIC 9(07).
      *---------------------JORNAL CONTABIL DA FOLHA (FPP015)-----------
       FD TJORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-JORNAL.
       01 REGJOR          PIC X(100).
      *---------------------ASSINATURA DA CONCILIACAO-------------------
       FD ARQCONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONCIL.DAT".
       01 REGCONCIL.
           03 CONC-COMPETENCIA  PIC 9(06).
           03 CONC-CODEMPRESA   PIC 9(03).
           03 CONC-COMPET-PGTO  PIC 9(06).
           03 CONC-USUARIO      PIC X(10).
           03 CONC-DATA         PIC 9(08).
           03 CONC-HORA         PIC 9(08).
           03 CONC-DIFER        PIC 9(05).
           03 CONC-RESULTADO    PIC 9(12)V99.
           03 CONC-CONTABIL     PIC 9(12)V99.
           03 CONC-PAGO         PIC 9(12)V99.
      *---------------------GERAR RELATORIO DA CONCILIACAO--------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
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
       77 W-ASSINA   PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-RES     PIC X(02) VALUE "00".
       77 ST-DET     PIC X(02) VALUE "00".
       77 ST-FUN     PIC X(02) VALUE "00".
       77 ST-PGT     PIC X(02) VALUE "00".
       77 ST-PEN     PIC X(02) VALUE "00".
       77 ST-ITF     PIC X(02) VALUE "00".
       77 ST-JOR     PIC X(02) VALUE "00".
       77 ST-CONC    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-HORASIS       PIC 9(08) VALUE ZEROS.
       01 W-USUARIO       PIC X(10) VALUE SPACES.
       01 W-EMPRESA       PIC 9(03) VALUE ZEROS.
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-COMPET-PG     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-PG-R REDEFINES W-COMPET-PG.
           03 W-CPG-ANO   PIC 9(04).
           03 W-CPG-MES   PIC 9(02).
       01 W-JORNAL        PIC X(40) VALUE SPACES.
       01 W-TEM-PGTO      PIC X(01) VALUE "N".
       01 W-TEM-PEN       PIC X(01) VALUE "N".
       01 W-TEM-DET       PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-EMP           PIC 9(03) VALUE ZEROS.
       01 W-IE            PIC 9(04) VALUE ZEROS.
       01 W-PEN-RES       PIC 9(10)V99 VALUE ZEROS.
       01 W-PEN-PAGO      PIC 9(10)V99 VALUE ZEROS.
       01 W-PEN-REJ       PIC 9(03) VALUE ZEROS.
      *---------------[ LEITURA DO JORNAL CONTABIL ]--------------------
       01 W-JOR-OK        PIC X(01) VALUE "N".
       01 W-JOR-TEM-EMP   PIC X(01) VALUE "N".
       01 W-JOR-EMP       PIC 9(03) VALUE ZEROS.
       01 W-JOR-COMP      PIC 9(06) VALUE ZEROS.
       01 W-JOR-ED        PIC X(12) VALUE SPACES.
       01 W-JOR-VALOR-ED REDEFINES W-JOR-ED PIC ZZZZZZZZ9,99.
       01 W-JOR-VALOR     PIC 9(10)V99 VALUE ZEROS.
      *---------------[ TOTAIS ]----------------------------------------
       01 W-TOT-DIF       PIC 9(05) VALUE ZEROS.
       01 W-TOT-QTDE      PIC 9(05) VALUE ZEROS.
       01 W-TOT-RES       PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-CTB       PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-CONF      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-NPAGO     PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-PEN-RES   PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-PEN-PAGO  PIC 9(12)V99 VALUE ZEROS.
      *---------------[ TOTAIS POR EMPRESA - INDICE = CODIGO + 1 ]------
       01 W-TAB-EMP.
           03 TE-ITEM OCCURS 1000 TIMES.
               05 TE-USADO     PIC X(01).
               05 TE-QTDE      PIC 9(05).
               05 TE-RES       PIC 9(12)V99.
               05 TE-CTB       PIC 9(12)V99.
               05 TE-CONF      PIC 9(12)V99.
               05 TE-NPAGO     PIC 9(12)V99.
               05 TE-PEN-RES   PIC 9(12)V99.
               05 TE-PEN-PAGO  PIC 9(12)V99.
      *
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO113_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ LINHA DE RESUMO NA TELA ]-----------------------
       01 W-LTELA.
           05 FILLER       PIC X(22) VALUE " DIFERENCAS APONTADAS:".
           05 W-LTELA-DIF  PIC ZZZZ9 VALUE ZEROS.
           05 FILLER       PIC X(24) VALUE "  (VER ARQUIVO113)".
      *---------------[ RELATORIO DA CONCILIACAO ]----------------------
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "CONCILIACAO DA FOLHA - RESULTADO X CONTABIL X BANCO - ".
           05  CAB1-DATA              PIC 99/99/9999 VALUE ZEROS.
       01  CAB1B.
           05  FILLER                 PIC X(027) VALUE
           "COMPETENCIA DA FOLHA.....: ".
           05  CAB1-COMPET            PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(029) VALUE
           "   COMPETENCIA DO PAGAMENTO: ".
           05  CAB1-COMPPG            PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(012) VALUE
           "   EMPRESA: ".
           05  CAB1-EMPRESA           PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(014) VALUE
           " (000=TODAS)".
       01  CAB1C.
           05  FILLER                 PIC X(027) VALUE
           "JORNAL CONTABIL..........: ".
           05  CAB1-JORNAL            PIC X(040) VALUE SPACES.
       01  CAB2.
           05  FILLER                 PIC X(060) VALUE
           "1. DIFERENCAS POR FUNCIONARIO (RESULTADO X BANCO)".
       01  CAB2B.
           05  FILLER                 PIC X(041) VALUE
           "CHAPA  NOME                           EMP".
           05  FILLER                 PIC X(030) VALUE
           "       LIQUIDO   VALOR BANCO S".
           05  FILLER                 PIC X(020) VALUE
           "  DIFERENCA".
       01  CAB3.
           05  FILLER                 PIC X(130) VALUE ALL "-".
       01  CAB4.
           05  FILLER                 PIC X(060) VALUE
           "2. CREDITOS DO BANCO SEM FOLHA NA COMPETENCIA".
       01  CAB5.
           05  FILLER                 PIC X(060) VALUE
           "3. RESUMO POR EMPRESA (RESULTADO X CONTABIL X BANCO)".
       01  CAB5B.
           05  FILLER                 PIC X(038) VALUE
           "EMP   FUNC     RESULTADO      CONTABIL".
           05  FILLER                 PIC X(042) VALUE
           "    BANCO CONF      NAO PAGO  PENSAO FOLHA".
           05  FILLER                 PIC X(029) VALUE
           "   PENSAO PAGA   DIF CONTABIL".
       01  LDET.
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-NOME     PIC X(30) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-EMP      PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-LIQ      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-BANCO    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  D-SIT      PIC X(01) VALUE SPACES.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-MOTIVO   PIC X(40) VALUE SPACES.
       01  LRES.
           05  R-EMP      PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  R-QTDE     PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-RES      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-CTB      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-CONF     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-NPAGO    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-PEN-RES  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-PEN-PAGO PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  R-DIF-CTB  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LDIFEMP.
           05  FILLER     PIC X(13) VALUE "*** EMPRESA ".
           05  DE-EMP     PIC 9(03) VALUE ZEROS.
           05  FILLER     PIC X(052) VALUE
           ": LIQUIDO CONTABILIZADO DIFERE DO RESULTADO DA FOLHA".
       01  LJORNAL.
           05  FILLER     PIC X(04) VALUE "*** ".
           05  LJ-MENS    PIC X(50) VALUE SPACES.
           05  FILLER     PIC X(40) VALUE
           " - CONTABIL NAO CONFRONTADO".
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***TOTAL DE DIFERENCAS APONTADAS..........: ".
           05  TOTDIF     VALUE ZEROS  PIC ZZZZ9.
       01  LASS1.
           05  FILLER                 PIC X(040) VALUE
           "______________________________".
           05  FILLER                 PIC X(030) VALUE
           "______________________________".
       01  LASS2.
           05  FILLER                 PIC X(040) VALUE
           "RESPONSAVEL PELA FOLHA".
           05  FILLER                 PIC X(030) VALUE
           "CONTROLADORIA".
       01  LASS3.
           05  FILLER                 PIC X(040) VALUE
           "DATA: ____/____/________".
           05  FILLER                 PIC X(030) VALUE
           "DATA: ____/____/________".
       01  LASS4.
           05  FILLER                 PIC X(030) VALUE
           "CONCILIACAO ASSINADA POR....: ".
           05  LA-USUARIO             PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE " EM ".
           05  LA-DATA                PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                 PIC X(04) VALUE " AS ".
           05  LA-HORA                PIC 99B99 VALUE ZEROS.
       01  LASS5.
           05  FILLER                 PIC X(060) VALUE
           "CONCILIACAO NAO ASSINADA - FECHAMENTO NAO LIBERADO".
       01  LINHABR                    PIC X(130) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   CONCILIACAO DA FOLHA - RESULTADO X CO".
           05  LINE 02  COLUMN 41
               VALUE  "NTABIL X RETORNO BANCARIO".
           05  LINE 05  COLUMN 01
               VALUE  " COMPETENCIA DA FOLHA (AAAAMM)....:".
           05  LINE 06  COLUMN 01
               VALUE  " EMPRESA (000 = TODAS)............:".
           05  LINE 07  COLUMN 01
               VALUE  " COMPETENCIA DO PAGAMENTO (AAAAMM):".
           05  LINE 08  COLUMN 01
               VALUE  " JORNAL CONTABIL..................:".
           05  LINE 10  COLUMN 01
               VALUE  "    O PAGAMENTO E O JORNAL SAO SUGERIDOS".
           05  LINE 10  COLUMN 41
               VALUE  " PELO REGISTRO DE INTERFACES (FPP171)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA (S/N) ".
           05  LINE 12  COLUMN 41
               VALUE  ":".
           05  LINE 15  COLUMN 01
               VALUE  " RESPONSAVEL PELA CONCILIACAO.....:".
           05  LINE 16  COLUMN 01
               VALUE  " ASSINA A CONCILIACAO (S/N).......:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPET
               LINE 05  COLUMN 37  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TEMPRESA
               LINE 06  COLUMN 37  PIC 9(03)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TCOMPPG
               LINE 07  COLUMN 37  PIC 9(06)
               USING  W-COMPET-PG
               HIGHLIGHT.
           05  TJOR
               LINE 08  COLUMN 37  PIC X(40)
               USING  W-JORNAL
               HIGHLIGHT.
           05  TOPCAO
               LINE 12  COLUMN 43  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TUSUARIO
               LINE 15  COLUMN 37  PIC X(10)
               USING  W-USUARIO
               HIGHLIGHT.
           05  TASSINA
               LINE 16  COLUMN 37  PIC X(01)
               USING  W-ASSINA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATASIS FROM DATE YYYYMMDD.
           MOVE W-DATASIS TO W-TX-DATA.
           MOVE SPACES TO W-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO.
       R0.
           MOVE SPACES TO W-OPCAO W-ASSINA W-JORNAL.
           MOVE ZEROS TO W-COMPETENCIA W-EMPRESA W-COMPET-PG.
           DISPLAY TELA.
       R1.
           ACCEPT TCOMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIMP.
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              OR W-COMP-ANO < 1900
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TEMPRESA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           PERFORM BUSCA-INTERF THRU FIM-BUSCA-INTERF.
           DISPLAY TCOMPPG.
           DISPLAY TJOR.
       R3.
           ACCEPT TCOMPPG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-CPG-MES = ZEROS OR W-CPG-MES > 12
              OR W-CPG-ANO < 1900
              MOVE "*** INFORME A COMPETENCIA DO PAGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TJOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
       R5.
           ACCEPT TOPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
      ******************************************************************
      *                     ABERTURA DOS ARQUIVOS                      *
      ******************************************************************
       PROCESSA.
           OPEN INPUT ARQRESUL
           IF ST-RES NOT = "00"
               MOVE "* FOLHA NAO CALCULADA - RODE O FPP015 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT ARQFUNC
           IF ST-FUN NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQPGTO
           IF ST-PGT = "00"
               MOVE "S" TO W-TEM-PGTO.
           OPEN INPUT ARQPGTOPEN
           IF ST-PEN = "00"
               MOVE "S" TO W-TEM-PEN.
           OPEN INPUT ARQRESDET
           IF ST-DET = "00"
               MOVE "S" TO W-TEM-DET.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO113" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP176" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           MOVE W-EMPRESA TO SPL-EXT-EMPRESA.
           MOVE W-DATASIS(7:2) TO CAB1-DATA(1:2).
           MOVE W-DATASIS(5:2) TO CAB1-DATA(4:2).
           MOVE W-DATASIS(1:4) TO CAB1-DATA(7:4).
           MOVE W-COMPETENCIA TO CAB1-COMPET.
           MOVE W-COMPET-PG   TO CAB1-COMPPG.
           MOVE W-EMPRESA     TO CAB1-EMPRESA.
           MOVE W-JORNAL      TO CAB1-JORNAL.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB1B.
           WRITE ARQTX FROM CAB1C.
           WRITE ARQTX FROM CAB3.
           INITIALIZE W-TAB-EMP.
           PERFORM LE-JORNAL THRU FIM-LE-JORNAL.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2B.
           WRITE ARQTX FROM CAB3.

      *---------[ 1. RESULTADO DA FOLHA X RETORNO DO BANCO ]------------
           MOVE LOW-VALUES TO RES-KEY.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO CONC-BANCO.
       CONC-FOLHA-1.
           READ ARQRESUL NEXT
               AT END
               GO TO CONC-BANCO.
           IF RES-COMPETENCIA NOT = W-COMPETENCIA
              OR RES-TIPO NOT = "FO"
               GO TO CONC-FOLHA-1.
           MOVE RES-CHAPA TO W-CHAPA.
           PERFORM LE-FUNC THRU FIM-LE-FUNC.
           IF W-EMPRESA NOT = ZEROS AND W-EMP NOT = W-EMPRESA
               GO TO CONC-FOLHA-1.
           COMPUTE W-IE = W-EMP + 1.
           MOVE "S" TO TE-USADO(W-IE).
           ADD 1 TO TE-QTDE(W-IE).
           ADD RES-LIQUIDO TO TE-RES(W-IE).
           IF RES-LIQUIDO = ZEROS
               GO TO CONC-FOLHA-3.
           MOVE RES-LIQUIDO TO D-LIQ.
           MOVE ZEROS  TO D-BANCO.
           MOVE SPACES TO D-SIT.
           MOVE W-CHAPA     TO PGTO-CHAPA.
           MOVE W-COMPET-PG TO PGTO-COMPETENCIA.
           PERFORM LE-PGTO THRU FIM-LE-PGTO.
           IF W-ACHOU NOT = "S"
               ADD RES-LIQUIDO TO TE-NPAGO(W-IE)
               MOVE "CONTABILIZADO E NAO PAGO" TO D-MOTIVO
               PERFORM IMPRIME-DIF THRU FIM-IMPRIME-DIF
               GO TO CONC-FOLHA-3.
           MOVE PGTO-VALOR  TO D-BANCO.
           MOVE PGTO-STATUS TO D-SIT.
           IF PGTO-STATUS = "C"
               GO TO CONC-FOLHA-2.
           ADD RES-LIQUIDO TO TE-NPAGO(W-IE).
           MOVE "CREDITO NAO CONFIRMADO PELO BANCO" TO D-MOTIVO.
           IF PGTO-STATUS = "R"
               MOVE "REJEITADO E NAO REENVIADO" TO D-MOTIVO.
           IF PGTO-STATUS = "E"
               MOVE "REENVIADO - AGUARDANDO RETORNO" TO D-MOTIVO.
           IF PGTO-STATUS = "X"
               MOVE "CREDITO ESTORNADO" TO D-MOTIVO.
           PERFORM IMPRIME-DIF THRU FIM-IMPRIME-DIF.
           GO TO CONC-FOLHA-3.
       CONC-FOLHA-2.
           ADD PGTO-VALOR TO TE-CONF(W-IE).
           IF PGTO-VALOR NOT = RES-LIQUIDO
               MOVE "VALOR PAGO DIFERENTE DO LIQUIDO" TO D-MOTIVO
               PERFORM IMPRIME-DIF THRU FIM-IMPRIME-DIF.
      *---------[ PENSAO DA FOLHA X CREDITOS DE PENSAO DO BANCO ]-------
       CONC-FOLHA-3.
           IF W-TEM-DET NOT = "S"
               GO TO CONC-FOLHA-1.
           PERFORM SOMA-PENSAO THRU FIM-SOMA-PENSAO.
           IF W-PEN-RES = ZEROS
               GO TO CONC-FOLHA-1.
           PERFORM SOMA-PENSAO-PAGA THRU FIM-SOMA-PENSAO-PAGA.
           ADD W-PEN-RES  TO TE-PEN-RES(W-IE).
           ADD W-PEN-PAGO TO TE-PEN-PAGO(W-IE).
           IF W-PEN-PAGO NOT < W-PEN-RES
               GO TO CONC-FOLHA-1.
           MOVE W-PEN-RES  TO D-LIQ.
           MOVE W-PEN-PAGO TO D-BANCO.
           MOVE SPACES     TO D-SIT.
           IF W-PEN-REJ > ZEROS
               MOVE "CREDITO DE PENSAO REJEITADO" TO D-MOTIVO
           ELSE
               MOVE "CREDITO DE PENSAO NAO CONFIRMADO" TO D-MOTIVO.
           PERFORM IMPRIME-DIF THRU FIM-IMPRIME-DIF.
           GO TO CONC-FOLHA-1.

      *---------[ 2. CREDITOS DO BANCO SEM FOLHA NA COMPETENCIA ]-------
      *    RESCISAO (ARQRESUL TIPO RE NA COMPETENCIA DO PAGAMENTO) NAO
      *    E DIFERENCA: E PAGA FORA DA FOLHA MENSAL.
       CONC-BANCO.
           IF W-TEM-PGTO NOT = "S"
               GO TO RESUMO.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2B.
           WRITE ARQTX FROM CAB3.
           MOVE LOW-VALUES TO PGTO-KEY.
           START ARQPGTO KEY IS NOT LESS THAN PGTO-KEY
               INVALID KEY
               GO TO RESUMO.
       CONC-BANCO-1.
           READ ARQPGTO NEXT
               AT END
               GO TO RESUMO.
           IF PGTO-COMPETENCIA NOT = W-COMPET-PG
               GO TO CONC-BANCO-1.
           MOVE PGTO-CHAPA    TO RES-CHAPA.
           MOVE W-COMPETENCIA TO RES-COMPETENCIA.
           MOVE "FO"          TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO CONC-BANCO-2.
           GO TO CONC-BANCO-1.
       CONC-BANCO-2.
           MOVE W-COMPET-PG TO RES-COMPETENCIA.
           MOVE "RE"        TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO CONC-BANCO-3.
           GO TO CONC-BANCO-1.
       CONC-BANCO-3.
           MOVE "00" TO ST-RES.
           MOVE PGTO-CHAPA TO W-CHAPA.
           PERFORM LE-FUNC THRU FIM-LE-FUNC.
           IF W-EMPRESA NOT = ZEROS AND W-EMP NOT = W-EMPRESA
               GO TO CONC-BANCO-1.
           COMPUTE W-IE = W-EMP + 1.
           MOVE "S" TO TE-USADO(W-IE).
           MOVE ZEROS       TO D-LIQ.
           MOVE PGTO-VALOR  TO D-BANCO.
           MOVE PGTO-STATUS TO D-SIT.
           IF PGTO-STATUS = "C"
               ADD PGTO-VALOR TO TE-CONF(W-IE)
               MOVE "PAGO E NAO CONTABILIZADO" TO D-MOTIVO
           ELSE
               MOVE "CREDITO SEM FOLHA NA COMPETENCIA" TO D-MOTIVO.
           PERFORM IMPRIME-DIF THRU FIM-IMPRIME-DIF.
           GO TO CONC-BANCO-1.

      *---------[ 3. RESUMO POR EMPRESA ]-------------------------------
       RESUMO.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM CAB5.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB5B.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-IE.
       RESUMO-1.
           ADD 1 TO W-IE.
           IF W-IE > 1000
               GO TO RESUMO-FIM.
           IF TE-USADO(W-IE) NOT = "S"
               GO TO RESUMO-1.
           COMPUTE W-EMP = W-IE - 1.
           MOVE W-EMP TO R-EMP.
           MOVE TE-QTDE(W-IE)     TO R-QTDE.
           MOVE TE-RES(W-IE)      TO R-RES.
           MOVE TE-CTB(W-IE)      TO R-CTB.
           MOVE TE-CONF(W-IE)     TO R-CONF.
           MOVE TE-NPAGO(W-IE)    TO R-NPAGO.
           MOVE TE-PEN-RES(W-IE)  TO R-PEN-RES.
           MOVE TE-PEN-PAGO(W-IE) TO R-PEN-PAGO.
           COMPUTE R-DIF-CTB = TE-CTB(W-IE) - TE-RES(W-IE).
           WRITE ARQTX FROM LRES.
           ADD TE-QTDE(W-IE)     TO W-TOT-QTDE.
           ADD TE-RES(W-IE)      TO W-TOT-RES.
           ADD TE-CTB(W-IE)      TO W-TOT-CTB.
           ADD TE-CONF(W-IE)     TO W-TOT-CONF.
           ADD TE-NPAGO(W-IE)    TO W-TOT-NPAGO.
           ADD TE-PEN-RES(W-IE)  TO W-TOT-PEN-RES.
           ADD TE-PEN-PAGO(W-IE) TO W-TOT-PEN-PAGO.
           IF W-JOR-OK = "S" AND TE-CTB(W-IE) NOT = TE-RES(W-IE)
               COMPUTE DE-EMP = W-IE - 1
               WRITE ARQTX FROM LDIFEMP
               ADD 1 TO W-TOT-DIF.
           GO TO RESUMO-1.
       RESUMO-FIM.
           WRITE ARQTX FROM CAB3.
           MOVE "TOT"          TO R-EMP.
           MOVE W-TOT-QTDE     TO R-QTDE.
           MOVE W-TOT-RES      TO R-RES.
           MOVE W-TOT-CTB      TO R-CTB.
           MOVE W-TOT-CONF     TO R-CONF.
           MOVE W-TOT-NPAGO    TO R-NPAGO.
           MOVE W-TOT-PEN-RES  TO R-PEN-RES.
           MOVE W-TOT-PEN-PAGO TO R-PEN-PAGO.
           COMPUTE R-DIF-CTB = W-TOT-CTB - W-TOT-RES.
           WRITE ARQTX FROM LRES.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-DIF TO TOTDIF.
           WRITE ARQTX FROM LINTOT1.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM LASS1.
           WRITE ARQTX FROM LASS2.
           WRITE ARQTX FROM LINHABR.
           WRITE ARQTX FROM LASS3.
           WRITE ARQTX FROM LINHABR.

      ******************************************************************
      *              ASSINATURA DA CONCILIACAO (ARQCONCIL)             *
      ******************************************************************
       ASSINATURA.
           MOVE W-TOT-DIF TO W-LTELA-DIF.
           DISPLAY (18, 01) W-LTELA.
       R6.
           ACCEPT TUSUARIO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ASSINA-NAO.
           IF W-USUARIO = SPACES
              MOVE "*** INFORME O RESPONSAVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TASSINA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-ASSINA = "N" OR "n"
              GO TO ASSINA-NAO.
           IF W-ASSINA NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM GRAVA-CONCIL THRU FIM-GRAVA-CONCIL.
           MOVE W-USUARIO       TO LA-USUARIO.
           MOVE W-DATASIS(7:2)  TO LA-DATA(1:2).
           MOVE W-DATASIS(5:2)  TO LA-DATA(4:2).
           MOVE W-DATASIS(1:4)  TO LA-DATA(7:4).
           MOVE W-HORASIS(1:4)  TO LA-HORA.
           WRITE ARQTX FROM LASS4.
           MOVE "*** CONCILIACAO ASSINADA - ARQUIVO113 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
       ASSINA-NAO.
           WRITE ARQTX FROM LASS5.
           MOVE "*** CONCILIACAO GERADA SEM ASSINATURA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

       GRAVA-CONCIL.
           OPEN EXTEND ARQCONCIL.
           IF ST-CONC NOT = "00"
               OPEN OUTPUT ARQCONCIL.
           ACCEPT W-DATASIS FROM DATE YYYYMMDD.
           ACCEPT W-HORASIS FROM TIME.
           MOVE W-COMPETENCIA  TO CONC-COMPETENCIA.
           MOVE W-EMPRESA      TO CONC-CODEMPRESA.
           MOVE W-COMPET-PG    TO CONC-COMPET-PGTO.
           MOVE W-USUARIO      TO CONC-USUARIO.
           MOVE W-DATASIS      TO CONC-DATA.
           MOVE W-HORASIS      TO CONC-HORA.
           MOVE W-TOT-DIF      TO CONC-DIFER.
           MOVE W-TOT-RES      TO CONC-RESULTADO.
           MOVE W-TOT-CTB      TO CONC-CONTABIL.
           MOVE W-TOT-CONF     TO CONC-PAGO.
           WRITE REGCONCIL.
           CLOSE ARQCONCIL.
           MOVE "00" TO ST-CONC.
       FIM-GRAVA-CONCIL.
           EXIT.

      *---------[ LINHA DE DIFERENCA - MOTIVO EM D-MOTIVO ]-------------
       IMPRIME-DIF.
           MOVE W-CHAPA TO D-CHAPA.
           MOVE W-NOME  TO D-NOME.
           MOVE W-EMP   TO D-EMP.
           WRITE ARQTX FROM LDET.
           ADD 1 TO W-TOT-DIF.
       FIM-IMPRIME-DIF.
           EXIT.

      *---------[ NOME E EMPRESA DA CHAPA ]-----------------------------
       LE-FUNC.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE ZEROS TO W-EMP
               MOVE "** NAO CADASTRADO **" TO W-NOME
               GO TO FIM-LE-FUNC.
           MOVE NOME       TO W-NOME.
           MOVE CODEMPRESA TO W-EMP.
       FIM-LE-FUNC.
           MOVE "00" TO ST-FUN.

      *---------[ CREDITO DO FUNCIONARIO NO RETORNO ]-------------------
       LE-PGTO.
           MOVE "N" TO W-ACHOU.
           IF W-TEM-PGTO NOT = "S"
               GO TO FIM-LE-PGTO.
           READ ARQPGTO
               INVALID KEY
               GO TO FIM-LE-PGTO.
           MOVE "S" TO W-ACHOU.
       FIM-LE-PGTO.
           MOVE "00" TO ST-PGT.

      *---------[ EVENTO PEN DA FOLHA DA CHAPA NA COMPETENCIA ]---------
       SOMA-PENSAO.
           MOVE ZEROS TO W-PEN-RES.
           MOVE W-CHAPA       TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "FO"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-PENSAO.
       SOMA-PENSAO-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-PENSAO.
           IF DET-CHAPA NOT = W-CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
              OR DET-TIPO NOT = "FO"
               GO TO FIM-SOMA-PENSAO.
           IF DET-EVENTO = "PEN"
               ADD DET-VALOR TO W-PEN-RES.
           GO TO SOMA-PENSAO-1.
       FIM-SOMA-PENSAO.
           MOVE "00" TO ST-DET.

      *---------[ CREDITOS DE PENSAO CONFIRMADOS NO RETORNO ]-----------
       SOMA-PENSAO-PAGA.
           MOVE ZEROS TO W-PEN-PAGO W-PEN-REJ.
           IF W-TEM-PEN NOT = "S"
               GO TO FIM-SOMA-PENSAO-PAGA.
           MOVE W-CHAPA     TO PGP-CHAPA.
           MOVE W-COMPET-PG TO PGP-COMPETENCIA.
           MOVE LOW-VALUES  TO PGP-BENEFICIARIO.
           START ARQPGTOPEN KEY IS NOT LESS THAN PGP-KEY
               INVALID KEY
               GO TO FIM-SOMA-PENSAO-PAGA.
       SOMA-PENSAO-PAGA-1.
           READ ARQPGTOPEN NEXT
               AT END
               GO TO FIM-SOMA-PENSAO-PAGA.
           IF PGP-CHAPA NOT = W-CHAPA
              OR PGP-COMPETENCIA NOT = W-COMPET-PG
               GO TO FIM-SOMA-PENSAO-PAGA.
           IF PGP-STATUS = "C"
               ADD PGP-VALOR TO W-PEN-PAGO
           ELSE
               ADD 1 TO W-PEN-REJ.
           GO TO SOMA-PENSAO-PAGA-1.
       FIM-SOMA-PENSAO-PAGA.
           MOVE "00" TO ST-PEN.

      *---------[ LIQUIDO CONTABILIZADO (LQ) POR EMPRESA NO JORNAL ]----
       LE-JORNAL.
           MOVE "N" TO W-JOR-OK W-JOR-TEM-EMP.
           IF W-JORNAL = SPACES
               MOVE "JORNAL CONTABIL NAO INFORMADO" TO LJ-MENS
               GO TO LE-JORNAL-ERRO.
           OPEN INPUT TJORNAL
           IF ST-JOR NOT = "00"
               MOVE "JORNAL CONTABIL NAO ENCONTRADO" TO LJ-MENS
               GO TO LE-JORNAL-ERRO.
           READ TJORNAL
               AT END
               CLOSE TJORNAL
               MOVE "JORNAL CONTABIL VAZIO" TO LJ-MENS
               GO TO LE-JORNAL-ERRO.
           IF REGJOR(1:22) NOT = "00 JORNAL DA FOLHA DE "
              OR REGJOR(23:6) NOT NUMERIC
               CLOSE TJORNAL
               MOVE "ARQUIVO INFORMADO NAO E O JORNAL DA FOLHA"
                                                          TO LJ-MENS
               GO TO LE-JORNAL-ERRO.
           MOVE REGJOR(23:6) TO W-JOR-COMP.
           IF W-JOR-COMP NOT = W-COMPETENCIA
               CLOSE TJORNAL
               MOVE "JORNAL CONTABIL DE OUTRA COMPETENCIA" TO LJ-MENS
               GO TO LE-JORNAL-ERRO.
           MOVE "S" TO W-JOR-OK.
       LE-JORNAL-1.
           READ TJORNAL
               AT END
               GO TO LE-JORNAL-FIM.
           IF REGJOR(1:3) = "99 "
               GO TO LE-JORNAL-FIM.
           IF REGJOR(1:20) = "EMPRESA............."
              AND REGJOR(21:3) NUMERIC
               MOVE REGJOR(21:3) TO W-JOR-EMP
               MOVE "S" TO W-JOR-TEM-EMP
               GO TO LE-JORNAL-1.
           IF REGJOR(1:3) NOT = "LQ " OR W-JOR-TEM-EMP NOT = "S"
               GO TO LE-JORNAL-1.
           IF W-EMPRESA NOT = ZEROS AND W-JOR-EMP NOT = W-EMPRESA
               GO TO LE-JORNAL-1.
           MOVE REGJOR(60:12) TO W-JOR-ED.
           MOVE W-JOR-VALOR-ED TO W-JOR-VALOR.
           COMPUTE W-IE = W-JOR-EMP + 1.
           MOVE "S" TO TE-USADO(W-IE).
           ADD W-JOR-VALOR TO TE-CTB(W-IE).
           GO TO LE-JORNAL-1.
       LE-JORNAL-FIM.
           CLOSE TJORNAL.
           GO TO FIM-LE-JORNAL.
       LE-JORNAL-ERRO.
           WRITE ARQTX FROM LJORNAL.
           ADD 1 TO W-TOT-DIF.
       FIM-LE-JORNAL.
           MOVE "00" TO ST-JOR.

      *---------[ SUGESTAO DO PAGAMENTO E DO JORNAL (FPP171) ]----------
      *    REMESSA CNAB/PIX E JORNAL GERADOS PELO FPP015 NA COMPETENCIA;
      *    ARQUIVO SUBSTITUIDO (S) NAO CONTA. FICA O ULTIMO REGISTRADO.
       BUSCA-INTERF.
           OPEN INPUT ARQINTERF
           IF ST-ITF NOT = "00"
               GO TO FIM-BUSCA-INTERF.
           MOVE 1 TO ITF-NUMERO.
           START ARQINTERF KEY IS NOT LESS THAN ITF-NUMERO
               INVALID KEY
               CLOSE ARQINTERF
               GO TO FIM-BUSCA-INTERF.
       BUSCA-INTERF-1.
           READ ARQINTERF NEXT
               AT END
               CLOSE ARQINTERF
               GO TO FIM-BUSCA-INTERF.
           IF ITF-COMPET NOT = W-COMPETENCIA
              OR ITF-PROGR NOT = "FPP015"
              OR ITF-SITUACAO = "S"
               GO TO BUSCA-INTERF-1.
           IF ITF-TIPO = "CONTAB"
               MOVE ITF-ARQUIVO TO W-JORNAL.
           IF (ITF-TIPO = "CNAB" OR ITF-TIPO = "PIX")
              AND ITF-REFER NOT = ZEROS
               MOVE ITF-REFER(1:6) TO W-COMPET-PG.
           GO TO BUSCA-INTERF-1.
       FIM-BUSCA-INTERF.
           MOVE "00" TO ST-ITF.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
                DISPLAY (01, 01) ERASE
                CLOSE ARQRESUL ARQFUNC ARQPGTO ARQPGTOPEN ARQRESDET TX.
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
