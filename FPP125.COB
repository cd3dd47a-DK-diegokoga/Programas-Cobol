       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP125.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  IMPORTACAO DAS VENDAS E CALCULO COMISSOES  *
      ***********************************************
      *----------------------------------------------------------------
      *    LE O ARQUIVO MENSAL DE VENDAS (VENDAS.TXT), UMA LINHA POR
      *    VENDA: CHAPA DO VENDEDOR, VALOR DA VENDA E LINHA DE
      *    PRODUTO. A COMISSAO USA O PERCENTUAL DO CARGO DO VENDEDOR
      *    NA LINHA (ARQCOMREG); SEM REGRA DO CARGO VALE A REGRA GERAL
      *    DA LINHA (CARGO 000). LINHA COM CHAPA DESCONHECIDA OU
      *    DESATIVADA, OU SEM REGRA, VAI PARA A CRITICA (ARQUIVO96).
      *    O TOTAL DA CHAPA NA COMPETENCIA E LANCADO NO EVENTO DAS
      *    COMISSOES (ARQLANC), SOBRE O QUAL A FOLHA CALCULA O DSR.
      *    REIMPORTAR A COMPETENCIA SUBSTITUI A IMPORTACAO ANTERIOR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DE VENDAS---------------------
           SELECT TVENDAS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------COMISSOES POR COMPETENCIA-------------
           SELECT ARQCOMIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COM-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------REGRAS DE COMISSAO--------------------
           SELECT ARQCOMREG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CMR-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DA COMISSAO----------------
           SELECT ARQCOMPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------LANCAMENTOS DO MES--------------------
           SELECT ARQLANC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LAN-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------GERAR CRITICA DA IMPORTACAO-----------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DE VENDAS---------------------
       FD TVENDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.TXT".
       01 REGTVEN.
           03 TV-CHAPA        PIC 9(06).
           03 TV-VALOR        PIC 9(08)V99.
           03 TV-LINHA        PIC 9(03).
      *---------------------COMISSOES POR COMPETENCIA-------------
       FD ARQCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMIS.DAT".
       01 REGCOMIS.
           03 COM-KEY.
               05 COM-COMPETENCIA  PIC 9(06).
               05 COM-CHAPA        PIC 9(06).
               05 COM-SEQ          PIC 9(05).
           03 COM-LINHA         PIC 9(03).
           03 COM-VENDA         PIC 9(08)V99.
           03 COM-PCT           PIC 9(02)V99.
           03 COM-VALOR         PIC 9(06)V99.
           03 COM-STATUS        PIC X(01).
      *---------------------REGRAS DE COMISSAO--------------------
       FD ARQCOMREG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCOMREG.DAT".
       01 REGCOMREG.
           03 CMR-KEY.
            05 CMR-CARGO          PIC 9(03).
            05 CMR-LINHA          PIC 9(03).
           03 CMR-DESCRICAO       PIC X(25).
           03 CMR-PCT             PIC 9(02)V99.
           03 CMR-STATUS          PIC X(01).
      *---------------------PARAMETROS DA COMISSAO----------------
       FD ARQCOMPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPAR.DAT".
       01 REGCOMPAR.
           03 CPA-EVE-COMIS       PIC 9(03).
      *---------------------LANCAMENTOS DO MES--------------------
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
      *---------------------ARQUIVO DO FUNCIONARIO----------------
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
      *---------------------GERAR CRITICA DA IMPORTACAO-----------
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
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATASIS       PIC 9(08) VALUE ZEROS.
       01 W-DATASIS-R REDEFINES W-DATASIS.
           03 W-ANO-SIS   PIC 9(04).
           03 W-MES-SIS   PIC 9(02).
           03 W-DIA-SIS   PIC 9(02).
       01 W-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-LINHA         PIC 9(05) VALUE ZEROS.
       01 W-PCT           PIC 9(02)V99 VALUE ZEROS.
       01 W-COMISSAO      PIC 9(06)V99 VALUE ZEROS.
       01 W-CHAPA-ANT     PIC 9(06) VALUE ZEROS.
       01 W-TOT-CHAPA     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT-IMP       PIC 9(05) VALUE ZEROS.
       01 W-TOT-REJ       PIC 9(05) VALUE ZEROS.
       01 W-TOT-LANC      PIC 9(05) VALUE ZEROS.
       01 W-TOT-VENDA     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-COMIS     PIC 9(09)V99 VALUE ZEROS.
      *---------------[ EVENTO DAS COMISSOES ]--------------------------
       01 W-EVE-COMIS     PIC 9(03) VALUE 904.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO96_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  CAB1.
           05  FILLER                 PIC X(043) VALUE
           "CRITICA DA IMPORTACAO DE VENDAS/COMISSOES -".
           05  FILLER                 PIC X(014) VALUE
           " COMPETENCIA: ".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.
       01  CAB3.
           05  FILLER                 PIC X(070) VALUE ALL "-".
       01  DET.
           05  D-TEXTO    PIC X(032) VALUE SPACES.
           05  FILLER     PIC X(07) VALUE " LINHA ".
           05  D-LINHA    PIC ZZZZ9 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE " CHAPA: ".
           05  D-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(10) VALUE " PRODUTO: ".
           05  D-PRODUTO  PIC 9(03) VALUE ZEROS.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS IMPORTADAS......................: ".
           05  TOTIMP     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(045) VALUE
           "***LINHAS REJEITADAS......................: ".
           05  TOTREJ     VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(045) VALUE
           "***VALOR TOTAL DAS VENDAS IMPORTADAS......: ".
           05  TOTVENDA   VALUE ZEROS  PIC ZZZZZZZZZ9,99.
       01  LINTOT4.
           05  FILLER                 PIC X(045) VALUE
           "***VALOR TOTAL DAS COMISSOES..............: ".
           05  TOTCOMIS   VALUE ZEROS  PIC ZZZZZZZZ9,99.
       01  LINTOT5.
           05  FILLER                 PIC X(045) VALUE
           "***FUNCIONARIOS COM COMISSAO LANCADA......: ".
           05  TOTLANC    VALUE ZEROS  PIC ZZZZ9.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** IMPORTACAO DE VENDAS/COMISSOES (".
           05  LINE 02  COLUMN 41
               VALUE  "VENDAS.TXT) ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         COMPETENCIA (AA".
           05  LINE 10  COLUMN 41
               VALUE  "AAMM)     :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPORT".
           05  LINE 12  COLUMN 41
               VALUE  "ACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 10  COLUMN 53  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-DATASIS FROM DATE YYYYMMDD
                MOVE W-DATASIS TO W-TX-DATA
                MOVE W-ANO-SIS TO W-COMP-ANO
                MOVE W-MES-SIS TO W-COMP-MES
                DISPLAY TELA.
       INC-OPB.
                ACCEPT TCOMPETENCIA
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
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
           OPEN INPUT TVENDAS
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO VENDAS.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OPCOM.
           OPEN I-O ARQCOMIS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQCOMIS
                   CLOSE ARQCOMIS
                   GO TO INC-OPCOM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCOMIS" TO MENS
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
           OPEN INPUT ARQCOMREG
           IF ST-ERRO NOT = "00"
               MOVE "* CADASTRE AS REGRAS DE COMISSAO NO FPP124 *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO96" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP125" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           PERFORM LOAD-COMPAR THRU FIM-LOAD-COMPAR.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           PERFORM LIMPA-COMPETENCIA THRU FIM-LIMPA-COMPETENCIA.

      *---------[ LEITURA DAS LINHAS DE VENDAS ]------------------------
       LER-VENDAS.
           READ TVENDAS
               AT END
               GO TO LANCA-COMISSOES.
           ADD 1 TO W-LINHA.
           MOVE W-LINHA  TO D-LINHA.
           MOVE TV-CHAPA TO D-CHAPA.
           MOVE TV-LINHA TO D-PRODUTO.
           IF TV-CHAPA NOT NUMERIC OR TV-VALOR NOT NUMERIC
              OR TV-LINHA NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO...:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           IF TV-VALOR = ZEROS
               MOVE "VALOR DA VENDA ZERADO..........:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           MOVE TV-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "CHAPA NAO CADASTRADA...........:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           IF STATUS1 = "D"
               MOVE "CHAPA DESATIVADA...............:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           PERFORM BUSCA-REGRA THRU FIM-BUSCA-REGRA.
           IF W-PCT = ZEROS
               MOVE "SEM REGRA PARA CARGO E PRODUTO.:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           COMPUTE W-COMISSAO ROUNDED = TV-VALOR * W-PCT / 100
               ON SIZE ERROR
               MOVE "COMISSAO ACIMA DO LIMITE.......:" TO D-TEXTO
               GO TO REJEITA-LINHA.
           MOVE W-COMPETENCIA  TO COM-COMPETENCIA.
           MOVE TV-CHAPA       TO COM-CHAPA.
           MOVE W-LINHA        TO COM-SEQ.
           MOVE TV-LINHA       TO COM-LINHA.
           MOVE TV-VALOR       TO COM-VENDA.
           MOVE W-PCT          TO COM-PCT.
           MOVE W-COMISSAO     TO COM-VALOR.
           MOVE "A"            TO COM-STATUS.
           WRITE REGCOMIS.
           IF ST-ERRO = "22"
               REWRITE REGCOMIS.
           MOVE "00" TO ST-ERRO.
           ADD 1 TO W-TOT-IMP.
           ADD TV-VALOR   TO W-TOT-VENDA.
           ADD W-COMISSAO TO W-TOT-COMIS.
           GO TO LER-VENDAS.

       REJEITA-LINHA.
           WRITE ARQTX FROM DET.
           ADD 1 TO W-TOT-REJ.
           MOVE "00" TO ST-ERRO.
           GO TO LER-VENDAS.

      *---------[ REGRA DO CARGO OU REGRA GERAL DA LINHA ]--------------
       BUSCA-REGRA.
           MOVE ZEROS TO W-PCT.
           MOVE CODCARG  TO CMR-CARGO.
           MOVE TV-LINHA TO CMR-LINHA.
           READ ARQCOMREG
               INVALID KEY
               GO TO BUSCA-REGRA-1.
           IF CMR-STATUS = "A"
               MOVE CMR-PCT TO W-PCT
               GO TO FIM-BUSCA-REGRA.
       BUSCA-REGRA-1.
           MOVE ZEROS    TO CMR-CARGO.
           MOVE TV-LINHA TO CMR-LINHA.
           READ ARQCOMREG
               INVALID KEY
               GO TO FIM-BUSCA-REGRA.
           IF CMR-STATUS = "A"
               MOVE CMR-PCT TO W-PCT.
       FIM-BUSCA-REGRA.
           MOVE "00" TO ST-ERRO.

      *---------[ APAGA A IMPORTACAO ANTERIOR DA COMPETENCIA ]----------
      *    AS VENDAS E O LANCAMENTO DE COMISSAO DE CADA CHAPA JA
      *    IMPORTADOS NA COMPETENCIA SAO EXCLUIDOS E REFEITOS PELO
      *    ARQUIVO ATUAL.
       LIMPA-COMPETENCIA.
           MOVE ZEROS TO W-CHAPA-ANT.
           MOVE W-COMPETENCIA TO COM-COMPETENCIA.
           MOVE ZEROS TO COM-CHAPA COM-SEQ.
           START ARQCOMIS KEY IS NOT LESS THAN COM-KEY
               INVALID KEY
               GO TO FIM-LIMPA-COMPETENCIA.
       LIMPA-COMPETENCIA-1.
           READ ARQCOMIS NEXT
               AT END
               GO TO FIM-LIMPA-COMPETENCIA.
           IF COM-COMPETENCIA NOT = W-COMPETENCIA
               GO TO FIM-LIMPA-COMPETENCIA.
           IF COM-CHAPA NOT = W-CHAPA-ANT
               MOVE COM-CHAPA     TO LAN-CHAPA W-CHAPA-ANT
               MOVE W-COMPETENCIA TO LAN-COMPETENCIA
               MOVE W-EVE-COMIS   TO LAN-EVENTO
               DELETE ARQLANC RECORD.
           DELETE ARQCOMIS RECORD.
           GO TO LIMPA-COMPETENCIA-1.
       FIM-LIMPA-COMPETENCIA.
           MOVE "00" TO ST-ERRO.

      *---------[ LANCAMENTO DA COMISSAO TOTAL DE CADA CHAPA ]----------
       LANCA-COMISSOES.
           MOVE ZEROS TO W-CHAPA-ANT W-TOT-CHAPA.
           MOVE W-COMPETENCIA TO COM-COMPETENCIA.
           MOVE ZEROS TO COM-CHAPA COM-SEQ.
           START ARQCOMIS KEY IS NOT LESS THAN COM-KEY
               INVALID KEY
               GO TO FIM-RELATORIO.
       LANCA-COMISSOES-1.
           READ ARQCOMIS NEXT
               AT END
               GO TO LANCA-COMISSOES-2.
           IF COM-COMPETENCIA NOT = W-COMPETENCIA
               GO TO LANCA-COMISSOES-2.
           IF COM-CHAPA NOT = W-CHAPA-ANT
               PERFORM GRAVA-LANC THRU FIM-GRAVA-LANC
               MOVE COM-CHAPA TO W-CHAPA-ANT
               MOVE ZEROS TO W-TOT-CHAPA.
           ADD COM-VALOR TO W-TOT-CHAPA.
           GO TO LANCA-COMISSOES-1.
       LANCA-COMISSOES-2.
           PERFORM GRAVA-LANC THRU FIM-GRAVA-LANC.
           GO TO FIM-RELATORIO.

       GRAVA-LANC.
           IF W-CHAPA-ANT = ZEROS OR W-TOT-CHAPA = ZEROS
               GO TO FIM-GRAVA-LANC.
           MOVE W-CHAPA-ANT   TO LAN-CHAPA.
           MOVE W-COMPETENCIA TO LAN-COMPETENCIA.
           MOVE W-EVE-COMIS   TO LAN-EVENTO.
           MOVE W-TOT-CHAPA   TO LAN-VALOR.
           MOVE "A"           TO LAN-STATUS.
           MOVE ZEROS         TO LAN-DATA.
           WRITE REGLANC.
           IF ST-ERRO = "22"
               REWRITE REGLANC.
           ADD 1 TO W-TOT-LANC.
       FIM-GRAVA-LANC.
           MOVE "00" TO ST-ERRO.

      *---------------[ PARAMETROS DA COMISSAO ]------------------------
      *    SEM O ARQCOMPAR VALE O EVENTO 904.
       LOAD-COMPAR.
           OPEN INPUT ARQCOMPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-COMPAR.
           READ ARQCOMPAR.
           IF ST-ERRO = "00"
               MOVE CPA-EVE-COMIS TO W-EVE-COMIS.
           CLOSE ARQCOMPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-COMPAR.
           CONTINUE.

       FIM-RELATORIO.
           WRITE ARQTX FROM LINHABR.
           MOVE W-TOT-IMP TO TOTIMP.
           WRITE ARQTX FROM LINTOT1.
           MOVE W-TOT-REJ TO TOTREJ.
           WRITE ARQTX FROM LINTOT2.
           MOVE W-TOT-VENDA TO TOTVENDA.
           WRITE ARQTX FROM LINTOT3.
           MOVE W-TOT-COMIS TO TOTCOMIS.
           WRITE ARQTX FROM LINTOT4.
           MOVE W-TOT-LANC TO TOTLANC.
           WRITE ARQTX FROM LINTOT5.
           MOVE "*** IMPORTACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE
                CLOSE TVENDAS ARQCOMIS ARQLANC ARQCOMREG ARQFUNC TX.
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
