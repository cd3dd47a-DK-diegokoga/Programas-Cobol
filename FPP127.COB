       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP127.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  FOLHA DE PRO-LABORE DE SOCIOS E DIRETORES  *
      ***********************************************
      *----------------------------------------------------------------
      *    CALCULA O PRO-LABORE DA COMPETENCIA PARA OS SOCIOS E
      *    DIRETORES ATIVOS DO ARQSOCIO (FPP126): INSS DO
      *    CONTRIBUINTE INDIVIDUAL ATE O TETO, IRRF PELA TABELA
      *    VIGENTE DO ARQIRRF (MENOR ENTRE DEDUCOES LEGAIS E DESCONTO
      *    SIMPLIFICADO) E SEM FGTS. O RESULTADO VAI AO ARQRESUL
      *    (TIPO PR) E AO ARQRESDET, LIDOS PELO INFORME (FPP040), PELA
      *    DIRF (FPP108) E PELO ESOCIAL (FPP109). OS ENCARGOS POR
      *    EMPRESA FICAM NO ARQPROFOL PARA A GUIA GPS/DARF DA FOLHA
      *    (FPP015), QUE DEVE RODAR DEPOIS DESTE PROCESSAMENTO.
      *    REPROCESSAR A COMPETENCIA SUBSTITUI O CALCULO ANTERIOR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CADASTRO DE SOCIOS E DIRETORES--------------
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DO PRO-LABORE--------------------
           SELECT ARQPROPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PRO-LABORE CALCULADO POR COMPETENCIA--------
           SELECT ARQPROFOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRF-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------TABELA DE FAIXAS DE IRRF--------------------
           SELECT ARQIRRF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DE COMPETENCIAS--------------------
           SELECT ARQCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COMP-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO POR EVENTO---------------
           SELECT ARQRESDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR RECIBOS DE PRO-LABORE-----------------
           SELECT TREC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CADASTRO DE SOCIOS E DIRETORES--------------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-CHAPA         PIC 9(06).
           03 SOC-NOME          PIC X(30).
           03 SOC-CPF           PIC 9(11).
           03 SOC-PIS           PIC 9(11).
           03 SOC-CODEMPRESA    PIC 9(03).
           03 SOC-TIPO          PIC X(01).
           03 SOC-VALOR         PIC 9(06)V99.
           03 SOC-DEPENDENTES   PIC 9(01).
           03 SOC-BANCO         PIC 9(03).
           03 SOC-AGENCIA       PIC 9(05).
           03 SOC-CONTA         PIC X(12).
           03 SOC-STATUS        PIC X(01).
      *---------------------PARAMETROS DO PRO-LABORE--------------------
       FD ARQPROPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROPAR.DAT".
       01 REGPROPAR.
           03 PRP-PCT-INSS      PIC 9(02)V99.
           03 PRP-TETO-INSS     PIC 9(06)V99.
           03 PRP-PCT-PATRONAL  PIC 9(02)V99.
      *---------------------PRO-LABORE CALCULADO POR COMPETENCIA--------
       FD ARQPROFOL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROFOL.DAT".
       01 REGPROFOL.
           03 PRF-KEY.
            05 PRF-COMPETENCIA   PIC 9(06).
            05 PRF-CHAPA         PIC 9(06).
           03 PRF-CODEMPRESA     PIC 9(03).
           03 PRF-VALOR          PIC 9(08)V99.
           03 PRF-INSS           PIC 9(08)V99.
           03 PRF-PATRONAL       PIC 9(08)V99.
           03 PRF-IRRF           PIC 9(08)V99.
           03 PRF-LIQUIDO        PIC 9(08)V99.
      *---------------------TABELA DE FAIXAS DE IRRF--------------------
       FD ARQIRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRRF.DAT".
       01 REGIRRF.
           03 CODFAIXA-IRRF   PIC 9(02).
           03 LIMDE-IRRF      PIC 9(06)V99.
           03 LIMATE-IRRF     PIC 9(06)V99.
           03 ALIQ-IRRF       PIC 9V9999.
           03 VIG-IRRF        PIC 9(06).
      *---------------------CONTROLE DE COMPETENCIAS--------------------
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
      *---------------------RESULTADOS DA FOLHA POR COMPETENCIA---------
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
      *---------------------MEMORIA DE CALCULO POR EVENTO---------------
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
      *---------------------GERAR RECIBOS DE PRO-LABORE-----------------
       FD TREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TREC-NOME.
       01 REGREC     PIC X(100).
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
       77 W-TEM-COMP PIC X(01) VALUE "S".
       01 W-COMPETENCIA  PIC 9(06) VALUE ZEROS.
      *---------------[ PARAMETROS DO PRO-LABORE ]----------------------
       01 W-PCT-INSS      PIC 9(02)V99 VALUE 11,00.
       01 W-TETO-INSS     PIC 9(06)V99 VALUE 7786,02.
       01 W-PCT-PATRONAL  PIC 9(02)V99 VALUE 20,00.
       77 W-DED-DEPENDENTE PIC 9(03)V99 VALUE 189,59.
       77 W-DED-SIMPLES    PIC 9(05)V99 VALUE 564,80.
      *---------------[ CALCULO DO SOCIO ]------------------------------
       01 W-BASE-INSS    PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS-PRO     PIC 9(08)V99 VALUE ZEROS.
       01 W-PATRONAL     PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-IRRF    PIC S9(08)V99 VALUE ZEROS.
       01 W-BASE-LEGAL   PIC S9(08)V99 VALUE ZEROS.
       01 W-BASE-SIMPLES PIC S9(08)V99 VALUE ZEROS.
       01 W-IRRF         PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-LEGAL   PIC 9(08)V99 VALUE ZEROS.
       01 W-IRRF-SIMPLES PIC 9(08)V99 VALUE ZEROS.
       01 W-OPCAO-IRRF   PIC X(01) VALUE SPACES.
       01 W-LIQ-PRO      PIC 9(08)V99 VALUE ZEROS.
       01 W-DET-SEQ      PIC 9(03) VALUE ZEROS.
      *---------------[ TOTAIS DO PROCESSAMENTO ]-----------------------
       01 W-TOT-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-INSS     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PATRONAL PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-IRRF     PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDE         PIC 9(04) VALUE ZEROS.
       01 W-QTD-FECHADA  PIC 9(04) VALUE ZEROS.
       01 IND-IRRF       PIC 9(02) VALUE ZEROS.
       01 W-VIG-IRRF-SEL PIC 9(06) VALUE ZEROS.
       01 VECTOR-IRRF.
           03 FAIXA-IRRF OCCURS 10 TIMES.
               05 LIMITE-DE-IRRF   PIC 9(06)V99 VALUE ZEROS.
               05 LIMITE-ATE-IRRF  PIC 9(06)V99 VALUE ZEROS.
               05 ALIQUOTA-IRRF    PIC 9V9999 VALUE ZEROS.
       01 W-TREC-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO97_".
           05 W-TREC-DATA  PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  BARRA.
           05  FILLER                 PIC X(050) VALUE ALL "=".
       01  CAB1.
           05  FILLER                 PIC X(038) VALUE
           "RECIBO DE PRO-LABORE".
           05  FILLER                 PIC X(006) VALUE " COMP:".
           05  CAB-COMP               PIC 9(06) VALUE ZEROS.
       01  LINSOC.
           05  LS-TIPO    PIC X(011) VALUE SPACES.
           05  LS-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER     PIC X(03) VALUE " - ".
           05  LS-NOME    PIC X(30) VALUE SPACES.
       01  LINCPF.
           05  FILLER     PIC X(006) VALUE "CPF: ".
           05  LS-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(007) VALUE "  PIS: ".
           05  LS-PIS     PIC 9(11) VALUE ZEROS.
           05  FILLER     PIC X(011) VALUE "  EMPRESA: ".
           05  LS-EMPRESA PIC 9(03) VALUE ZEROS.
       01  LINVAL.
           05  LV-DESC    PIC X(032) VALUE SPACES.
           05  LV-VALOR   PIC ZZZZZZZ9,99 VALUE ZEROS.
       01  LINHABR        PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** FOLHA DE PRO-LABORE DE SOCIOS ".
           05  LINE 02  COLUMN 41
               VALUE  "E DIRETORES ***".
           05  LINE 10  COLUMN 01
               VALUE  "                 COMPETENCIA (AAAAMM)...".
           05  LINE 10  COLUMN 41
               VALUE  "....:".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PROCES".
           05  LINE 12  COLUMN 41
               VALUE  "SAMENTO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 10  COLUMN 48  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-TREC-DATA FROM DATE YYYYMMDD
                MOVE W-TREC-DATA(1:6) TO W-COMPETENCIA
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                IF W-COMPETENCIA = ZEROS
                   MOVE "*** INFORME A COMPETENCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSAMENTO CANCELADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           PERFORM LOAD-PROPAR THRU FIM-LOAD-PROPAR.
           PERFORM LOAD-VECTOR-IRRF THRU FIM-LOAD-VECTOR-IRRF.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM SOCIO/DIRETOR CADASTRADO (FPP126) *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCOMP
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-COMP
               MOVE "00" TO ST-ERRO.
       INC-OPF.
           OPEN I-O ARQPROFOL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQPROFOL
                   CLOSE ARQPROFOL
                   GO TO INC-OPF
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQPROFOL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OPR.
           OPEN I-O ARQRESUL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQRESUL
                   CLOSE ARQRESUL
                   GO TO INC-OPR
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQRESUL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OPD.
           OPEN I-O ARQRESDET
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQRESDET
                   CLOSE ARQRESDET
                   GO TO INC-OPD
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQRESDET" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN OUTPUT TREC
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO97" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP127" TO SPL-EXT-PROGR.
           MOVE W-TREC-NOME TO SPL-EXT-ARQUIVO.
           MOVE ZEROS TO SOC-CHAPA.
           START ARQSOCIO KEY IS NOT LESS THAN SOC-CHAPA
               INVALID KEY
               GO TO FIM-PROC.
      *
       LER-SOCIO.
           READ ARQSOCIO NEXT
               AT END
               GO TO FIM-PROC.
           IF SOC-STATUS NOT = "A"
               GO TO LER-SOCIO.
      *    COMPETENCIA JA FECHADA NA EMPRESA DO SOCIO NAO RECALCULA.
           IF W-TEM-COMP = "S"
               MOVE SOC-CODEMPRESA TO COMP-CODEMPRESA
               MOVE W-COMPETENCIA  TO COMP-COMPETENCIA
               READ ARQCOMP
                   INVALID KEY
                   MOVE SPACES TO COMP-STATUS
               END-READ
               MOVE "00" TO ST-ERRO
               IF COMP-STATUS = "F"
                   ADD 1 TO W-QTD-FECHADA
                   GO TO LER-SOCIO.
      *---------------[ CALCULO DAS RETENCOES ]-------------------------
           MOVE SOC-VALOR TO W-BASE-INSS.
           IF W-BASE-INSS > W-TETO-INSS
               MOVE W-TETO-INSS TO W-BASE-INSS.
           COMPUTE W-INSS-PRO ROUNDED = W-BASE-INSS * W-PCT-INSS / 100.
           COMPUTE W-PATRONAL ROUNDED =
               SOC-VALOR * W-PCT-PATRONAL / 100.
           COMPUTE W-BASE-LEGAL = SOC-VALOR - W-INSS-PRO -
               (SOC-DEPENDENTES * W-DED-DEPENDENTE).
           MOVE W-BASE-LEGAL TO W-BASE-IRRF.
           PERFORM CALC-IRRF THRU FIM-CALC-IRRF.
           MOVE W-IRRF TO W-IRRF-LEGAL.
           COMPUTE W-BASE-SIMPLES = SOC-VALOR - W-INSS-PRO -
               W-DED-SIMPLES.
           MOVE W-BASE-SIMPLES TO W-BASE-IRRF.
           PERFORM CALC-IRRF THRU FIM-CALC-IRRF.
           MOVE W-IRRF TO W-IRRF-SIMPLES.
           IF W-IRRF-SIMPLES < W-IRRF-LEGAL
               MOVE "S" TO W-OPCAO-IRRF
               MOVE W-IRRF-SIMPLES TO W-IRRF
           ELSE
               MOVE "L" TO W-OPCAO-IRRF
               MOVE W-IRRF-LEGAL TO W-IRRF
               MOVE W-BASE-LEGAL TO W-BASE-IRRF.
           COMPUTE W-LIQ-PRO = SOC-VALOR - W-INSS-PRO - W-IRRF.
           ADD SOC-VALOR  TO W-TOT-VALOR.
           ADD W-INSS-PRO TO W-TOT-INSS.
           ADD W-PATRONAL TO W-TOT-PATRONAL.
           ADD W-IRRF     TO W-TOT-IRRF.
           PERFORM GRAVA-RESULTADO THRU FIM-GRAVA-RESULTADO.
           PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE.
           PERFORM GRAVA-PROFOL THRU FIM-GRAVA-PROFOL.
           PERFORM IMPRIME-RECIBO THRU FIM-IMPRIME-RECIBO.
           ADD 1 TO W-QTDE.
           DISPLAY (20, 40) W-QTDE.
           GO TO LER-SOCIO.

       FIM-PROC.
           PERFORM IMPRIME-TOTAIS THRU FIM-IMPRIME-TOTAIS.
           CLOSE TREC ARQSOCIO ARQPROFOL ARQRESUL ARQRESDET.
           IF W-TEM-COMP = "S"
               CLOSE ARQCOMP.
           IF W-QTD-FECHADA > ZEROS
               MOVE "*** HA EMPRESA COM COMPETENCIA FECHADA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** PRO-LABORE PROCESSADO - VEJA ARQUIVO97 ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM1.

      *---------------[ RESULTADO DO MES (TIPO PR) ]--------------------
       GRAVA-RESULTADO.
           MOVE SOC-CHAPA     TO RES-CHAPA.
           MOVE W-COMPETENCIA TO RES-COMPETENCIA.
           MOVE "PR"          TO RES-TIPO.
           MOVE SOC-VALOR     TO RES-BRUTO.
           MOVE W-INSS-PRO    TO RES-INSS.
           MOVE W-IRRF        TO RES-IRRF.
           MOVE ZEROS         TO RES-FGTS RES-VT RES-VR.
           MOVE W-LIQ-PRO     TO RES-LIQUIDO.
           WRITE REGRESUL.
           IF ST-ERRO = "22"
               REWRITE REGRESUL.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-RESULTADO.
           CONTINUE.

      *---------------[ MEMORIA DE CALCULO ]----------------------------
       GRAVA-DETALHE.
           PERFORM LIMPA-DETALHE THRU FIM-LIMPA-DETALHE.
           MOVE ZEROS TO W-DET-SEQ.
           MOVE "PRO" TO DET-EVENTO.
           MOVE "PRO-LABORE" TO DET-DESCRICAO.
           MOVE "P" TO DET-NATUREZA.
           MOVE SOC-VALOR TO DET-BASE DET-VALOR.
           PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-INSS-PRO > ZEROS
               MOVE "INS" TO DET-EVENTO
               MOVE "INSS CONTRIB. INDIVIDUAL" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-BASE-INSS TO DET-BASE
               MOVE W-INSS-PRO TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-IRRF > ZEROS
               MOVE "IRF" TO DET-EVENTO
               IF W-OPCAO-IRRF = "S"
                   MOVE "IRRF (SIMPLIFICADO)" TO DET-DESCRICAO
               ELSE
                   MOVE "IRRF (DEDUCOES LEGAIS)" TO DET-DESCRICAO
               END-IF
               MOVE "D" TO DET-NATUREZA
               MOVE W-BASE-IRRF TO DET-BASE
               MOVE W-IRRF TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
       FIM-GRAVA-DETALHE.
           CONTINUE.

       GRAVA-DET-LIN.
           ADD 1 TO W-DET-SEQ.
           MOVE SOC-CHAPA     TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "PR"          TO DET-TIPO.
           MOVE W-DET-SEQ     TO DET-SEQ.
           WRITE REGRESDET.
           IF ST-ERRO = "22"
               REWRITE REGRESDET.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO DET-BASE DET-QTDE DET-VALOR.
       FIM-GRAVA-DET-LIN.
           CONTINUE.

      *    NO REPROCESSAMENTO APAGA A MEMORIA ANTERIOR DO SOCIO.
       LIMPA-DETALHE.
           MOVE SOC-CHAPA     TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "PR"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-LIMPA-DETALHE.
       LIMPA-DETALHE-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-LIMPA-DETALHE.
           IF DET-CHAPA NOT = SOC-CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
              OR DET-TIPO NOT = "PR"
               GO TO FIM-LIMPA-DETALHE.
           DELETE ARQRESDET RECORD.
           GO TO LIMPA-DETALHE-1.
       FIM-LIMPA-DETALHE.
           MOVE "00" TO ST-ERRO.

      *---------------[ ENCARGOS P/ A GUIA GPS/DARF (FPP015) ]----------
       GRAVA-PROFOL.
           MOVE W-COMPETENCIA  TO PRF-COMPETENCIA.
           MOVE SOC-CHAPA      TO PRF-CHAPA.
           MOVE SOC-CODEMPRESA TO PRF-CODEMPRESA.
           MOVE SOC-VALOR      TO PRF-VALOR.
           MOVE W-INSS-PRO     TO PRF-INSS.
           MOVE W-PATRONAL     TO PRF-PATRONAL.
           MOVE W-IRRF         TO PRF-IRRF.
           MOVE W-LIQ-PRO      TO PRF-LIQUIDO.
           WRITE REGPROFOL.
           IF ST-ERRO = "22"
               REWRITE REGPROFOL.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-PROFOL.
           CONTINUE.

      *---------------[ RECIBO DE PRO-LABORE ]--------------------------
       IMPRIME-RECIBO.
           WRITE REGREC FROM BARRA.
           MOVE W-COMPETENCIA TO CAB-COMP.
           WRITE REGREC FROM CAB1.
           WRITE REGREC FROM BARRA.
           IF SOC-TIPO = "S"
               MOVE "SOCIO....: " TO LS-TIPO
           ELSE
               MOVE "DIRETOR..: " TO LS-TIPO.
           MOVE SOC-CHAPA TO LS-CHAPA.
           MOVE SOC-NOME  TO LS-NOME.
           WRITE REGREC FROM LINSOC.
           MOVE SOC-CPF TO LS-CPF.
           MOVE SOC-PIS TO LS-PIS.
           MOVE SOC-CODEMPRESA TO LS-EMPRESA.
           WRITE REGREC FROM LINCPF.
           MOVE "PRO-LABORE....................: " TO LV-DESC.
           MOVE SOC-VALOR TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           MOVE "INSS CONTRIBUINTE INDIVIDUAL..: " TO LV-DESC.
           MOVE W-INSS-PRO TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           IF W-OPCAO-IRRF = "S"
               MOVE "IRRF RETIDO (SIMPLIFICADO)....: " TO LV-DESC
           ELSE
               MOVE "IRRF RETIDO (DEDUCOES LEGAIS).: " TO LV-DESC.
           MOVE W-IRRF TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           MOVE "LIQUIDO A PAGAR...............: " TO LV-DESC.
           MOVE W-LIQ-PRO TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           WRITE REGREC FROM BARRA.
           WRITE REGREC FROM LINHABR.
       FIM-IMPRIME-RECIBO.
           CONTINUE.

       IMPRIME-TOTAIS.
           WRITE REGREC FROM BARRA.
           MOVE "TOTAL DE PRO-LABORE...........: " TO LV-DESC.
           MOVE W-TOT-VALOR TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           MOVE "INSS RETIDO...................: " TO LV-DESC.
           MOVE W-TOT-INSS TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           MOVE "INSS PATRONAL.................: " TO LV-DESC.
           MOVE W-TOT-PATRONAL TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           MOVE "IRRF RETIDO...................: " TO LV-DESC.
           MOVE W-TOT-IRRF TO LV-VALOR.
           WRITE REGREC FROM LINVAL.
           WRITE REGREC FROM BARRA.
       FIM-IMPRIME-TOTAIS.
           CONTINUE.

      *---------------[ PARAMETROS DO PRO-LABORE ]----------------------
      *    SEM O ARQPROPAR VALEM 11% ATE O TETO E 20% PATRONAL.
       LOAD-PROPAR.
           OPEN INPUT ARQPROPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-PROPAR.
           READ ARQPROPAR.
           IF ST-ERRO = "00"
               MOVE PRP-PCT-INSS     TO W-PCT-INSS
               MOVE PRP-TETO-INSS    TO W-TETO-INSS
               MOVE PRP-PCT-PATRONAL TO W-PCT-PATRONAL.
           CLOSE ARQPROPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-PROPAR.
           CONTINUE.

      *---------------[ IRRF PELA TABELA VIGENTE ]----------------------
       CALC-IRRF.
           MOVE ZEROS TO W-IRRF.
           IF W-BASE-IRRF < ZEROS
               MOVE ZEROS TO W-BASE-IRRF.
           MOVE 1 TO IND-IRRF.
       CALC-IRRF-1.
           IF IND-IRRF > 10
               GO TO FIM-CALC-IRRF.
           IF LIMITE-ATE-IRRF(IND-IRRF) NOT = ZEROS
              AND W-BASE-IRRF NOT < LIMITE-DE-IRRF(IND-IRRF)
              AND W-BASE-IRRF NOT > LIMITE-ATE-IRRF(IND-IRRF)
               COMPUTE W-IRRF ROUNDED =
                   W-BASE-IRRF * ALIQUOTA-IRRF(IND-IRRF)
               GO TO FIM-CALC-IRRF.
           ADD 1 TO IND-IRRF.
           GO TO CALC-IRRF-1.
       FIM-CALC-IRRF.
           CONTINUE.

       LOAD-VECTOR-IRRF.
           MOVE ZEROS TO VECTOR-IRRF W-VIG-IRRF-SEL.
           OPEN INPUT ARQIRRF.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-VECTOR-IRRF.
           PERFORM ESCOLHE-VIG-IRRF UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRRF.
           MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQIRRF.
           PERFORM LOAD-VECTOR-IRRF-1 UNTIL ST-ERRO NOT = "00".
           CLOSE ARQIRRF.
       FIM-LOAD-VECTOR-IRRF.
           MOVE "00" TO ST-ERRO.

       ESCOLHE-VIG-IRRF.
           READ ARQIRRF.
           IF ST-ERRO = "00"
               IF VIG-IRRF NOT NUMERIC
                   MOVE ZEROS TO VIG-IRRF
               END-IF
               IF VIG-IRRF NOT > W-COMPETENCIA
                  AND VIG-IRRF > W-VIG-IRRF-SEL
                   MOVE VIG-IRRF TO W-VIG-IRRF-SEL.

       LOAD-VECTOR-IRRF-1.
           READ ARQIRRF.
           IF ST-ERRO = "00"
               IF VIG-IRRF NOT NUMERIC
                   MOVE ZEROS TO VIG-IRRF
               END-IF
               IF VIG-IRRF = W-VIG-IRRF-SEL
                  AND CODFAIXA-IRRF > 0 AND CODFAIXA-IRRF <= 10
                   MOVE LIMDE-IRRF  TO LIMITE-DE-IRRF(CODFAIXA-IRRF)
                   MOVE LIMATE-IRRF TO LIMITE-ATE-IRRF(CODFAIXA-IRRF)
                   MOVE ALIQ-IRRF   TO ALIQUOTA-IRRF(CODFAIXA-IRRF).

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQSOCIO ARQPROFOL ARQRESUL ARQRESDET TREC.
                IF W-TEM-COMP = "S"
                    CLOSE ARQCOMP.
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
