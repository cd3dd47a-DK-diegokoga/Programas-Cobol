       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP168.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   FILA DE NOTIFICACOES POR E-MAIL E SMS     *
      ***********************************************
      *----------------------------------------------------------------
      *    OS ALERTAS DO FPP066 (ASO), FPP088 (EXPERIENCIA), FPP055
      *    (FERIAS COM RISCO DE DOBRA) E DO FPP015 (HOLERITE) GRAVAM
      *    NA FILA ARQNOTIF UMA NOTIFICACAO POR DESTINATARIO (F=O
      *    FUNCIONARIO, G=O GESTOR DO DEPARTAMENTO) COM O CODIGO DO
      *    MODELO E AS VARIAVEIS DA MENSAGEM.
      *    OPCAO 1 (DIARIA, TAMBEM NA CADEIA NOTURNA DO FPP064): MONTA
      *    O TEXTO PELO MODELO DO ARQMODNOT E GRAVA NO ARQUIVO107 UMA
      *    LINHA POR CANAL ACEITO NO ARQCONTATO (FPP167) PARA O
      *    GATEWAY DE E-MAIL/SMS. SEM CONTATO OU SEM MODELO A
      *    NOTIFICACAO FICA "N" (NAO ENVIAVEL) COM O MOTIVO.
      *    OPCAO 2: LE O RETORNO DO GATEWAY (RETNOTIF.TXT) E MARCA
      *    CADA NOTIFICACAO COMO E=ENVIADA OU F=FALHA. A FALHA VOLTA
      *    NA GERACAO SEGUINTE ATE O LIMITE DE TENTATIVAS.
      *    NO MODELO, &1 &2 &3 SAO AS VARIAVEIS DA NOTIFICACAO E &C A
      *    CHAPA DO FUNCIONARIO A QUE ELA SE REFERE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------FILA DE NOTIFICACOES------------------------
           SELECT ARQNOTIF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS NOT-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CONTATOS PARA NOTIFICACAO-------------------
           SELECT ARQCONTATO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTT-CHAPA
                      FILE STATUS IS ST-CTT.
      *---------------------MODELOS DAS MENSAGENS-----------------------
           SELECT ARQMODNOT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-MOD.
      *---------------------ARQUIVO PARA O GATEWAY----------------------
           SELECT TSAIDA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RETORNO DO GATEWAY--------------------------
           SELECT TRETNOTIF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-RET.
      *---------------------RELATORIO DE CONFERENCIA-------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------FILA DE NOTIFICACOES------------------------
      *    SITUACAO: P=PENDENTE G=GERADA PARA O GATEWAY E=ENVIADA
      *    F=FALHA N=NAO ENVIAVEL. CANAL: E=E-MAIL S=SMS A=AMBOS.
      *    DATAS AAAAMMDD.
       FD ARQNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNOTIF.DAT".
       01 REGNOTIF.
           03 NOT-KEY.
               05 NOT-CHAPA       PIC 9(06).
               05 NOT-MODELO      PIC X(08).
               05 NOT-REF         PIC X(14).
               05 NOT-DEST-TIPO   PIC X(01).
           03 NOT-DEST-CHAPA      PIC 9(06).
           03 NOT-VAR1            PIC X(30).
           03 NOT-VAR2            PIC X(30).
           03 NOT-VAR3            PIC X(30).
           03 NOT-ORIGEM          PIC X(07).
           03 NOT-DATA-INC        PIC 9(08).
           03 NOT-HORA-INC        PIC 9(08).
           03 NOT-SITUACAO        PIC X(01).
           03 NOT-TENTATIVAS      PIC 9(01).
           03 NOT-DATA-ENV        PIC 9(08).
           03 NOT-CANAL           PIC X(01).
           03 NOT-DATA-RET        PIC 9(08).
           03 NOT-MOTIVO          PIC X(30).
      *---------------------CONTATOS PARA NOTIFICACAO-------------------
       FD ARQCONTATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTATO.DAT".
       01 REGCONTATO.
           03 CTT-CHAPA           PIC 9(06).
           03 CTT-EMAIL           PIC X(60).
           03 CTT-CELULAR         PIC 9(11).
           03 CTT-ACEITA-EMAIL    PIC X(01).
           03 CTT-ACEITA-SMS      PIC X(01).
           03 CTT-DATA-ALT        PIC 9(08).
      *---------------------MODELOS DAS MENSAGENS-----------------------
      *    UM MODELO POR CODIGO E TIPO DE DESTINATARIO (F/G).
       FD ARQMODNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMODNOT.DAT".
       01 REGMODNOT.
           03 MOD-CODIGO          PIC X(08).
           03 MOD-DEST            PIC X(01).
           03 MOD-ASSUNTO         PIC X(40).
           03 MOD-TEXTO           PIC X(150).
      *---------------------ARQUIVO PARA O GATEWAY----------------------
       FD TSAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TS-NOME.
       01 REGSAIDA                PIC X(331).
      *---------------------RETORNO DO GATEWAY--------------------------
      *    SITUACAO E=ENVIADA F=FALHA, POR CANAL.
       FD TRETNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETNOTIF.TXT".
       01 REGRETNOTIF.
           03 RET-TIPO            PIC X(01).
           03 RET-ID              PIC X(29).
           03 RET-CANAL           PIC X(01).
           03 RET-SITUACAO        PIC X(01).
           03 RET-DATA            PIC 9(08).
           03 RET-MOTIVO          PIC X(30).
      *---------------------RELATORIO DE CONFERENCIA-------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
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
       77 ST-CTT     PIC X(02) VALUE "00".
       77 ST-MOD     PIC X(02) VALUE "00".
       77 ST-RET     PIC X(02) VALUE "00".
       77 ST-AUTO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-AUTO     PIC X(01) VALUE "N".
       77 W-MODO     PIC 9(01) VALUE ZEROS.
       77 W-TEM-CTT  PIC X(01) VALUE "S".
      *    GERACOES DE UMA MESMA NOTIFICACAO ANTES DE DESISTIR.
       77 W-MAX-TENT PIC 9(01) VALUE 3.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HJ-ANO    PIC 9(04).
           03 W-HJ-MES    PIC 9(02).
           03 W-HJ-DIA    PIC 9(02).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TS-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO107_".
           05 W-TS-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------[ TOTAIS ]----------------------------------------
       01 W-QTD-LIDAS     PIC 9(06) VALUE ZEROS.
       01 W-QTD-GERADAS   PIC 9(06) VALUE ZEROS.
       01 W-QTD-LINHAS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-NENV      PIC 9(06) VALUE ZEROS.
       01 W-QTD-ENV       PIC 9(06) VALUE ZEROS.
       01 W-QTD-FALHA     PIC 9(06) VALUE ZEROS.
       01 W-QTD-NAOENC    PIC 9(06) VALUE ZEROS.
      *---------------[ MODELOS CARREGADOS ]----------------------------
       01 W-QTD-MOD       PIC 9(02) VALUE ZEROS.
       01 W-IND-M         PIC 9(02) VALUE ZEROS.
       01 W-ACHOU-MOD     PIC X(01) VALUE "N".
       01 TAB-MOD.
           03 TM-ITEM OCCURS 30 TIMES.
               05 TM-CODIGO    PIC X(08).
               05 TM-DEST      PIC X(01).
               05 TM-ASSUNTO   PIC X(40).
               05 TM-TEXTO     PIC X(150).
      *---------------[ MODELOS PADRAO DE FABRICA ]---------------------
       01 TAB-SEED-R.
           03 FILLER PIC X(08) VALUE "ASOVENC".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(40) VALUE
              "EXAME ASO A VENCER".
           03 FILLER PIC X(50) VALUE
              "&1, SEU EXAME ASO VENCE EM &2. PROCURE O SESMT PAR".
           03 FILLER PIC X(50) VALUE
              "A AGENDAR O EXAME PERIODICO.".
           03 FILLER PIC X(50) VALUE SPACES.
      *
           03 FILLER PIC X(08) VALUE "ASOVENC".
           03 FILLER PIC X(01) VALUE "G".
           03 FILLER PIC X(40) VALUE
              "EXAME ASO A VENCER NA EQUIPE".
           03 FILLER PIC X(50) VALUE
              "O EXAME ASO DE &1 (CHAPA &C) VENCE EM &2. LIBERE O".
           03 FILLER PIC X(50) VALUE
              " FUNCIONARIO PARA O EXAME PERIODICO.".
           03 FILLER PIC X(50) VALUE SPACES.
      *
           03 FILLER PIC X(08) VALUE "EXPERIEN".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(40) VALUE
              "FIM DO CONTRATO DE EXPERIENCIA".
           03 FILLER PIC X(50) VALUE
              "&1, O &3 PERIODO DO SEU CONTRATO DE EXPERIENCIA TE".
           03 FILLER PIC X(50) VALUE
              "RMINA EM &2.".
           03 FILLER PIC X(50) VALUE SPACES.
      *
           03 FILLER PIC X(08) VALUE "EXPERIEN".
           03 FILLER PIC X(01) VALUE "G".
           03 FILLER PIC X(40) VALUE
              "EXPERIENCIA A VENCER NA EQUIPE".
           03 FILLER PIC X(50) VALUE
              "O &3 PERIODO DE EXPERIENCIA DE &1 (CHAPA &C) TERMI".
           03 FILLER PIC X(50) VALUE
              "NA EM &2. INFORME AO RH A PRORROGACAO, A EFETIVACA".
           03 FILLER PIC X(50) VALUE
              "O OU O DESLIGAMENTO.".
      *
           03 FILLER PIC X(08) VALUE "FERDOBRA".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(40) VALUE
              "FERIAS COM RISCO DE DOBRA".
           03 FILLER PIC X(50) VALUE
              "&1, AS FERIAS DO PERIODO AQUISITIVO INICIADO EM &3".
           03 FILLER PIC X(50) VALUE
              " &2. COMBINE COM SEU GESTOR A DATA DE INICIO.".
           03 FILLER PIC X(50) VALUE SPACES.
      *
           03 FILLER PIC X(08) VALUE "FERDOBRA".
           03 FILLER PIC X(01) VALUE "G".
           03 FILLER PIC X(40) VALUE
              "FERIAS A PROGRAMAR NA EQUIPE".
           03 FILLER PIC X(50) VALUE
              "AS FERIAS DE &1 (CHAPA &C), AQUISITIVO INICIADO EM".
           03 FILLER PIC X(50) VALUE
              " &3, &2. PROGRAME O INICIO PARA EVITAR O PAGAMENTO".
           03 FILLER PIC X(50) VALUE
              " EM DOBRO.".
      *
           03 FILLER PIC X(08) VALUE "HOLERITE".
           03 FILLER PIC X(01) VALUE "F".
           03 FILLER PIC X(40) VALUE
              "HOLERITE DISPONIVEL".
           03 FILLER PIC X(50) VALUE
              "&1, SEU HOLERITE DE &2 ESTA DISPONIVEL. CONSULTE P".
           03 FILLER PIC X(50) VALUE
              "ELO AUTOATENDIMENTO.".
           03 FILLER PIC X(50) VALUE SPACES.
       01 TAB-SEED REDEFINES TAB-SEED-R.
           03 TS-ITEM OCCURS 7 TIMES.
               05 TS-CODIGO    PIC X(08).
               05 TS-DEST      PIC X(01).
               05 TS-ASSUNTO   PIC X(40).
               05 TS-TEXTO     PIC X(150).
       77 W-QTD-SEED      PIC 9(02) VALUE 7.
      *---------------[ MONTAGEM DO TEXTO PELO MODELO ]-----------------
       01 W-ENV-EMAIL     PIC X(01) VALUE "N".
       01 W-ENV-SMS       PIC X(01) VALUE "N".
       01 W-TXT-SAI       PIC X(200) VALUE SPACES.
       01 W-VAR           PIC X(30) VALUE SPACES.
       01 W-POS-M         PIC 9(03) VALUE ZEROS.
       01 W-POS-S         PIC 9(03) VALUE ZEROS.
       01 W-TAM-MOD       PIC 9(03) VALUE ZEROS.
       01 W-TAM-VAR       PIC 9(03) VALUE ZEROS.
       01 W-BRANCOS       PIC 9(03) VALUE ZEROS.
      *---------------[ LINHAS DO ARQUIVO PARA O GATEWAY ]--------------
       01 SAI-HEADER.
           03 FILLER           PIC X(01) VALUE "0".
           03 FILLER           PIC X(20) VALUE "NOTIFICACOES".
           03 SAI-H-DATA       PIC 9(08) VALUE ZEROS.
           03 FILLER           PIC X(302) VALUE SPACES.
       01 SAI-DET.
           03 FILLER           PIC X(01) VALUE "1".
           03 SAI-ID           PIC X(29) VALUE SPACES.
           03 SAI-CANAL        PIC X(01) VALUE SPACES.
           03 SAI-DESTINO      PIC X(60) VALUE SPACES.
           03 SAI-ASSUNTO      PIC X(40) VALUE SPACES.
           03 SAI-TEXTO        PIC X(200) VALUE SPACES.
       01 SAI-TRAILER.
           03 FILLER           PIC X(01) VALUE "9".
           03 SAI-T-QTDE       PIC 9(06) VALUE ZEROS.
           03 FILLER           PIC X(324) VALUE SPACES.
      *---------------[ RELATORIO DE CONFERENCIA ]----------------------
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FILA DE NOTIFICACOES - GERACAO PARA O GATEWAY".
           05  CAB1-DATA  PIC 99/99/9999.
       01  CAB1R.
           05  FILLER                 PIC X(050) VALUE
           "FILA DE NOTIFICACOES - RETORNO DO GATEWAY".
           05  CAB1R-DATA PIC 99/99/9999.
       01  CAB2.
           05  FILLER                 PIC X(060) VALUE
           "CHAPA  MODELO   REFERENCIA     D DESTIN CN ST TENT MOTIVO".
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  DET.
           05  D-CHAPA    VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-MODELO   VALUE SPACES PIC X(08).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-REF      VALUE SPACES PIC X(14).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-DEST     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-DEST-CHAPA VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D-CANAL    VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  D-SITUACAO VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(003) VALUE "   ".
           05  D-TENT     VALUE ZEROS  PIC 9(01).
           05  FILLER                 PIC X(003) VALUE "   ".
           05  D-MOTIVO   VALUE SPACES PIC X(30).
       01  LINTOT.
           05  LT-TEXTO   VALUE SPACES PIC X(40).
           05  LT-QTDE    VALUE ZEROS  PIC ZZZZZ9.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** FILA DE NOTIFICACOES POR E-MA".
           05  LINE 02  COLUMN 41
               VALUE  "IL E SMS ***".
           05  LINE 05  COLUMN 01
               VALUE  "        1 - GERAR O ARQUIVO DO DIA PARA ".
           05  LINE 05  COLUMN 41
               VALUE  "O GATEWAY (ARQUIVO107)".
           05  LINE 06  COLUMN 01
               VALUE  "        2 - PROCESSAR O RETORNO DO GATEW".
           05  LINE 06  COLUMN 41
               VALUE  "AY (RETNOTIF.TXT)".
           05  LINE 09  COLUMN 01
               VALUE  "                         OPCAO :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXECUC".
           05  LINE 12  COLUMN 41
               VALUE  "AO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMODO
               LINE 09  COLUMN 33  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 52  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MODO.
                DISPLAY TELA.
                PERFORM CHECA-AUTO THRU CHECA-AUTO-FIM
                IF W-AUTO = "S"
                   MOVE 1 TO W-MODO
                   GO TO INC-OP0.
       INC-MODO.
                ACCEPT TMODO
                IF W-MODO NOT = 1 AND W-MODO NOT = 2
                   MOVE "*** DIGITE 1=GERAR  2=RETORNO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MODO.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA W-TS-DATA SAI-H-DATA.
           COMPUTE CAB1-DATA =
               (W-HJ-DIA * 1000000) + (W-HJ-MES * 10000) + W-HJ-ANO.
           MOVE CAB1-DATA TO CAB1R-DATA.
           OPEN I-O ARQNOTIF
           IF ST-ERRO NOT = "00"
               MOVE "* FILA DE NOTIFICACOES VAZIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP168" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           IF W-MODO = 2
               GO TO RET-001.
      *
      *****************************************
      * GERACAO DO ARQUIVO PARA O GATEWAY     *
      *****************************************
       GER-001.
           PERFORM LOAD-MODNOT THRU FIM-LOAD-MODNOT.
           OPEN INPUT ARQCONTATO
           IF ST-CTT NOT = "00"
               MOVE "N" TO W-TEM-CTT.
           OPEN OUTPUT TSAIDA
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO107" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           WRITE REGSAIDA FROM SAI-HEADER.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
       GER-LER.
           READ ARQNOTIF NEXT
               AT END
               GO TO GER-FIM.
           IF NOT-SITUACAO = "P"
               GO TO GER-PROC.
           IF NOT-SITUACAO = "F" AND NOT-TENTATIVAS < W-MAX-TENT
               GO TO GER-PROC.
           GO TO GER-LER.
       GER-PROC.
           ADD 1 TO W-QTD-LIDAS.
           PERFORM BUSCA-MODELO THRU FIM-BUSCA-MODELO.
           IF W-ACHOU-MOD NOT = "S"
               MOVE "N" TO NOT-SITUACAO
               MOVE "MODELO NAO CADASTRADO" TO NOT-MOTIVO
               GO TO GER-GRAVA.
           PERFORM BUSCA-CONTATO THRU FIM-BUSCA-CONTATO.
           IF W-ENV-EMAIL NOT = "S" AND W-ENV-SMS NOT = "S"
               MOVE "N" TO NOT-SITUACAO
               MOVE "SEM CONTATO OU SEM ACEITE" TO NOT-MOTIVO
               GO TO GER-GRAVA.
           PERFORM MONTA-TEXTO THRU FIM-MONTA-TEXTO.
           MOVE NOT-KEY TO SAI-ID.
           MOVE TM-ASSUNTO(W-IND-M) TO SAI-ASSUNTO.
           IF W-ENV-EMAIL = "S"
               MOVE "E" TO SAI-CANAL NOT-CANAL
               MOVE CTT-EMAIL TO SAI-DESTINO
               MOVE W-TXT-SAI TO SAI-TEXTO
               WRITE REGSAIDA FROM SAI-DET
               ADD 1 TO W-QTD-LINHAS.
      *    O SMS LEVA SO OS 160 PRIMEIROS CARACTERES DO TEXTO.
           IF W-ENV-SMS = "S"
               MOVE "S" TO SAI-CANAL
               MOVE CTT-CELULAR TO SAI-DESTINO
               MOVE SPACES TO SAI-TEXTO
               MOVE W-TXT-SAI(1:160) TO SAI-TEXTO
               WRITE REGSAIDA FROM SAI-DET
               ADD 1 TO W-QTD-LINHAS
               MOVE "S" TO NOT-CANAL.
           IF W-ENV-EMAIL = "S" AND W-ENV-SMS = "S"
               MOVE "A" TO NOT-CANAL.
           MOVE "G" TO NOT-SITUACAO.
           ADD 1 TO NOT-TENTATIVAS.
           MOVE W-HOJE TO NOT-DATA-ENV.
           MOVE SPACES TO NOT-MOTIVO.
       GER-GRAVA.
           REWRITE REGNOTIF
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQNOTIF" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF NOT-SITUACAO = "G"
               ADD 1 TO W-QTD-GERADAS
           ELSE
               ADD 1 TO W-QTD-NENV.
           PERFORM MONTA-DET THRU FIM-MONTA-DET.
           DISPLAY (20, 40) W-QTD-LIDAS.
           GO TO GER-LER.
       GER-FIM.
           MOVE W-QTD-LINHAS TO SAI-T-QTDE.
           WRITE REGSAIDA FROM SAI-TRAILER.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "NOTIFICACOES PROCESSADAS..............:" TO LT-TEXTO.
           MOVE W-QTD-LIDAS TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "GERADAS PARA O GATEWAY................:" TO LT-TEXTO.
           MOVE W-QTD-GERADAS TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "LINHAS NO ARQUIVO107 (E-MAIL + SMS)...:" TO LT-TEXTO.
           MOVE W-QTD-LINHAS TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "NAO ENVIAVEIS (SEM CONTATO/MODELO)....:" TO LT-TEXTO.
           MOVE W-QTD-NENV TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "*** ARQUIVO PARA O GATEWAY GERADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      *****************************************
      * RETORNO DO GATEWAY                    *
      *****************************************
       RET-001.
           OPEN INPUT TRETNOTIF
           IF ST-RET NOT = "00"
               MOVE "* RETORNO DO GATEWAY NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           WRITE ARQTX FROM CAB1R.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
       RET-LER.
           READ TRETNOTIF
               AT END
               GO TO RET-FIM.
           IF RET-TIPO NOT = "1"
               GO TO RET-LER.
           MOVE RET-ID TO NOT-KEY.
           READ ARQNOTIF
               INVALID KEY
               ADD 1 TO W-QTD-NAOENC
               MOVE RET-ID(1:6) TO D-CHAPA
               MOVE RET-ID(7:8) TO D-MODELO
               MOVE RET-ID(15:14) TO D-REF
               MOVE RET-ID(29:1) TO D-DEST
               MOVE ZEROS TO D-DEST-CHAPA D-TENT
               MOVE RET-CANAL TO D-CANAL
               MOVE RET-SITUACAO TO D-SITUACAO
               MOVE "NAO ENCONTRADA NA FILA" TO D-MOTIVO
               WRITE ARQTX FROM DET
               GO TO RET-LER.
           IF RET-SITUACAO = "E"
               MOVE "E" TO NOT-SITUACAO
               MOVE RET-DATA TO NOT-DATA-RET
               MOVE SPACES TO NOT-MOTIVO
               ADD 1 TO W-QTD-ENV
               GO TO RET-GRAVA.
           IF RET-SITUACAO NOT = "F"
               GO TO RET-LER.
      *    COM DOIS CANAIS, BASTA UM TER ENTREGUE.
           IF NOT-SITUACAO = "E"
               GO TO RET-LER.
           MOVE "F" TO NOT-SITUACAO.
           MOVE RET-DATA TO NOT-DATA-RET.
           MOVE RET-MOTIVO TO NOT-MOTIVO.
           ADD 1 TO W-QTD-FALHA.
       RET-GRAVA.
           REWRITE REGNOTIF
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQNOTIF" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM MONTA-DET THRU FIM-MONTA-DET.
           GO TO RET-LER.
       RET-FIM.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "MARCADAS COMO ENVIADAS................:" TO LT-TEXTO.
           MOVE W-QTD-ENV TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "MARCADAS COMO FALHA...................:" TO LT-TEXTO.
           MOVE W-QTD-FALHA TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "RETORNOS SEM NOTIFICACAO NA FILA......:" TO LT-TEXTO.
           MOVE W-QTD-NAOENC TO LT-QTDE.
           WRITE ARQTX FROM LINTOT.
           MOVE "*** RETORNO DO GATEWAY PROCESSADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ LINHA DE CONFERENCIA ]--------------------------
       MONTA-DET.
           MOVE NOT-CHAPA      TO D-CHAPA.
           MOVE NOT-MODELO     TO D-MODELO.
           MOVE NOT-REF        TO D-REF.
           MOVE NOT-DEST-TIPO  TO D-DEST.
           MOVE NOT-DEST-CHAPA TO D-DEST-CHAPA.
           MOVE NOT-CANAL      TO D-CANAL.
           MOVE NOT-SITUACAO   TO D-SITUACAO.
           MOVE NOT-TENTATIVAS TO D-TENT.
           MOVE NOT-MOTIVO     TO D-MOTIVO.
           WRITE ARQTX FROM DET.
       FIM-MONTA-DET.
           CONTINUE.

      *---------------[ MODELO DO CODIGO E DESTINATARIO ]---------------
       BUSCA-MODELO.
           MOVE "N" TO W-ACHOU-MOD.
           MOVE ZEROS TO W-IND-M.
       BUSCA-MODELO-1.
           ADD 1 TO W-IND-M.
           IF W-IND-M > W-QTD-MOD
               GO TO FIM-BUSCA-MODELO.
           IF TM-CODIGO(W-IND-M) NOT = NOT-MODELO
              OR TM-DEST(W-IND-M) NOT = NOT-DEST-TIPO
               GO TO BUSCA-MODELO-1.
           MOVE "S" TO W-ACHOU-MOD.
       FIM-BUSCA-MODELO.
           CONTINUE.

      *---------------[ CANAIS ACEITOS PELO DESTINATARIO ]--------------
       BUSCA-CONTATO.
           MOVE "N" TO W-ENV-EMAIL W-ENV-SMS.
           IF W-TEM-CTT NOT = "S"
               GO TO FIM-BUSCA-CONTATO.
           MOVE NOT-DEST-CHAPA TO CTT-CHAPA.
           READ ARQCONTATO
               INVALID KEY
               GO TO FIM-BUSCA-CONTATO.
           IF CTT-ACEITA-EMAIL = "S" AND CTT-EMAIL NOT = SPACES
               MOVE "S" TO W-ENV-EMAIL.
           IF CTT-ACEITA-SMS = "S" AND CTT-CELULAR NUMERIC
              AND CTT-CELULAR > ZEROS
               MOVE "S" TO W-ENV-SMS.
       FIM-BUSCA-CONTATO.
           CONTINUE.

      *---------------[ TEXTO = MODELO COM AS VARIAVEIS ]---------------
      *    COPIA O MODELO CARACTER A CARACTER; &1 &2 &3 &C SAO
      *    TROCADOS PELO CONTEUDO SEM OS BRANCOS A DIREITA.
       MONTA-TEXTO.
           MOVE SPACES TO W-TXT-SAI.
           MOVE ZEROS TO W-POS-M W-POS-S W-BRANCOS.
           INSPECT TM-TEXTO(W-IND-M) TALLYING W-BRANCOS
               FOR TRAILING SPACES.
           COMPUTE W-TAM-MOD = 150 - W-BRANCOS.
       MONTA-TEXTO-1.
           ADD 1 TO W-POS-M.
           IF W-POS-M > W-TAM-MOD
               GO TO FIM-MONTA-TEXTO.
           IF TM-TEXTO(W-IND-M)(W-POS-M:1) NOT = "&"
              OR W-POS-M = W-TAM-MOD
               GO TO MONTA-TEXTO-2.
           MOVE "*" TO W-VAR.
           IF TM-TEXTO(W-IND-M)(W-POS-M + 1:1) = "1"
               MOVE NOT-VAR1 TO W-VAR.
           IF TM-TEXTO(W-IND-M)(W-POS-M + 1:1) = "2"
               MOVE NOT-VAR2 TO W-VAR.
           IF TM-TEXTO(W-IND-M)(W-POS-M + 1:1) = "3"
               MOVE NOT-VAR3 TO W-VAR.
           IF TM-TEXTO(W-IND-M)(W-POS-M + 1:1) = "C"
               MOVE NOT-CHAPA TO W-VAR.
           IF W-VAR = "*"
               GO TO MONTA-TEXTO-2.
           ADD 1 TO W-POS-M.
           PERFORM COPIA-VAR THRU FIM-COPIA-VAR.
           GO TO MONTA-TEXTO-1.
       MONTA-TEXTO-2.
           IF W-POS-S NOT < 200
               GO TO FIM-MONTA-TEXTO.
           ADD 1 TO W-POS-S.
           MOVE TM-TEXTO(W-IND-M)(W-POS-M:1) TO W-TXT-SAI(W-POS-S:1).
           GO TO MONTA-TEXTO-1.
       FIM-MONTA-TEXTO.
           CONTINUE.

       COPIA-VAR.
           MOVE ZEROS TO W-BRANCOS.
           INSPECT W-VAR TALLYING W-BRANCOS FOR TRAILING SPACES.
           COMPUTE W-TAM-VAR = 30 - W-BRANCOS.
           IF W-TAM-VAR = ZEROS
               GO TO FIM-COPIA-VAR.
           IF W-POS-S + W-TAM-VAR > 200
               COMPUTE W-TAM-VAR = 200 - W-POS-S.
           IF W-TAM-VAR = ZEROS
               GO TO FIM-COPIA-VAR.
           MOVE W-VAR(1:W-TAM-VAR) TO W-TXT-SAI(W-POS-S + 1:W-TAM-VAR).
           ADD W-TAM-VAR TO W-POS-S.
       FIM-COPIA-VAR.
           CONTINUE.

      *---------[ MODELOS DAS MENSAGENS (ATE 30) ]----------------------
       LOAD-MODNOT.
           MOVE ZEROS TO W-QTD-MOD.
           OPEN INPUT ARQMODNOT.
           IF ST-MOD = "30" OR ST-MOD = "35"
               PERFORM SEED-MODNOT THRU FIM-SEED-MODNOT
               OPEN INPUT ARQMODNOT.
           IF ST-MOD NOT = "00"
               GO TO FIM-LOAD-MODNOT.
       LOAD-MODNOT-1.
           READ ARQMODNOT
               AT END
               GO TO LOAD-MODNOT-9.
           IF W-QTD-MOD < 30
               ADD 1 TO W-QTD-MOD
               MOVE MOD-CODIGO  TO TM-CODIGO(W-QTD-MOD)
               MOVE MOD-DEST    TO TM-DEST(W-QTD-MOD)
               MOVE MOD-ASSUNTO TO TM-ASSUNTO(W-QTD-MOD)
               MOVE MOD-TEXTO   TO TM-TEXTO(W-QTD-MOD).
           GO TO LOAD-MODNOT-1.
       LOAD-MODNOT-9.
           CLOSE ARQMODNOT.
       FIM-LOAD-MODNOT.
           CONTINUE.

       SEED-MODNOT.
           OPEN OUTPUT ARQMODNOT.
           MOVE ZEROS TO W-IND-M.
       SEED-MODNOT-1.
           ADD 1 TO W-IND-M.
           IF W-IND-M > W-QTD-SEED
               GO TO SEED-MODNOT-9.
           MOVE TS-CODIGO(W-IND-M)  TO MOD-CODIGO.
           MOVE TS-DEST(W-IND-M)    TO MOD-DEST.
           MOVE TS-ASSUNTO(W-IND-M) TO MOD-ASSUNTO.
           MOVE TS-TEXTO(W-IND-M)   TO MOD-TEXTO.
           WRITE REGMODNOT.
           GO TO SEED-MODNOT-1.
       SEED-MODNOT-9.
           CLOSE ARQMODNOT.
       FIM-SEED-MODNOT.
           CONTINUE.

      *---------------[ CHAVE DE EXECUCAO AUTOMATICA ]------------------
       CHECA-AUTO.
           MOVE "N" TO W-AUTO.
           OPEN INPUT ARQAUTO.
           IF ST-AUTO = "00"
               READ ARQAUTO
               IF ST-AUTO = "00" AND AUTO-FLAG = "S"
                   MOVE "S" TO W-AUTO
               END-IF
               CLOSE ARQAUTO.
       CHECA-AUTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQNOTIF TX.
                IF W-MODO = 1
                    CLOSE TSAIDA
                    IF W-TEM-CTT = "S"
                        CLOSE ARQCONTATO.
                IF W-MODO = 2
                    CLOSE TRETNOTIF.
                MOVE ZEROS TO RETURN-CODE.
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
