       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP165.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      * RELATORIO DO TITULAR LGPD (ACESSO POR CPF)  *
      ***********************************************
      *----------------------------------------------------------------
      *    ATENDE A REQUISICAO DE ACESSO DO TITULAR (LGPD ART. 18 E
      *    19). A PARTIR DO CPF LOCALIZA TODAS AS CHAPAS DA PESSOA NO
      *    ARQFUNC (INCLUSIVE AS DE READMISSAO, COM OS VINCULOS
      *    ANTERIORES DO ARQVINC) E LISTA TUDO O QUE O SISTEMA GUARDA
      *    SOBRE ELA: CADASTRO, DEPENDENTES, FERIAS, AFASTAMENTOS, ASO,
      *    FOLHA (ARQRESUL E ARQRESDET), DADOS BANCARIOS E PIX, PENSAO
      *    ALIMENTICIA, MARCACOES DE PONTO, TRILHA DE ALTERACOES
      *    (ARQLOG) E ACESSOS A DADOS PESSOAIS (ARQLGPD).
      *    ARQUIVO105: RELATORIO PARA ENTREGA AO TITULAR.
      *    ARQUIVO106: VERSAO INTERNA DO DPO, COM A QUANTIDADE DE
      *    REGISTROS, A BASE LEGAL E O PRAZO DE RETENCAO DE CADA
      *    CATEGORIA (ARQRESUL E ARQLOG PELA RETENCAO DO FPP102).
      *    A EMISSAO FICA NO ARQLGPD, UMA LINHA POR CHAPA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO.
      *---------------------HISTORICO DE VINCULOS---------------------
           SELECT ARQVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINC-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DE DEPENDENTES---------------------
           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------TABELA DE PARENTESCOS---------------------
           SELECT ARQPAREN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CODIGO
                    FILE STATUS  IS ST-PAR.
      *---------------------ARQUIVO DE FERIAS-------------------------
           SELECT ARQFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DE AFASTAMENTOS-------------------
           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DE ASO------------------------------
           SELECT ARQASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------RESULTADO DA FOLHA-------------------------
           SELECT ARQRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------MEMORIA DE CALCULO DA FOLHA---------------
           SELECT ARQRESDET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DET-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO------------
           SELECT ARQPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIX-CHAPA
                    FILE STATUS  IS ST-AUX.
      *---------------------E-MAIL E CELULAR PARA AVISOS---------------
           SELECT ARQCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTT-CHAPA
                    FILE STATUS  IS ST-AUX.
      *---------------------PENSAO ALIMENTICIA-------------------------
           SELECT ARQPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------MARCACOES DO PONTO------------------------
           SELECT ARQMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAR-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEQ.
      *---------------------PARAMETROS DE RETENCAO (FPP102)------------
           SELECT ARQEXPURGO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEQ.
      *---------------------RELATORIO DO TITULAR-----------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------VERSAO INTERNA (DPO)-----------------------
           SELECT TXI ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------LOG DE ACESSO A DADOS PESSOAIS (LGPD)-------
           SELECT ARQLGPD ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LGPD.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESSLG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LGPD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DO FUNCIONARIO--------------------
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
           03 DATA-DESLIGAMENTO PIC 9(08).
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
           03 CODEMPRESA      PIC 9(03).
      *---------------------HISTORICO DE VINCULOS---------------------
       FD ARQVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVINC.DAT".
       01 REGVINC.
           03 VINC-KEY.
            05 VINC-CHAPA         PIC 9(06).
            05 VINC-SEQ           PIC 9(02).
           03 VINC-DATA-ADM       PIC 9(08).
           03 VINC-DATA-DESL      PIC 9(08).
           03 VINC-MOTIVO         PIC 9(02).
      *---------------------ARQUIVO DE DEPENDENTES---------------------
       FD ARQDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
               05 DEPEN-CHAPA        PIC 9(06).
               05 DEPEN-SEQ          PIC 9(02).
           03 DEPEN-NOME          PIC X(30).
           03 PARENTESCO          PIC 9(02).
           03 DEPEN-DATANASC      PIC 9(08).
           03 DEPEN-SEXO          PIC X(01).
           03 DEPEN-INSS          PIC X(01).
           03 DEPEN-IMPRENDA      PIC X(01).
           03 DEPEN-STATUS        PIC X(20).
      *---------------------TABELA DE PARENTESCOS---------------------
       FD ARQPAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAREN.DAT".
       01 REGPAREN.
           03 PAR-CODIGO          PIC 9(02).
           03 PAR-DESCRICAO       PIC X(17).
      *---------------------ARQUIVO DE FERIAS-------------------------
       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-SEQ            PIC 9(02).
           03 FER-AQUIS-INI       PIC 9(08).
           03 FER-AQUIS-FIM       PIC 9(08).
           03 FER-DIAS-DIREITO    PIC 9(02).
           03 FER-GOZO-INI        PIC 9(08).
           03 FER-GOZO-FIM        PIC 9(08).
           03 FER-DIAS-GOZO       PIC 9(02).
           03 FER-STATUS          PIC X(01).
           03 FER-DIAS-ABONO      PIC 9(02).
      *---------------------ARQUIVO DE AFASTAMENTOS-------------------
       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
               05 AFA-CHAPA          PIC 9(06).
               05 AFA-SEQ            PIC 9(02).
           03 AFA-TIPO            PIC 9(02).
           03 AFA-DATA-INI        PIC 9(08).
           03 AFA-DATA-RET        PIC 9(08).
           03 AFA-STATUS          PIC X(01).
      *---------------------ARQUIVO DE ASO------------------------------
       FD ARQASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
           03 ASO-KEY.
            05 ASO-CHAPA          PIC 9(06).
            05 ASO-SEQ            PIC 9(02).
           03 ASO-TIPO            PIC 9(02).
           03 ASO-DATA            PIC 9(08).
           03 ASO-VALIDADE        PIC 9(08).
           03 ASO-RESULT          PIC X(01).
      *---------------------RESULTADO DA FOLHA-------------------------
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
      *---------------------MEMORIA DE CALCULO DA FOLHA---------------
       FD ARQRESDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESDET.DAT".
       01 REGRESDET.
           03 DET-KEY.
               05 DET-CHAPA        PIC 9(06).
               05 DET-COMPETENCIA  PIC 9(06).
               05 DET-TIPO         PIC X(02).
               05 DET-SEQ          PIC 9(03).
           03 FILLER            PIC X(56).
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO------------
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA         PIC 9(06).
           03 PIX-FORMA         PIC X(01).
           03 PIX-TIPO          PIC X(01).
           03 PIX-CHAVE         PIC X(77).
           03 PIX-STATUS        PIC X(01).
      *---------------------E-MAIL E CELULAR PARA AVISOS---------------
       FD ARQCONTATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTATO.DAT".
       01 REGCONTATO.
           03 CTT-CHAPA         PIC 9(06).
           03 CTT-EMAIL         PIC X(60).
           03 CTT-CELULAR       PIC 9(11).
           03 CTT-ACEITA-EMAIL  PIC X(01).
           03 CTT-ACEITA-SMS    PIC X(01).
           03 CTT-DATA-ALT      PIC 9(08).
      *---------------------PENSAO ALIMENTICIA-------------------------
       FD ARQPENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENSAO.DAT".
       01 REGPENSAO.
           03 PEN-KEY.
               05 PEN-CHAPA          PIC 9(06).
               05 PEN-SEQ            PIC 9(02).
           03 PEN-BENEFICIARIO    PIC X(30).
           03 PEN-TIPO            PIC X(01).
           03 PEN-PERCENTUAL      PIC 9(02)V99.
           03 PEN-VALOR           PIC 9(06)V99.
           03 PEN-BANCO           PIC 9(03).
           03 PEN-AGENCIA         PIC 9(05).
           03 PEN-CONTA           PIC X(12).
           03 PEN-STATUS          PIC X(01).
      *---------------------MARCACOES DO PONTO------------------------
       FD ARQMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMARCA.DAT".
       01 REGMARCA.
           03 MAR-KEY.
               05 MAR-CHAPA      PIC 9(06).
               05 MAR-DATA       PIC 9(08).
               05 MAR-SEQ        PIC 9(02).
           03 MAR-HORA        PIC 9(04).
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOG.
           03 LOG-USUARIO     PIC X(10).
           03 LOG-DATA        PIC 9(08).
           03 LOG-HORA        PIC 9(08).
           03 LOG-ARQUIVO     PIC X(10).
           03 LOG-OPERACAO    PIC X(01).
           03 LOG-CHAVE       PIC X(14).
           03 LOG-IMAGEM-ANT  PIC X(250).
           03 LOG-IMAGEM-NOVA PIC X(250).
      *---------------------PARAMETROS DE RETENCAO (FPP102)------------
       FD ARQEXPURGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXPURGO.DAT".
       01 REGEXPURGO.
           03 EXP-ARQUIVO      PIC X(10).
           03 EXP-MESES        PIC 9(03).
      *---------------------RELATORIO DO TITULAR-----------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(120).
      *---------------------VERSAO INTERNA (DPO)-----------------------
       FD TXI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TXI-NOME.
       01 ARQTXI   PIC X(120).
      *---------------------LOG DE ACESSO A DADOS PESSOAIS (LGPD)-------
       FD ARQLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPD.DAT".
       01 REGLGPD.
           03 LGP-USUARIO   PIC X(10).
           03 LGP-DATA      PIC 9(08).
           03 LGP-HORA      PIC 9(08).
           03 LGP-PROGR     PIC X(07).
           03 LGP-CHAPA     PIC 9(06).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESSLG.
           03 SESSLG-USUARIO  PIC X(10).
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
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 ST-LGPD         PIC X(02) VALUE "00".
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-AUX          PIC X(02) VALUE "00".
       01 ST-PAR          PIC X(02) VALUE "00".
       01 ST-SEQ          PIC X(02) VALUE "00".
       01 ST-TX           PIC X(02) VALUE "00".
       01 W-USUARIO-LGPD  PIC X(10) VALUE "OPERADOR".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-K             PIC 9(02) VALUE ZEROS.
       01 W-C             PIC 9(02) VALUE ZEROS.
       01 W-H             PIC 9(02) VALUE ZEROS.
       01 W-QTD-SEC       PIC 9(06) VALUE ZEROS.
       01 W-QTD-DET       PIC 9(06) VALUE ZEROS.
       01 W-ED-QTD        PIC ZZ9.
       01 W-DIA-MAR       PIC 9(08) VALUE ZEROS.
       01 W-ACHOU         PIC X(01) VALUE "N".
      *---------------[ CPF PESQUISADO ]--------------------------------
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
           03 W-CPF-1     PIC 9(03).
           03 W-CPF-2     PIC 9(03).
           03 W-CPF-3     PIC 9(03).
           03 W-CPF-DV    PIC 9(02).
      *---------------[ CHAPAS DO TITULAR ]-----------------------------
       01 W-QTD-CH        PIC 9(02) VALUE ZEROS.
       01 TAB-CH.
           03 TC-CHAPA    PIC 9(06) OCCURS 20 TIMES.
      *---------------[ CHAVE DA TRILHA: CHAPA NAS 6 PRIMEIRAS ]--------
       01 W-CHAVE-X       PIC X(06) VALUE SPACES.
       01 W-CHAVE-N REDEFINES W-CHAVE-X PIC 9(06).
      *---------------[ CATEGORIAS: BASE LEGAL E RETENCAO ]-------------
      *    BASE LEGAL PELOS ARTIGOS 7 (DADO PESSOAL) E 11 (DADO
      *    SENSIVEL) DA LEI 13.709/2018. A RETENCAO DA FOLHA E DA
      *    TRILHA E A QUE O FPP102 APLICA DE FATO (ARQEXPURGO).
       01 TAB-CAT-R.
           03 FILLER PIC X(24) VALUE "DADOS CADASTRAIS".
           03 FILLER PIC X(10) VALUE "ARQFUNC".
           03 FILLER PIC X(32) VALUE "ART.7 II E V (LEI E CONTRATO)".
           03 FILLER PIC X(30) VALUE "PERMANENTE (CLT ART.41)".
           03 FILLER PIC X(24) VALUE "VINCULOS ANTERIORES".
           03 FILLER PIC X(10) VALUE "ARQVINC".
           03 FILLER PIC X(32) VALUE "ART.7 II (OBRIGACAO LEGAL)".
           03 FILLER PIC X(30) VALUE "PERMANENTE (CLT ART.41)".
           03 FILLER PIC X(24) VALUE "DEPENDENTES".
           03 FILLER PIC X(10) VALUE "ARQDEPE".
           03 FILLER PIC X(32) VALUE "ART.7 II (IRRF/SALARIO-FAMILIA)".
           03 FILLER PIC X(30) VALUE "5 ANOS APOS O DESLIGAMENTO".
           03 FILLER PIC X(24) VALUE "FERIAS".
           03 FILLER PIC X(10) VALUE "ARQFERIAS".
           03 FILLER PIC X(32) VALUE "ART.7 II (CLT ART.129 A 145)".
           03 FILLER PIC X(30) VALUE "5 ANOS (CF ART.7 XXIX)".
           03 FILLER PIC X(24) VALUE "AFASTAMENTOS (SAUDE)".
           03 FILLER PIC X(10) VALUE "ARQAFAST".
           03 FILLER PIC X(32) VALUE "ART.11 II A (OBRIGACAO LEGAL)".
           03 FILLER PIC X(30) VALUE "20 ANOS (PREVIDENCIARIO)".
           03 FILLER PIC X(24) VALUE "EXAMES OCUPACIONAIS".
           03 FILLER PIC X(10) VALUE "ARQASO".
           03 FILLER PIC X(32) VALUE "ART.11 II A E F (NR-7)".
           03 FILLER PIC X(30) VALUE "20 ANOS APOS DESLIG. (NR-7)".
           03 FILLER PIC X(24) VALUE "FOLHA DE PAGAMENTO".
           03 FILLER PIC X(10) VALUE "ARQRESUL".
           03 FILLER PIC X(32) VALUE "ART.7 II (OBRIGACAO LEGAL)".
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "MEMORIA DE CALCULO".
           03 FILLER PIC X(10) VALUE "ARQRESDET".
           03 FILLER PIC X(32) VALUE "ART.7 II (OBRIGACAO LEGAL)".
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "DADOS BANCARIOS E PIX".
           03 FILLER PIC X(10) VALUE "ARQPIX".
           03 FILLER PIC X(32) VALUE "ART.7 V (EXECUCAO DO CONTRATO)".
           03 FILLER PIC X(30) VALUE "5 ANOS APOS O DESLIGAMENTO".
           03 FILLER PIC X(24) VALUE "PENSAO ALIMENTICIA".
           03 FILLER PIC X(10) VALUE "ARQPENSAO".
           03 FILLER PIC X(32) VALUE "ART.7 II E VI (DECISAO JUDICIAL)".
           03 FILLER PIC X(30) VALUE "5 ANOS APOS O ENCERRAMENTO".
           03 FILLER PIC X(24) VALUE "MARCACOES DE PONTO".
           03 FILLER PIC X(10) VALUE "ARQMARCA".
           03 FILLER PIC X(32) VALUE "ART.7 II (CLT ART.74)".
           03 FILLER PIC X(30) VALUE "5 ANOS (CF ART.7 XXIX)".
           03 FILLER PIC X(24) VALUE "TRILHA DE ALTERACOES".
           03 FILLER PIC X(10) VALUE "ARQLOG".
           03 FILLER PIC X(32) VALUE "ART.7 II E IX (SEGURANCA)".
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "ACESSOS A DADOS PESSOAIS".
           03 FILLER PIC X(10) VALUE "ARQLGPD".
           03 FILLER PIC X(32) VALUE "ART.37 (REGISTRO DAS OPERACOES)".
           03 FILLER PIC X(30) VALUE "SEM EXPURGO AUTOMATICO".
       01 TAB-CAT REDEFINES TAB-CAT-R.
           03 CT-ITEM OCCURS 13 TIMES.
               05 CT-NOME     PIC X(24).
               05 CT-ARQ      PIC X(10).
               05 CT-BASE     PIC X(32).
               05 CT-RET      PIC X(30).
       01 TAB-QTD.
           03 TQ-QTD      PIC 9(06) OCCURS 13 TIMES.
      *---------------[ RETENCOES DO FPP102 (MESMOS PADROES) ]----------
       01 W-MESES-LOG     PIC 9(03) VALUE 12.
       01 W-MESES-RESUL   PIC 9(03) VALUE 60.
      *---------------[ CONVERSAO DE DATAS ]----------------------------
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-R REDEFINES W-AMD.
           03 W-AMD-ANO   PIC 9(04).
           03 W-AMD-MES   PIC 9(02).
           03 W-AMD-DIA   PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HR-HH     PIC 9(02).
           03 W-HR-MM     PIC 9(02).
           03 W-HR-SS     PIC 9(02).
           03 W-HR-CC     PIC 9(02).
       01 W-COMP          PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
      *---------------[ TIPO E RESULTADO DO ASO ]-----------------------
       01 TABELA-TIPO-R.
           03 FILLER PIC X(20) VALUE "ADMISSIONAL".
           03 FILLER PIC X(20) VALUE "PERIODICO".
           03 FILLER PIC X(20) VALUE "DEMISSIONAL".
           03 FILLER PIC X(20) VALUE "RETORNO AO TRABALHO".
           03 FILLER PIC X(20) VALUE "MUDANCA DE FUNCAO".
       01 TABELA-TIPO REDEFINES TABELA-TIPO-R.
           03 TB-TIPO-ASO PIC X(20) OCCURS 5 TIMES.
      *---------------[ TIPO DO AFASTAMENTO (FPP039) ]------------------
       01 TABELA-AFA-R.
           03 FILLER PIC X(25) VALUE "DOENCA".
           03 FILLER PIC X(25) VALUE "LICENCA MATERNIDADE".
           03 FILLER PIC X(25) VALUE "ACIDENTE DE TRABALHO".
           03 FILLER PIC X(25) VALUE "SERVICO MILITAR".
           03 FILLER PIC X(25) VALUE "OUTROS".
       01 TABELA-AFA REDEFINES TABELA-AFA-R.
           03 TB-TIPO-AFA PIC X(25) OCCURS 5 TIMES.
      *---------------[ NOMES DOS ARQUIVOS ]----------------------------
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TXI-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO106_".
           05 W-TXI-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ RELATORIO DO TITULAR ]--------------------
       01  LINSEP.
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(50) VALUE
           "RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD".
           05  FILLER      PIC X(12) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(09) VALUE "TITULAR: ".
           05  C2-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "  CPF: ".
           05  C2-CPF-1    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ".".
           05  C2-CPF-2    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ".".
           05  C2-CPF-3    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "-".
           05  C2-CPF-DV   PIC 9(02) VALUE ZEROS.
       01  CAB3.
           05  FILLER      PIC X(32) VALUE
               "CHAPAS (MATRICULAS) ENCONTRADAS:".
           05  C3-QTD      PIC ZZ9.
       01  CAB4.
           05  FILLER      PIC X(60) VALUE
           "DADOS TRATADOS PELO EMPREGADOR, POR CATEGORIA E VINCULO.".
       01  LINCHAPA.
           05  FILLER      PIC X(07) VALUE "CHAPA: ".
           05  LC-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-NOME     PIC X(30) VALUE SPACES.
       01  LINSEC.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LS-TITULO   PIC X(60) VALUE SPACES.
       01  LINNADA.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(20) VALUE "NENHUM REGISTRO".
       01  LCAD1.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(06) VALUE "NOME: ".
           05  LC1-NOME    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  NASC: ".
           05  LC1-NASC    PIC 99/99/9999.
           05  FILLER      PIC X(08) VALUE "  SEXO: ".
           05  LC1-SEXO    PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  GENERO: ".
           05  LC1-GENERO  PIC X(01) VALUE SPACES.
       01  LCAD2.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(05) VALUE "CPF: ".
           05  LC2-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(06) VALUE "  RG: ".
           05  LC2-RG      PIC X(12) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "  PIS/NIT: ".
           05  LC2-PIS     PIC 9(11) VALUE ZEROS.
       01  LCAD3.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(16) VALUE "ENDERECO - CEP: ".
           05  LC3-CEP     PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(10) VALUE "  NUMERO: ".
           05  LC3-NUMERO  PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  COMPL: ".
           05  LC3-COMPL   PIC X(12) VALUE SPACES.
       01  LCAD4.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "ADMISSAO: ".
           05  LC4-ADM     PIC 99/99/9999.
           05  FILLER      PIC X(16) VALUE "  DESLIGAMENTO: ".
           05  LC4-DESL    PIC 99/99/9999.
           05  FILLER      PIC X(10) VALUE "  MOTIVO: ".
           05  LC4-MOTIVO  PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(10) VALUE "  STATUS: ".
           05  LC4-STATUS  PIC X(01) VALUE SPACES.
       01  LCAD5.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "DEPTO: ".
           05  LC5-DEPTO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  CARGO: ".
           05  LC5-CARGO   PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  NIVEL: ".
           05  LC5-NIVEL   PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  EMPRESA: ".
           05  LC5-EMPR    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(15) VALUE "  DEPENDENTES: ".
           05  LC5-DEPEN   PIC 9(01) VALUE ZEROS.
       01  LCAD6.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "E-MAIL: ".
           05  LC6-EMAIL   PIC X(60) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "  CELULAR: ".
           05  LC6-CELULAR PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  AVISOS:".
           05  LC6-ACEITA-EMAIL PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE "/".
           05  LC6-ACEITA-SMS PIC X(01) VALUE SPACES.
       01  LVINC.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "ADMISSAO: ".
           05  LV-ADM      PIC 99/99/9999.
           05  FILLER      PIC X(16) VALUE "  DESLIGAMENTO: ".
           05  LV-DESL     PIC 99/99/9999.
           05  FILLER      PIC X(10) VALUE "  MOTIVO: ".
           05  LV-MOTIVO   PIC 9(02) VALUE ZEROS.
       01  LDEPE.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LD-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE "  PARENTESCO: ".
           05  LD-PAR      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LD-DPAR     PIC X(17) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  NASC: ".
           05  LD-NASC     PIC 99/99/9999.
       01  LFER.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(12) VALUE "AQUISITIVO: ".
           05  LF-AQ-INI   PIC 99/99/9999.
           05  FILLER      PIC X(03) VALUE " A ".
           05  LF-AQ-FIM   PIC 99/99/9999.
           05  FILLER      PIC X(08) VALUE "  GOZO: ".
           05  LF-GZ-INI   PIC 99/99/9999.
           05  FILLER      PIC X(03) VALUE " A ".
           05  LF-GZ-FIM   PIC 99/99/9999.
           05  FILLER      PIC X(08) VALUE "  DIAS: ".
           05  LF-DIAS     PIC Z9.
           05  FILLER      PIC X(07) VALUE "  SIT: ".
           05  LF-SIT      PIC X(01) VALUE SPACES.
       01  LAFA.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LA-TIPO     PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "-".
           05  LA-DTIPO    PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  INICIO: ".
           05  LA-INI      PIC 99/99/9999.
           05  FILLER      PIC X(11) VALUE "  RETORNO: ".
           05  LA-RET      PIC 99/99/9999.
           05  FILLER      PIC X(07) VALUE "  SIT: ".
           05  LA-SIT      PIC X(01) VALUE SPACES.
       01  LASO.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LO-DATA     PIC 99/99/9999.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LO-TIPO     PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(12) VALUE "  VALIDADE: ".
           05  LO-VALID    PIC 99/99/9999.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LO-RESULT   PIC X(06) VALUE SPACES.
       01  LRES.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LR-MES      PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  LR-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LR-TIPO     PIC X(02) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  BRUTO:".
           05  LR-BRUTO    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER      PIC X(07) VALUE "  INSS:".
           05  LR-INSS     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER      PIC X(07) VALUE "  IRRF:".
           05  LR-IRRF     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER      PIC X(10) VALUE "  LIQUIDO:".
           05  LR-LIQ      PIC ZZ.ZZZ.ZZ9,99.
       01  LRESDET.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(36) VALUE
               "LINHAS DE MEMORIA DE CALCULO (EVENT".
           05  FILLER      PIC X(05) VALUE "OS): ".
           05  LRD-QTD     PIC ZZZZZ9.
       01  LBCO.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "BANCO: ".
           05  LB-BANCO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  AGENCIA: ".
           05  LB-AGENCIA  PIC 9(05) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  CONTA: ".
           05  LB-CONTA    PIC X(12) VALUE SPACES.
       01  LPIX.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "FORMA: ".
           05  LX-FORMA    PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  TIPO: ".
           05  LX-TIPO     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  CHAVE: ".
           05  LX-CHAVE    PIC X(77) VALUE SPACES.
       01  LPEN.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LP-BENEF    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  TIPO: ".
           05  LP-TIPO     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(04) VALUE "  %:".
           05  LP-PERC     PIC Z9,99.
           05  FILLER      PIC X(09) VALUE "  VALOR: ".
           05  LP-VALOR    PIC ZZZ.ZZ9,99.
           05  FILLER      PIC X(08) VALUE "  BANCO:".
           05  LP-BANCO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  LP-AGENCIA  PIC 9(05) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE "/".
           05  LP-CONTA    PIC X(12) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "  SIT: ".
           05  LP-SIT      PIC X(01) VALUE SPACES.
       01  LMAR.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LM-DATA     PIC 99/99/9999.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LM-ITEM OCCURS 10 TIMES.
               07  FILLER  PIC X(01).
               07  LM-HH   PIC X(02).
               07  LM-SEP  PIC X(01).
               07  LM-MM   PIC X(02).
       01  LAUD.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LU-DATA     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LU-HH       PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ":".
           05  LU-MM       PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  ORIGEM:".
           05  LU-ORIGEM   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LU-OPER     PIC X(30) VALUE SPACES.
       01  LACE.
           05  FILLER      PIC X(06) VALUE SPACES.
           05  LE-DATA     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LE-HH       PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ":".
           05  LE-MM       PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  PROGRAMA:".
           05  LE-PROGR    PIC X(07) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  CHAPA: ".
           05  LE-CHAPA    PIC 9(06) VALUE ZEROS.
      *---------------------[ VERSAO INTERNA (DPO) ]--------------------
       01  CABI1.
           05  FILLER      PIC X(50) VALUE
           "INVENTARIO DE DADOS DO TITULAR - USO INTERNO (DPO)".
           05  FILLER      PIC X(12) VALUE "EMITIDO EM ".
           05  CI1-DATA    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(06) VALUE "  POR ".
           05  CI1-USUARIO PIC X(10) VALUE SPACES.
       01  CABI2.
           05  FILLER      PIC X(10) VALUE "CHAPAS:   ".
           05  CI2-ITEM OCCURS 10 TIMES.
               07  CI2-CHAPA PIC 9(06).
               07  FILLER    PIC X(01).
       01  CABI3.
           05  FILLER      PIC X(24) VALUE "CATEGORIA".
           05  FILLER      PIC X(11) VALUE "ARQUIVO".
           05  FILLER      PIC X(08) VALUE "  QTDE".
           05  FILLER      PIC X(02) VALUE SPACES.
           05  FILLER      PIC X(33) VALUE
               "BASE LEGAL (LEI 13.709/2018)".
           05  FILLER      PIC X(30) VALUE "RETENCAO".
       01  LINCAT.
           05  CAT-NOME    PIC X(24) VALUE SPACES.
           05  CAT-ARQ     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CAT-QTD     PIC ZZZZZZ9.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  CAT-BASE    PIC X(32) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CAT-RET     PIC X(30) VALUE SPACES.
       01  LINOBS.
           05  LOB-TEXTO   PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       RELATORIO DO TITULAR - LGPD (ACE".
           05  LINE 02  COLUMN 41
               VALUE  "SSO POR CPF)".
           05  LINE 05  COLUMN 01
               VALUE  " CPF DO TITULAR:       |".
           05  LINE 07  COLUMN 01
               VALUE  " NOME:                 |".
           05  LINE 08  COLUMN 01
               VALUE  " CHAPAS ENCONTRADAS:   |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPF
               LINE 05  COLUMN 26  PIC 9(11)
               USING  W-CPF.
           05  TNOME
               LINE 07  COLUMN 26  PIC X(30)
               USING  NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM1.
      *    OS DEMAIS SAO OPCIONAIS: SEM O ARQUIVO, A SECAO FICA VAZIA.
           OPEN INPUT ARQVINC ARQDEPE ARQPAREN ARQFERIAS ARQAFAST
                      ARQASO ARQRESUL ARQRESDET ARQPIX ARQPENSAO
                      ARQMARCA ARQCONTATO.
           MOVE "00" TO ST-AUX ST-PAR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA W-TXI-DATA.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           PERFORM LE-RETENCAO THRU FIM-LE-RETENCAO.
      *-----------------------------------------------------------------
       R0.
           MOVE ZEROS TO W-CPF.
           MOVE SPACES TO NOME.
           DISPLAY TELA.
       R1.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPF = ZEROS
              MOVE "*** CPF NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM BUSCA-CHAPAS THRU FIM-BUSCA-CHAPAS.
           IF W-QTD-CH = ZEROS
              MOVE "*** CPF NAO ENCONTRADO NO CADASTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE TC-CHAPA (W-QTD-CH) TO CHAPA.
           READ ARQFUNC.
           MOVE "00" TO ST-ERRO.
           DISPLAY TNOME.
           MOVE W-QTD-CH TO W-ED-QTD.
           DISPLAY (08, 26) W-ED-QTD.
      *-----------------------------------------------------------------
       CONFIRMA.
           MOVE "CONFIRMA A EMISSAO DO RELATORIO? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFIRMA.
           PERFORM ABRE-SAIDAS THRU FIM-ABRE-SAIDAS.
           IF ST-TX NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO105/106" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-TX
              GO TO R0.
           MOVE ZEROS TO TAB-QTD.
           PERFORM EMITE-CABECALHO THRU FIM-EMITE-CABECALHO.
           MOVE 1 TO W-K.
       EMITE-CHAPAS.
           IF W-K > W-QTD-CH
               GO TO EMITE-CHAPAS-9.
           MOVE TC-CHAPA (W-K) TO W-CHAPA CHAPA.
           READ ARQFUNC.
           MOVE "00" TO ST-ERRO.
           PERFORM EMITE-CADASTRO THRU FIM-EMITE-CADASTRO.
           PERFORM EMITE-VINCULOS THRU FIM-EMITE-VINCULOS.
           PERFORM EMITE-DEPENDENTES THRU FIM-EMITE-DEPENDENTES.
           PERFORM EMITE-FERIAS THRU FIM-EMITE-FERIAS.
           PERFORM EMITE-AFASTAMENTOS THRU FIM-EMITE-AFASTAMENTOS.
           PERFORM EMITE-ASO THRU FIM-EMITE-ASO.
           PERFORM EMITE-FOLHA THRU FIM-EMITE-FOLHA.
           PERFORM EMITE-BANCO THRU FIM-EMITE-BANCO.
           PERFORM EMITE-PENSAO THRU FIM-EMITE-PENSAO.
           PERFORM EMITE-MARCACOES THRU FIM-EMITE-MARCACOES.
           WRITE ARQTX FROM LINTRACO.
           ADD 1 TO W-K.
           GO TO EMITE-CHAPAS.
       EMITE-CHAPAS-9.
           PERFORM EMITE-TRILHA THRU FIM-EMITE-TRILHA.
           PERFORM EMITE-ACESSOS THRU FIM-EMITE-ACESSOS.
           WRITE ARQTX FROM LINSEP.
           PERFORM EMITE-INTERNO THRU FIM-EMITE-INTERNO.
           CLOSE TX TXI.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD
               VARYING W-K FROM 1 BY 1 UNTIL W-K > W-QTD-CH.
           MOVE "*** RELATORIO GERADO NO ARQUIVO105 E 106 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ CHAPAS DO CPF: ATUAL E READMISSOES ]------------
      *    READMISSAO COM NOVA CHAPA REPETE O CPF NO ARQFUNC; A MESMA
      *    CHAPA READMITIDA TRAZ OS VINCULOS ANTERIORES NO ARQVINC.
       BUSCA-CHAPAS.
           MOVE ZEROS TO W-QTD-CH CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-BUSCA-CHAPAS.
       BUSCA-CHAPAS-1.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-BUSCA-CHAPAS.
           IF ST-ERRO NOT = "00"
               GO TO FIM-BUSCA-CHAPAS.
           IF CPF NOT = W-CPF
               GO TO BUSCA-CHAPAS-1.
           IF W-QTD-CH = 20
               GO TO FIM-BUSCA-CHAPAS.
           ADD 1 TO W-QTD-CH.
           MOVE CHAPA TO TC-CHAPA (W-QTD-CH).
           GO TO BUSCA-CHAPAS-1.
       FIM-BUSCA-CHAPAS.
           MOVE "00" TO ST-ERRO.

      *---------------[ CABECALHO DOS DOIS RELATORIOS ]-----------------
       EMITE-CABECALHO.
           MOVE W-HOJE TO W-AMD.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO C1-DATA CI1-DATA.
           MOVE NOME TO C2-NOME.
           MOVE W-CPF-1 TO C2-CPF-1.
           MOVE W-CPF-2 TO C2-CPF-2.
           MOVE W-CPF-3 TO C2-CPF-3.
           MOVE W-CPF-DV TO C2-CPF-DV.
           MOVE W-QTD-CH TO C3-QTD.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM LINTRACO.
           MOVE W-USUARIO-LGPD TO CI1-USUARIO.
           WRITE ARQTXI FROM LINSEP.
           WRITE ARQTXI FROM CABI1.
           WRITE ARQTXI FROM LINSEP.
           WRITE ARQTXI FROM CAB2.
           MOVE SPACES TO CABI2.
           MOVE "CHAPAS:" TO CABI2(1:7).
           PERFORM MONTA-CABI2
               VARYING W-K FROM 1 BY 1 UNTIL W-K > W-QTD-CH.
           WRITE ARQTXI FROM CABI2.
       FIM-EMITE-CABECALHO.
           CONTINUE.

       MONTA-CABI2.
           IF W-K < 11
               MOVE TC-CHAPA (W-K) TO CI2-CHAPA (W-K).

      *---------------[ DADOS CADASTRAIS (ARQFUNC) ]--------------------
       EMITE-CADASTRO.
           MOVE W-CHAPA TO LC-CHAPA.
           MOVE NOME TO LC-NOME.
           WRITE ARQTX FROM LINCHAPA.
           MOVE "DADOS CADASTRAIS" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           ADD 1 TO TQ-QTD (1).
           MOVE NOME TO LC1-NOME.
           MOVE DATANASC TO LC1-NASC.
           MOVE SEXO TO LC1-SEXO.
           MOVE GENERO TO LC1-GENERO.
           WRITE ARQTX FROM LCAD1.
           MOVE CPF TO LC2-CPF.
           MOVE RG TO LC2-RG.
           MOVE PIS TO LC2-PIS.
           WRITE ARQTX FROM LCAD2.
           MOVE CEP-FUNC TO LC3-CEP.
           MOVE NUMERO-FUNC TO LC3-NUMERO.
           MOVE COMPLEMENTO-FUNC TO LC3-COMPL.
           WRITE ARQTX FROM LCAD3.
           MOVE DATA-ADMISSAO TO LC4-ADM.
           MOVE DATA-DESLIGAMENTO TO LC4-DESL.
           MOVE MOTIVO-DESLIGAMENTO TO LC4-MOTIVO.
           MOVE STATUS1 TO LC4-STATUS.
           WRITE ARQTX FROM LCAD4.
           MOVE CODPTO TO LC5-DEPTO.
           MOVE CODCARG TO LC5-CARGO.
           MOVE NVSALARIAL TO LC5-NIVEL.
           MOVE CODEMPRESA TO LC5-EMPR.
           MOVE DEPENDENTES TO LC5-DEPEN.
           WRITE ARQTX FROM LCAD5.
           MOVE W-CHAPA TO CTT-CHAPA.
           READ ARQCONTATO
           IF ST-AUX NOT = "00"
               GO TO FIM-EMITE-CADASTRO.
           MOVE CTT-EMAIL TO LC6-EMAIL.
           MOVE CTT-CELULAR TO LC6-CELULAR.
           MOVE CTT-ACEITA-EMAIL TO LC6-ACEITA-EMAIL.
           MOVE CTT-ACEITA-SMS TO LC6-ACEITA-SMS.
           WRITE ARQTX FROM LCAD6.
       FIM-EMITE-CADASTRO.
           CONTINUE.

      *---------------[ VINCULOS ANTERIORES (ARQVINC) ]-----------------
       EMITE-VINCULOS.
           MOVE "VINCULOS ANTERIORES (READMISSAO)" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO VINC-CHAPA.
           MOVE ZEROS TO VINC-SEQ.
           START ARQVINC KEY IS NOT LESS THAN VINC-KEY
               INVALID KEY
               GO TO EMITE-VINCULOS-2.
       EMITE-VINCULOS-1.
           READ ARQVINC NEXT
               AT END
               GO TO EMITE-VINCULOS-2.
           IF ST-AUX NOT = "00" OR VINC-CHAPA NOT = W-CHAPA
               GO TO EMITE-VINCULOS-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (2).
           MOVE VINC-DATA-ADM TO LV-ADM.
           MOVE VINC-DATA-DESL TO LV-DESL.
           MOVE VINC-MOTIVO TO LV-MOTIVO.
           WRITE ARQTX FROM LVINC.
           GO TO EMITE-VINCULOS-1.
       EMITE-VINCULOS-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-VINCULOS.
           CONTINUE.

      *---------------[ DEPENDENTES (ARQDEPE) ]-------------------------
       EMITE-DEPENDENTES.
           MOVE "DEPENDENTES" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO DEPEN-CHAPA.
           MOVE ZEROS TO DEPEN-SEQ.
           START ARQDEPE KEY IS NOT LESS THAN DEPEN-KEY
               INVALID KEY
               GO TO EMITE-DEPENDENTES-2.
       EMITE-DEPENDENTES-1.
           READ ARQDEPE NEXT
               AT END
               GO TO EMITE-DEPENDENTES-2.
           IF ST-AUX NOT = "00" OR DEPEN-CHAPA NOT = W-CHAPA
               GO TO EMITE-DEPENDENTES-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (3).
           MOVE DEPEN-NOME TO LD-NOME.
           MOVE PARENTESCO TO LD-PAR PAR-CODIGO.
           READ ARQPAREN
           IF ST-PAR NOT = "00"
               MOVE SPACES TO PAR-DESCRICAO.
           MOVE "00" TO ST-PAR.
           MOVE PAR-DESCRICAO TO LD-DPAR.
           MOVE DEPEN-DATANASC TO LD-NASC.
           WRITE ARQTX FROM LDEPE.
           GO TO EMITE-DEPENDENTES-1.
       EMITE-DEPENDENTES-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-DEPENDENTES.
           CONTINUE.

      *---------------[ FERIAS (ARQFERIAS) ]----------------------------
       EMITE-FERIAS.
           MOVE "FERIAS" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO FER-CHAPA.
           MOVE ZEROS TO FER-SEQ.
           START ARQFERIAS KEY IS NOT LESS THAN FER-KEY
               INVALID KEY
               GO TO EMITE-FERIAS-2.
       EMITE-FERIAS-1.
           READ ARQFERIAS NEXT
               AT END
               GO TO EMITE-FERIAS-2.
           IF ST-AUX NOT = "00" OR FER-CHAPA NOT = W-CHAPA
               GO TO EMITE-FERIAS-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (4).
           MOVE FER-AQUIS-INI TO LF-AQ-INI.
           MOVE FER-AQUIS-FIM TO LF-AQ-FIM.
           MOVE FER-GOZO-INI TO LF-GZ-INI.
           MOVE FER-GOZO-FIM TO LF-GZ-FIM.
           MOVE FER-DIAS-GOZO TO LF-DIAS.
           MOVE FER-STATUS TO LF-SIT.
           WRITE ARQTX FROM LFER.
           GO TO EMITE-FERIAS-1.
       EMITE-FERIAS-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-FERIAS.
           CONTINUE.

      *---------------[ AFASTAMENTOS (ARQAFAST) ]-----------------------
       EMITE-AFASTAMENTOS.
           MOVE "AFASTAMENTOS (DADO DE SAUDE)" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO AFA-CHAPA.
           MOVE ZEROS TO AFA-SEQ.
           START ARQAFAST KEY IS NOT LESS THAN AFA-KEY
               INVALID KEY
               GO TO EMITE-AFASTAMENTOS-2.
       EMITE-AFASTAMENTOS-1.
           READ ARQAFAST NEXT
               AT END
               GO TO EMITE-AFASTAMENTOS-2.
           IF ST-AUX NOT = "00" OR AFA-CHAPA NOT = W-CHAPA
               GO TO EMITE-AFASTAMENTOS-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (5).
           MOVE AFA-TIPO TO LA-TIPO.
           MOVE SPACES TO LA-DTIPO.
           IF AFA-TIPO > ZEROS AND AFA-TIPO < 6
               MOVE TB-TIPO-AFA (AFA-TIPO) TO LA-DTIPO.
           MOVE AFA-DATA-INI TO LA-INI.
           MOVE AFA-DATA-RET TO LA-RET.
           MOVE AFA-STATUS TO LA-SIT.
           WRITE ARQTX FROM LAFA.
           GO TO EMITE-AFASTAMENTOS-1.
       EMITE-AFASTAMENTOS-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-AFASTAMENTOS.
           CONTINUE.

      *---------------[ EXAMES OCUPACIONAIS (ARQASO) ]------------------
       EMITE-ASO.
           MOVE "EXAMES OCUPACIONAIS - ASO (DADO DE SAUDE)"
                                                          TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO ASO-CHAPA.
           MOVE ZEROS TO ASO-SEQ.
           START ARQASO KEY IS NOT LESS THAN ASO-KEY
               INVALID KEY
               GO TO EMITE-ASO-2.
       EMITE-ASO-1.
           READ ARQASO NEXT
               AT END
               GO TO EMITE-ASO-2.
           IF ST-AUX NOT = "00" OR ASO-CHAPA NOT = W-CHAPA
               GO TO EMITE-ASO-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (6).
           MOVE ASO-DATA TO LO-DATA.
           MOVE SPACES TO LO-TIPO.
           IF ASO-TIPO > ZEROS AND ASO-TIPO < 6
               MOVE TB-TIPO-ASO (ASO-TIPO) TO LO-TIPO.
           MOVE ASO-VALIDADE TO LO-VALID.
           MOVE "INAPTO" TO LO-RESULT.
           IF ASO-RESULT = "A"
               MOVE "APTO" TO LO-RESULT.
           WRITE ARQTX FROM LASO.
           GO TO EMITE-ASO-1.
       EMITE-ASO-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-ASO.
           CONTINUE.

      *---------------[ FOLHA (ARQRESUL) E MEMORIA (ARQRESDET) ]--------
       EMITE-FOLHA.
           MOVE "FOLHA DE PAGAMENTO (RESULTADOS POR COMPETENCIA)"
                                                          TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO RES-CHAPA.
           MOVE ZEROS TO RES-COMPETENCIA.
           MOVE SPACES TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO EMITE-FOLHA-2.
       EMITE-FOLHA-1.
           READ ARQRESUL NEXT
               AT END
               GO TO EMITE-FOLHA-2.
           IF ST-AUX NOT = "00" OR RES-CHAPA NOT = W-CHAPA
               GO TO EMITE-FOLHA-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (7).
           MOVE RES-COMPETENCIA TO W-COMP.
           MOVE W-COMP-MES TO LR-MES.
           MOVE W-COMP-ANO TO LR-ANO.
           MOVE RES-TIPO TO LR-TIPO.
           MOVE RES-BRUTO TO LR-BRUTO.
           MOVE RES-INSS TO LR-INSS.
           MOVE RES-IRRF TO LR-IRRF.
           MOVE RES-LIQUIDO TO LR-LIQ.
           WRITE ARQTX FROM LRES.
           GO TO EMITE-FOLHA-1.
       EMITE-FOLHA-2.
           PERFORM FECHA-SECAO.
           MOVE ZEROS TO W-QTD-DET.
           MOVE "00" TO ST-AUX.
           MOVE W-CHAPA TO DET-CHAPA.
           MOVE ZEROS TO DET-COMPETENCIA DET-SEQ.
           MOVE SPACES TO DET-TIPO.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO EMITE-FOLHA-4.
       EMITE-FOLHA-3.
           READ ARQRESDET NEXT
               AT END
               GO TO EMITE-FOLHA-4.
           IF ST-AUX NOT = "00" OR DET-CHAPA NOT = W-CHAPA
               GO TO EMITE-FOLHA-4.
           ADD 1 TO W-QTD-DET TQ-QTD (8).
           GO TO EMITE-FOLHA-3.
       EMITE-FOLHA-4.
           MOVE "00" TO ST-AUX.
           IF W-QTD-DET = ZEROS
               GO TO FIM-EMITE-FOLHA.
           MOVE W-QTD-DET TO LRD-QTD.
           WRITE ARQTX FROM LRESDET.
       FIM-EMITE-FOLHA.
           CONTINUE.

      *---------------[ DADOS BANCARIOS (ARQFUNC) E PIX (ARQPIX) ]------
       EMITE-BANCO.
           MOVE "DADOS BANCARIOS E CHAVE PIX" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           IF BANCO = ZEROS AND CONTA = SPACES
               GO TO EMITE-BANCO-1.
           ADD 1 TO W-QTD-SEC.
           MOVE BANCO TO LB-BANCO.
           MOVE AGENCIA TO LB-AGENCIA.
           MOVE CONTA TO LB-CONTA.
           WRITE ARQTX FROM LBCO.
       EMITE-BANCO-1.
           MOVE W-CHAPA TO PIX-CHAPA.
           READ ARQPIX
           IF ST-AUX NOT = "00"
               GO TO EMITE-BANCO-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (9).
           MOVE PIX-FORMA TO LX-FORMA.
           MOVE PIX-TIPO TO LX-TIPO.
           MOVE PIX-CHAVE TO LX-CHAVE.
           WRITE ARQTX FROM LPIX.
       EMITE-BANCO-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-BANCO.
           CONTINUE.

      *---------------[ PENSAO ALIMENTICIA (ARQPENSAO) ]----------------
       EMITE-PENSAO.
           MOVE "PENSAO ALIMENTICIA (BENEFICIARIOS)" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           MOVE W-CHAPA TO PEN-CHAPA.
           MOVE ZEROS TO PEN-SEQ.
           START ARQPENSAO KEY IS NOT LESS THAN PEN-KEY
               INVALID KEY
               GO TO EMITE-PENSAO-2.
       EMITE-PENSAO-1.
           READ ARQPENSAO NEXT
               AT END
               GO TO EMITE-PENSAO-2.
           IF ST-AUX NOT = "00" OR PEN-CHAPA NOT = W-CHAPA
               GO TO EMITE-PENSAO-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (10).
           MOVE PEN-BENEFICIARIO TO LP-BENEF.
           MOVE PEN-TIPO TO LP-TIPO.
           MOVE PEN-PERCENTUAL TO LP-PERC.
           MOVE PEN-VALOR TO LP-VALOR.
           MOVE PEN-BANCO TO LP-BANCO.
           MOVE PEN-AGENCIA TO LP-AGENCIA.
           MOVE PEN-CONTA TO LP-CONTA.
           MOVE PEN-STATUS TO LP-SIT.
           WRITE ARQTX FROM LPEN.
           GO TO EMITE-PENSAO-1.
       EMITE-PENSAO-2.
           PERFORM FECHA-SECAO.
       FIM-EMITE-PENSAO.
           CONTINUE.

      *---------------[ MARCACOES DE PONTO (ARQMARCA) ]-----------------
      *    UMA LINHA POR DIA, COM ATE 10 MARCACOES; O EXCEDENTE DO DIA
      *    CONTINUA NA LINHA SEGUINTE.
       EMITE-MARCACOES.
           MOVE "MARCACOES DE PONTO" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC W-DIA-MAR W-H.
           MOVE W-CHAPA TO MAR-CHAPA.
           MOVE ZEROS TO MAR-DATA MAR-SEQ.
           START ARQMARCA KEY IS NOT LESS THAN MAR-KEY
               INVALID KEY
               GO TO EMITE-MARCACOES-2.
       EMITE-MARCACOES-1.
           READ ARQMARCA NEXT
               AT END
               GO TO EMITE-MARCACOES-2.
           IF ST-AUX NOT = "00" OR MAR-CHAPA NOT = W-CHAPA
               GO TO EMITE-MARCACOES-2.
           ADD 1 TO W-QTD-SEC TQ-QTD (11).
           IF MAR-DATA NOT = W-DIA-MAR OR W-H = 10
               PERFORM GRAVA-LMAR
               MOVE MAR-DATA TO W-DIA-MAR LM-DATA.
           ADD 1 TO W-H.
           MOVE MAR-HORA (1:2) TO LM-HH (W-H).
           MOVE ":"            TO LM-SEP (W-H).
           MOVE MAR-HORA (3:2) TO LM-MM (W-H).
           GO TO EMITE-MARCACOES-1.
       EMITE-MARCACOES-2.
           PERFORM GRAVA-LMAR.
           PERFORM FECHA-SECAO.
       FIM-EMITE-MARCACOES.
           CONTINUE.

       GRAVA-LMAR.
           IF W-H > ZEROS
               WRITE ARQTX FROM LMAR.
           MOVE SPACES TO LMAR.
           MOVE ZEROS TO W-H.

      *---------------[ TRILHA DE ALTERACOES (ARQLOG) ]-----------------
      *    SO OS REGISTROS CHAVEADOS PELA CHAPA: CADASTRO, DEPENDENTES,
      *    FERIAS E AS LIBERACOES DE ESTABILIDADE (FPP019/FPP091). O
      *    COMPLEMENTO "C" REPETE A ALTERACAO ANTERIOR E NAO E LISTADO.
       EMITE-TRILHA.
           MOVE "TRILHA DE ALTERACOES DOS SEUS DADOS" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           OPEN INPUT ARQLOG.
           IF ST-SEQ NOT = "00"
               GO TO EMITE-TRILHA-2.
       EMITE-TRILHA-1.
           READ ARQLOG
               AT END
               CLOSE ARQLOG
               GO TO EMITE-TRILHA-2.
           IF LOG-ARQUIVO NOT = "ARQFUNC" AND NOT = "ARQDEPE"
              AND NOT = "ARQFERIAS" AND NOT = "FPP019"
              AND NOT = "FPP091"
               GO TO EMITE-TRILHA-1.
           IF LOG-OPERACAO = "C"
               GO TO EMITE-TRILHA-1.
           MOVE LOG-CHAVE (1:6) TO W-CHAVE-X.
           IF W-CHAVE-X NOT NUMERIC
               GO TO EMITE-TRILHA-1.
           PERFORM CONFERE-CHAPA THRU FIM-CONFERE-CHAPA.
           IF W-ACHOU NOT = "S"
               GO TO EMITE-TRILHA-1.
           ADD 1 TO W-QTD-SEC TQ-QTD (12).
           MOVE LOG-DATA TO W-AMD.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LU-DATA.
           MOVE LOG-HORA TO W-HORA.
           MOVE W-HR-HH TO LU-HH.
           MOVE W-HR-MM TO LU-MM.
           MOVE LOG-ARQUIVO TO LU-ORIGEM.
           MOVE "EXCECAO REGISTRADA" TO LU-OPER.
           IF LOG-OPERACAO = "I"
               MOVE "INCLUSAO" TO LU-OPER.
           IF LOG-OPERACAO = "A"
               MOVE "ALTERACAO" TO LU-OPER.
           IF LOG-OPERACAO = "E"
               MOVE "EXCLUSAO" TO LU-OPER.
           IF LOG-OPERACAO = "L"
               MOVE "LIBERACAO COM ESTABILIDADE" TO LU-OPER.
           IF LOG-OPERACAO = "F"
               MOVE "LIBERACAO RECUSADA" TO LU-OPER.
           WRITE ARQTX FROM LAUD.
           GO TO EMITE-TRILHA-1.
       EMITE-TRILHA-2.
           MOVE "00" TO ST-SEQ.
           PERFORM FECHA-SECAO.
       FIM-EMITE-TRILHA.
           CONTINUE.

      *---------------[ ACESSOS A DADOS PESSOAIS (ARQLGPD) ]------------
       EMITE-ACESSOS.
           MOVE "CONSULTAS AOS SEUS DADOS PESSOAIS" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-SEC.
           OPEN INPUT ARQLGPD.
           IF ST-LGPD NOT = "00"
               GO TO EMITE-ACESSOS-2.
       EMITE-ACESSOS-1.
           READ ARQLGPD
               AT END
               CLOSE ARQLGPD
               GO TO EMITE-ACESSOS-2.
           MOVE LGP-CHAPA TO W-CHAVE-N.
           PERFORM CONFERE-CHAPA THRU FIM-CONFERE-CHAPA.
           IF W-ACHOU NOT = "S"
               GO TO EMITE-ACESSOS-1.
           ADD 1 TO W-QTD-SEC TQ-QTD (13).
           MOVE LGP-DATA TO W-AMD.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LE-DATA.
           MOVE LGP-HORA TO W-HORA.
           MOVE W-HR-HH TO LE-HH.
           MOVE W-HR-MM TO LE-MM.
           MOVE LGP-PROGR TO LE-PROGR.
           MOVE LGP-CHAPA TO LE-CHAPA.
           WRITE ARQTX FROM LACE.
           GO TO EMITE-ACESSOS-1.
       EMITE-ACESSOS-2.
           MOVE "00" TO ST-LGPD.
           PERFORM FECHA-SECAO.
       FIM-EMITE-ACESSOS.
           CONTINUE.

       CONFERE-CHAPA.
           MOVE "N" TO W-ACHOU.
           MOVE 1 TO W-C.
       CONFERE-CHAPA-1.
           IF W-C > W-QTD-CH
               GO TO FIM-CONFERE-CHAPA.
           IF TC-CHAPA (W-C) = W-CHAVE-N
               MOVE "S" TO W-ACHOU
               GO TO FIM-CONFERE-CHAPA.
           ADD 1 TO W-C.
           GO TO CONFERE-CHAPA-1.
       FIM-CONFERE-CHAPA.
           EXIT.

       FECHA-SECAO.
           MOVE "00" TO ST-AUX.
           IF W-QTD-SEC = ZEROS
               WRITE ARQTX FROM LINNADA.

      *---------------[ VERSAO INTERNA: INVENTARIO POR CATEGORIA ]------
       EMITE-INTERNO.
           WRITE ARQTXI FROM LINTRACO.
           WRITE ARQTXI FROM CABI3.
           WRITE ARQTXI FROM LINTRACO.
           PERFORM EMITE-CATEGORIA
               VARYING W-C FROM 1 BY 1 UNTIL W-C > 13.
           WRITE ARQTXI FROM LINTRACO.
           MOVE "DADOS BANCARIOS: CONTA NO ARQFUNC; A QTDE E A DAS"
                                                          TO LOB-TEXTO.
           WRITE ARQTXI FROM LINOBS.
           MOVE "                 CHAVES PIX (ARQPIX)." TO LOB-TEXTO.
           WRITE ARQTXI FROM LINOBS.
           MOVE "PENSAO: TRAZ DADOS DO BENEFICIARIO (TERCEIRO); AVALIAR"
                                                          TO LOB-TEXTO.
           WRITE ARQTXI FROM LINOBS.
           MOVE "        ANTES DE ENTREGAR O RELATORIO AO TITULAR."
                                                          TO LOB-TEXTO.
           WRITE ARQTXI FROM LINOBS.
           WRITE ARQTXI FROM LINSEP.
       FIM-EMITE-INTERNO.
           CONTINUE.

       EMITE-CATEGORIA.
           MOVE CT-NOME (W-C) TO CAT-NOME.
           MOVE CT-ARQ (W-C) TO CAT-ARQ.
           MOVE TQ-QTD (W-C) TO CAT-QTD.
           MOVE CT-BASE (W-C) TO CAT-BASE.
           MOVE CT-RET (W-C) TO CAT-RET.
           WRITE ARQTXI FROM LINCAT.

      *---------------[ RETENCAO EFETIVA DO EXPURGO (FPP102) ]----------
       LE-RETENCAO.
           OPEN INPUT ARQEXPURGO.
           IF ST-SEQ NOT = "00"
               GO TO LE-RETENCAO-2.
       LE-RETENCAO-1.
           READ ARQEXPURGO
               AT END
               CLOSE ARQEXPURGO
               GO TO LE-RETENCAO-2.
           IF EXP-ARQUIVO = "ARQLOG"
               MOVE EXP-MESES TO W-MESES-LOG.
           IF EXP-ARQUIVO = "ARQRESUL"
               MOVE EXP-MESES TO W-MESES-RESUL.
           GO TO LE-RETENCAO-1.
       LE-RETENCAO-2.
           MOVE "00" TO ST-SEQ.
           STRING W-MESES-RESUL " MESES (EXPURGO FPP102)"
                  DELIMITED BY SIZE INTO CT-RET (7).
           MOVE CT-RET (7) TO CT-RET (8).
           STRING W-MESES-LOG " MESES (EXPURGO FPP102)"
                  DELIMITED BY SIZE INTO CT-RET (12).
       FIM-LE-RETENCAO.
           CONTINUE.

      *---------------[ ARQUIVOS DE SAIDA DO DIA ]----------------------
       ABRE-SAIDAS.
           OPEN EXTEND TX.
           IF ST-TX NOT = "00"
               OPEN OUTPUT TX.
           IF ST-TX NOT = "00"
               GO TO FIM-ABRE-SAIDAS.
           MOVE "FPP165" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN EXTEND TXI.
           IF ST-TX NOT = "00"
               OPEN OUTPUT TXI.
           IF ST-TX NOT = "00"
               CLOSE TX.
       FIM-ABRE-SAIDAS.
           CONTINUE.

      *---------------[ DATAS ]-----------------------------------------
       EDITA-AMD.
           MOVE W-AMD-DIA TO W-ED-DIA.
           MOVE W-AMD-MES TO W-ED-MES.
           MOVE W-AMD-ANO TO W-ED-ANO.

      *---------------[ LGPD: USUARIO E LOG DE ACESSO ]-----------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-LGPD
               GO TO FIM-LE-USUARIO.
           OPEN INPUT ARQSESSLG.
           IF ST-LGPD = "00"
               READ ARQSESSLG
               IF ST-LGPD = "00"
                   MOVE SESSLG-USUARIO TO W-USUARIO-LGPD
                   CLOSE ARQSESSLG
               ELSE
                   CLOSE ARQSESSLG.
           MOVE "00" TO ST-LGPD.
       FIM-LE-USUARIO.
           CONTINUE.

       GRAVA-LGPD.
           OPEN EXTEND ARQLGPD.
           IF ST-LGPD NOT = "00"
               OPEN OUTPUT ARQLGPD.
           MOVE W-USUARIO-LGPD TO LGP-USUARIO.
           ACCEPT LGP-DATA FROM DATE YYYYMMDD.
           ACCEPT LGP-HORA FROM TIME.
           MOVE "FPP165" TO LGP-PROGR.
           MOVE TC-CHAPA (W-K) TO LGP-CHAPA.
           WRITE REGLGPD.
           CLOSE ARQLGPD.
           MOVE "00" TO ST-LGPD.
       FIM-GRAVA-LGPD.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQVINC ARQDEPE ARQPAREN ARQFERIAS ARQAFAST
                 ARQASO ARQRESUL ARQRESDET ARQPIX ARQPENSAO ARQMARCA
                 ARQCONTATO.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
