       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP166.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   ANONIMIZACAO LGPD DE EX-FUNCIONARIOS      *
      ***********************************************
      *-----------------------------------------------------------
      *    ANONIMIZA OS DADOS PESSOAIS DOS EX-FUNCIONARIOS CUJO
      *    DESLIGAMENTO JA PASSOU DA RETENCAO DE CADA CATEGORIA:
      *    IDENTIFICACAO, ENDERECO, CONTATOS, DADOS BANCARIOS E
      *    DEPENDENTES. AS RETENCOES (MESES APOS O DESLIGAMENTO)
      *    FICAM NO ARQEXPURGO, NAS ENTRADAS LGPD-*, JUNTO COM AS
      *    RETENCOES DO EXPURGO (FPP102).
      *    CONTINUAM NO CADASTRO OS DADOS DO HISTORICO DA FOLHA E
      *    DAS OBRIGACOES LEGAIS: CHAPA, DATAS DE ADMISSAO E
      *    DESLIGAMENTO, CARGO, DEPARTAMENTO, NIVEL, EMPRESA, SEXO,
      *    CATEGORIA E PCD, ALEM DAS FOLHAS (ARQRESUL/ARQRESDET).
      *    CPF DE QUEM TEM OUTRA CHAPA ATIVA (READMITIDO) NAO E
      *    ANONIMIZADO. O QUE JA FOI FEITO FICA NO ARQANON.
      *    OPCAO 1 EMITE A PREVIA NO ARQUIVO105; OPCAO 2 EXIGE
      *    DUPLO CONTROLE (FPP098) E EMITE UM CERTIFICADO POR
      *    CHAPA NO ARQUIVO106.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO----------------
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE DEPENDENTES----------------
           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------PENSAO ALIMENTICIA--------------------
           SELECT ARQPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------CHAVES PIX----------------------------
           SELECT ARQPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIX-CHAPA
                    FILE STATUS  IS ST-AUX.
      *---------------------E-MAIL E CELULAR PARA AVISOS----------
           SELECT ARQCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTT-CHAPA
                    FILE STATUS  IS ST-AUX.
      *---------------------CONTROLE DAS ANONIMIZACOES------------
           SELECT ARQANON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANO-CHAPA
                    FILE STATUS  IS ST-ANON.
      *---------------------PARAMETROS DE RETENCAO----------------
           SELECT ARQEXPURGO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEQ.
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
           SELECT ARQPENDAC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PAC-NUMERO
                      FILE STATUS IS ST-PAC.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESSDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOGDC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-PAC.
      *---------------------TRILHA DE AUDITORIA DO MENU-----------
           SELECT ARQAUDIT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PREVIA DA ANONIMIZACAO----------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------CERTIFICADOS DE ANONIMIZACAO----------
           SELECT TXI ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *
      *-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 CPF             PIC 9(11).
           03 RG              PIC X(12).
           03 PIS             PIC 9(11).
           03 DATA-ADMISSAO   PIC 9(08).
           03 DATA-DESLIGAMENTO PIC 9(08).
           03 DT-DESL REDEFINES DATA-DESLIGAMENTO.
               05 DIA-DESL    PIC 9(02).
               05 MES-DESL    PIC 9(02).
               05 ANO-DESL    PIC 9(04).
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
           03 CODEMPRESA      PIC 9(03).
           03 FOTO-PATH            PIC X(60).
           03 CONTATO-EMERGENCIA-NOME  PIC X(30).
           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA            PIC X(01).
           03 PCD-TIPO             PIC X(01).
           03 PCD-DATA-LAUDO       PIC 9(08).
      *---------------------ARQUIVO DE DEPENDENTES----------------
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
      *---------------------PENSAO ALIMENTICIA--------------------
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
      *---------------------CHAVES PIX----------------------------
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA         PIC 9(06).
           03 PIX-FORMA         PIC X(01).
           03 PIX-TIPO          PIC X(01).
           03 PIX-CHAVE         PIC X(77).
           03 PIX-STATUS        PIC X(01).
      *---------------------E-MAIL E CELULAR PARA AVISOS----------
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
      *---------------------CONTROLE DAS ANONIMIZACOES------------
      *    UMA DATA (AAAAMMDD) POR CATEGORIA: 1=IDENTIFICACAO
      *    2=ENDERECO 3=CONTATOS 4=BANCARIOS 5=DEPENDENTES.
       FD ARQANON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQANON.DAT".
       01 REGANON.
           03 ANO-CHAPA         PIC 9(06).
           03 ANO-DATA          PIC 9(08) OCCURS 5 TIMES.
           03 ANO-USUARIO       PIC X(10).
           03 ANO-SOLIC         PIC X(10).
           03 ANO-CONF          PIC X(10).
      *---------------------PARAMETROS DE RETENCAO----------------
       FD ARQEXPURGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXPURGO.DAT".
       01 REGEXPURGO.
           03 EXP-ARQUIVO      PIC X(10).
           03 EXP-MESES        PIC 9(03).
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
       FD ARQPENDAC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPENDAC.DAT".
       01 REGPENDAC.
           03 PAC-NUMERO        PIC 9(05).
           03 PAC-PROGR         PIC X(07).
           03 PAC-PARAM1        PIC 9(08)V99.
           03 PAC-PARAM2        PIC 9(08).
           03 PAC-DESCR         PIC X(30).
           03 PAC-SOLICITANTE   PIC X(10).
           03 PAC-CONFIRMADOR   PIC X(10).
           03 PAC-STATUS        PIC X(01).
           03 PAC-DATA          PIC 9(08).
           03 PAC-HORA          PIC 9(08).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESSDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESSDC.
           03 SESSDC-USUARIO  PIC X(10).
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
       FD ARQLOGDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOGDC.
           03 LGD-USUARIO     PIC X(10).
           03 LGD-DATA        PIC 9(08).
           03 LGD-HORA        PIC 9(08).
           03 LGD-ARQUIVO     PIC X(10).
           03 LGD-OPERACAO    PIC X(01).
           03 LGD-CHAVE       PIC X(14).
           03 LGD-IMAGEM-ANT  PIC X(250).
           03 LGD-IMAGEM-NOVA PIC X(250).
      *---------------------TRILHA DE AUDITORIA DO MENU-----------
       FD ARQAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUDIT.DAT".
       01 REGAUDIT.
           03 AUD-USUARIO   PIC X(10).
           03 AUD-PROGR     PIC X(07).
           03 AUD-DATA      PIC 9(08).
           03 AUD-HORA      PIC 9(08).
      *---------------------PREVIA DA ANONIMIZACAO----------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(120).
      *---------------------CERTIFICADOS DE ANONIMIZACAO----------
       FD TXI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TXI-NOME.
       01 ARQTXI   PIC X(120).
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
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-AUX     PIC X(02) VALUE "00".
       77 ST-ANON    PIC X(02) VALUE "00".
       77 ST-SEQ     PIC X(02) VALUE "00".
       77 ST-TX      PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]-------------
       77 ST-PAC          PIC X(02) VALUE "00".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR      PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX     PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC      PIC X(10) VALUE SPACES.
       01 W-DC-CONF       PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       01 W-MODO          PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA      PIC X(08) VALUE SPACES.
       01 W-GRAVA         PIC X(01) VALUE "N".
       01 W-TEM-DEPE      PIC X(01) VALUE "N".
       01 W-TEM-PENSAO    PIC X(01) VALUE "N".
       01 W-TEM-PIX       PIC X(01) VALUE "N".
       01 W-TEM-CTT       PIC X(01) VALUE "N".
       01 W-TEM-ANON      PIC X(01) VALUE "N".
       01 W-ANON-EXISTE   PIC X(01) VALUE "N".
       01 W-ATIVO         PIC X(01) VALUE "N".
       01 W-ESTOURO       PIC X(01) VALUE "N".
       01 W-PIX-REM       PIC X(03) VALUE SPACES.
       01 W-MESES-DESL    PIC S9(05) VALUE ZEROS.
       01 W-QTD-DEVE      PIC 9(01) VALUE ZEROS.
       01 W-QTD-CAND      PIC 9(06) VALUE ZEROS.
       01 W-QTD-BLOQ      PIC 9(06) VALUE ZEROS.
       01 W-QTD-ERRO      PIC 9(06) VALUE ZEROS.
       01 W-QTD-DEP-AN    PIC 9(02) VALUE ZEROS.
       01 W-QTD-PEN-AN    PIC 9(02) VALUE ZEROS.
       01 W-IND-C         PIC 9(02) VALUE ZEROS.
       01 W-IND-E         PIC 9(02) VALUE ZEROS.
       01 W-IND-X         PIC 9(02) VALUE ZEROS.
       01 W-IND-A         PIC 9(05) VALUE ZEROS.
       01 W-QTD-ATV       PIC 9(05) VALUE ZEROS.
       01 W-QTD-EXP       PIC 9(02) VALUE ZEROS.
       01 W-HORA-EXEC     PIC 9(08) VALUE ZEROS.
       01 W-HORA6         PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO105_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TXI-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO106_".
           05 W-TXI-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *    RETENCAO EM MESES APOS O DESLIGAMENTO, POR CATEGORIA. O
      *    VALOR PADRAO VALE ENQUANTO NAO HOUVER A ENTRADA NO
      *    ARQEXPURGO.
       01 TAB-CAT-R.
           03 FILLER      PIC X(10) VALUE "LGPD-IDENT".
           03 FILLER      PIC 9(03) VALUE 240.
           03 FILLER      PIC X(01) VALUE "I".
           03 FILLER      PIC X(50) VALUE
              "NOME, CPF, RG, PIS; NASCIMENTO REDUZIDO AO ANO".
           03 FILLER      PIC X(10) VALUE "LGPD-END".
           03 FILLER      PIC 9(03) VALUE 60.
           03 FILLER      PIC X(01) VALUE "E".
           03 FILLER      PIC X(50) VALUE
              "CEP, NUMERO E COMPLEMENTO DO ENDERECO".
           03 FILLER      PIC X(10) VALUE "LGPD-CONT".
           03 FILLER      PIC 9(03) VALUE 24.
           03 FILLER      PIC X(01) VALUE "C".
           03 FILLER      PIC X(50) VALUE
              "FOTO, CONTATO DE EMERGENCIA, E-MAIL E CELULAR".
           03 FILLER      PIC X(10) VALUE "LGPD-BANCO".
           03 FILLER      PIC 9(03) VALUE 60.
           03 FILLER      PIC X(01) VALUE "B".
           03 FILLER      PIC X(50) VALUE
              "BANCO, AGENCIA, CONTA E CHAVE PIX (ARQPIX)".
           03 FILLER      PIC X(10) VALUE "LGPD-DEPE".
           03 FILLER      PIC 9(03) VALUE 60.
           03 FILLER      PIC X(01) VALUE "D".
           03 FILLER      PIC X(50) VALUE
              "DEPENDENTES (NOME/NASC.) E BENEFICIARIO DE PENSAO".
       01 TAB-CAT REDEFINES TAB-CAT-R.
           03 CT-ITEM     OCCURS 5 TIMES.
               05 CT-NOME     PIC X(10).
               05 CT-PADRAO   PIC 9(03).
               05 CT-SIGLA    PIC X(01).
               05 CT-CAMPOS   PIC X(50).
       01 W-RETENCOES.
           03 W-RET-IDENT PIC 9(03) VALUE ZEROS.
           03 W-RET-END   PIC 9(03) VALUE ZEROS.
           03 W-RET-CONT  PIC 9(03) VALUE ZEROS.
           03 W-RET-BANCO PIC 9(03) VALUE ZEROS.
           03 W-RET-DEPE  PIC 9(03) VALUE ZEROS.
       01 W-RET-TAB REDEFINES W-RETENCOES.
           03 W-RET       PIC 9(03) OCCURS 5 TIMES.
       01 W-RETENCOES-ANT.
           03 W-RETA      PIC 9(03) OCCURS 5 TIMES.
      *    CATEGORIAS VENCIDAS DO FUNCIONARIO LIDO ("S"/"N") E AS
      *    SIGLAS PARA A PREVIA ("-" = NO PRAZO OU JA ANONIMIZADA).
       01 W-DEVE-TAB.
           03 W-DEVE      PIC X(01) OCCURS 5 TIMES.
       01 W-CATS.
           03 W-CAT-L     PIC X(01) OCCURS 5 TIMES.
      *    ENTRADAS DO ARQEXPURGO, REGRAVADAS QUANDO A RETENCAO
      *    LGPD E ALTERADA NA TELA.
       01 TAB-EXP.
           03 TE-ITEM     OCCURS 30 TIMES.
               05 TE-ARQUIVO  PIC X(10).
               05 TE-MESES    PIC 9(03).
      *    CPF DAS CHAPAS ATIVAS (SEM DESLIGAMENTO).
       01 TAB-ATIVOS.
           03 TA-CPF      PIC 9(11) OCCURS 5000 TIMES.
      *-----------------------------------------------------------------
       01  LINSEP.
           05  FILLER      PIC X(120) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(120) VALUE ALL "-".
       01  CABP1.
           05  FILLER      PIC X(50) VALUE
               "PREVIA DA ANONIMIZACAO LGPD DE EX-FUNCIONARIOS - ".
           05  CP1-DATA    PIC 9999/99/99 VALUE ZEROS.
       01  CABP2.
           05  FILLER      PIC X(25) VALUE "RETENCAO (MESES): IDENT=".
           05  CP2-RET1    PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(05) VALUE " END=".
           05  CP2-RET2    PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(06) VALUE " CONT=".
           05  CP2-RET3    PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(07) VALUE " BANCO=".
           05  CP2-RET4    PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(06) VALUE " DEPE=".
           05  CP2-RET5    PIC ZZ9 VALUE ZEROS.
       01  CABP3.
           05  FILLER      PIC X(45) VALUE
               "CATEGORIAS: I=IDENTIFICACAO E=ENDERECO C=CONT".
           05  FILLER      PIC X(45) VALUE
               "ATOS B=BANCARIOS D=DEPENDENTES (-=NAO VENCIDA".
           05  FILLER      PIC X(16) VALUE " OU JA FEITA)".
       01  CABP4.
           05  FILLER      PIC X(08) VALUE "CHAPA".
           05  FILLER      PIC X(14) VALUE "DESLIGAMENTO".
           05  FILLER      PIC X(08) VALUE "MESES".
           05  FILLER      PIC X(08) VALUE "CATEG.".
           05  FILLER      PIC X(40) VALUE "SITUACAO".
       01  LINPRE.
           05  LP-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LP-DESL     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LP-MESES    PIC ZZZ9 VALUE ZEROS.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LP-CATS     PIC X(05) VALUE SPACES.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LP-SIT      PIC X(40) VALUE SPACES.
       01  LINTOTP.
           05  FILLER      PIC X(25) VALUE "A ANONIMIZAR: ".
           05  LT-CAND     PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(35) VALUE
               "   MANTIDOS POR VINCULO ATIVO: ".
           05  LT-BLOQ     PIC ZZZ.ZZ9 VALUE ZEROS.
       01  CERT1.
           05  FILLER      PIC X(50) VALUE
               "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS".
           05  FILLER      PIC X(14) VALUE "(LGPD) CHAPA ".
           05  CE1-CHAPA   PIC 9(06) VALUE ZEROS.
       01  CERT2.
           05  FILLER      PIC X(14) VALUE "DESLIGAMENTO: ".
           05  CE2-DESL    PIC 99/99/9999 VALUE ZEROS.
           05  FILLER      PIC X(17) VALUE "   MESES DESDE: ".
           05  CE2-MESES   PIC ZZZ9 VALUE ZEROS.
           05  FILLER      PIC X(16) VALUE "   EXECUTADO EM ".
           05  CE2-DATA    PIC 9999/99/99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CE2-HORA    PIC 99.99.99 VALUE ZEROS.
           05  FILLER      PIC X(10) VALUE " (FPP166)".
       01  CERT3.
           05  FILLER      PIC X(10) VALUE "EXECUTOR: ".
           05  CE3-EXEC    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(16) VALUE "   SOLICITANTE: ".
           05  CE3-SOLIC   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(26) VALUE
               "   CONFIRMADOR (FPP098): ".
           05  CE3-CONF    PIC X(10) VALUE SPACES.
       01  CERT4.
           05  FILLER      PIC X(12) VALUE "CATEGORIA".
           05  FILLER      PIC X(11) VALUE "RETENCAO".
           05  FILLER      PIC X(17) VALUE "SITUACAO".
           05  FILLER      PIC X(12) VALUE "EM".
           05  FILLER      PIC X(50) VALUE "CAMPOS".
       01  LINCAT.
           05  LC-NOME     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-RET      PIC ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(08) VALUE " MESES".
           05  LC-SIT      PIC X(17) VALUE SPACES.
           05  LC-DATA     PIC 9999/99/99 BLANK WHEN ZERO.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-CAMPOS   PIC X(50) VALUE SPACES.
       01  CERT5.
           05  FILLER      PIC X(26) VALUE
               "DEPENDENTES ANONIMIZADOS: ".
           05  CE5-DEP     PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(26) VALUE
               "   PENSOES ANONIMIZADAS: ".
           05  CE5-PEN     PIC Z9 VALUE ZEROS.
           05  FILLER      PIC X(23) VALUE
               "   CHAVE PIX EXCLUIDA: ".
           05  CE5-PIX     PIC X(03) VALUE SPACES.
       01  LINOBS1.
           05  FILLER      PIC X(55) VALUE
           "MANTIDOS PARA O HISTORICO DA FOLHA E OBRIGACOES LEGAIS:".
           05  FILLER      PIC X(55) VALUE
           " CHAPA, ADMISSAO, DESLIGAMENTO E MOTIVO, CARGO,".
       01  LINOBS2.
           05  FILLER      PIC X(55) VALUE
           "DEPARTAMENTO, NIVEL, EMPRESA, SEXO, CATEGORIA, PCD, FOL".
           05  FILLER      PIC X(55) VALUE
           "HAS (ARQRESUL/ARQRESDET), PONTO, FERIAS E AFASTAMENTOS.".
       01  LINOBS3.
           05  FILLER      PIC X(55) VALUE
           "COPIAS ANTERIORES (BACKUPS DO FPP031 E IMAGENS DO ARQLO".
           05  FILLER      PIC X(55) VALUE
           "G) GUARDAM OS DADOS ORIGINAIS ATE O DESCARTE/EXPURGO.".
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          ANONIMIZACAO LGPD DE EX-FUNCIO".
           05  LINE 02  COLUMN 41
               VALUE  "NARIOS".
           05  LINE 04  COLUMN 01
               VALUE  " RETENCAO APOS O DESLIGAMENTO (MESES)".
           05  LINE 05  COLUMN 01
               VALUE  "   IDENTIFICACAO (NOME,CPF,RG,PIS).....:".
           05  LINE 06  COLUMN 01
               VALUE  "   ENDERECO (CEP,NUMERO,COMPLEMENTO)...:".
           05  LINE 07  COLUMN 01
               VALUE  "   CONTATOS (FOTO,CONTATO EMERGENCIA)..:".
           05  LINE 08  COLUMN 01
               VALUE  "   DADOS BANCARIOS (CONTA E PIX).......:".
           05  LINE 09  COLUMN 01
               VALUE  "   DEPENDENTES E BENEFICIARIOS PENSAO..:".
           05  LINE 11  COLUMN 01
               VALUE  " 1=PREVIA (ARQUIVO105) 2=ANONIMIZAR....:".
           05  LINE 13  COLUMN 01
               VALUE  " DIGITE CONFIRMA P/ ANONIMIZAR.........:".
           05  LINE 15  COLUMN 01
               VALUE  " EX-FUNCIONARIOS A ANONIMIZAR..........:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRET1
               LINE 05  COLUMN 42  PIC 9(03)
               USING  W-RET-IDENT
               HIGHLIGHT.
           05  TRET2
               LINE 06  COLUMN 42  PIC 9(03)
               USING  W-RET-END
               HIGHLIGHT.
           05  TRET3
               LINE 07  COLUMN 42  PIC 9(03)
               USING  W-RET-CONT
               HIGHLIGHT.
           05  TRET4
               LINE 08  COLUMN 42  PIC 9(03)
               USING  W-RET-BANCO
               HIGHLIGHT.
           05  TRET5
               LINE 09  COLUMN 42  PIC 9(03)
               USING  W-RET-DEPE
               HIGHLIGHT.
           05  TMODO
               LINE 11  COLUMN 42  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TCONFIRMA
               LINE 13  COLUMN 42  PIC X(08)
               USING  W-CONFIRMA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA W-TXI-DATA.
           PERFORM LE-RETENCAO THRU FIM-LE-RETENCAO.
           MOVE ZEROS TO W-MODO.
           MOVE SPACES TO W-CONFIRMA.
           DISPLAY TELA.
      *    NENHUMA RETENCAO ABAIXO DO PRAZO DA RECLAMACAO
      *    TRABALHISTA (DOIS ANOS APOS O DESLIGAMENTO).
       R1.
           ACCEPT TRET1.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-RET-IDENT < 24
              MOVE "*** RETENCAO MINIMA DE 24 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TRET2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-RET-END < 24
              MOVE "*** RETENCAO MINIMA DE 24 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TRET3.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-RET-CONT < 24
              MOVE "*** RETENCAO MINIMA DE 24 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TRET4.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-RET-BANCO < 24
              MOVE "*** RETENCAO MINIMA DE 24 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TRET5.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-RET-DEPE < 24
              MOVE "*** RETENCAO MINIMA DE 24 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TMODO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** OPCAO 1 OU 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-MODO = 1
              GO TO R8.
       R7.
           ACCEPT TCONFIRMA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-CONFIRMA NOT = "CONFIRMA"
              MOVE "*** DIGITE A PALAVRA CONFIRMA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *    A RETENCAO ALTERADA NA TELA PASSA A VALER NO ARQEXPURGO
      *    A PARTIR DO PEDIDO DE ANONIMIZACAO.
           IF W-RETENCOES NOT = W-RETENCOES-ANT
              PERFORM GRAVA-RETENCAO THRU FIM-GRAVA-RETENCAO.
      *---------------[ ABERTURA DOS ARQUIVOS ]-------------------------
       R8.
           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS.
           IF ST-ERRO NOT = "00"
              PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS
              MOVE "*** ERRO NA ABERTURA DO ARQFUNC ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM CARREGA-ATIVOS THRU FIM-CARREGA-ATIVOS.
           IF W-ESTOURO = "S"
              PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS
              MOVE "*** TABELA DE CPF ATIVOS CHEIA (5000) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-MODO = 2
              GO TO R9.
      *---------------[ PREVIA NO ARQUIVO105 ]--------------------------
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-TX NOT = "00"
              OPEN OUTPUT TX.
           MOVE "FPP166" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE TO CP1-DATA.
           MOVE W-RET-IDENT TO CP2-RET1.
           MOVE W-RET-END   TO CP2-RET2.
           MOVE W-RET-CONT  TO CP2-RET3.
           MOVE W-RET-BANCO TO CP2-RET4.
           MOVE W-RET-DEPE  TO CP2-RET5.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABP1.
           WRITE ARQTX FROM CABP2.
           WRITE ARQTX FROM CABP3.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABP4.
           WRITE ARQTX FROM LINTRACO.
           MOVE "N" TO W-GRAVA.
           PERFORM PROCESSA THRU FIM-PROCESSA.
           MOVE W-QTD-CAND TO LT-CAND.
           MOVE W-QTD-BLOQ TO LT-BLOQ.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM LINTOTP.
           CLOSE TX.
           PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS.
           DISPLAY (15, 42) W-QTD-CAND.
           MOVE "*** PREVIA GRAVADA NO ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.
      *---------------[ ANONIMIZACAO COM DUPLO CONTROLE ]---------------
      *    A CONTAGEM DE HOJE E O QUE O SEGUNDO ADMIN CONFIRMA NO
      *    FPP098; SE MUDAR ATE A EXECUCAO, VIRA NOVA SOLICITACAO.
       R9.
           MOVE "N" TO W-GRAVA.
           PERFORM PROCESSA THRU FIM-PROCESSA.
           DISPLAY (15, 42) W-QTD-CAND.
           IF W-QTD-CAND = ZEROS
              PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS
              MOVE "*** NENHUM EX-FUNCIONARIO A ANONIMIZAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE W-HOJE TO W-DC-PARAM1.
           MOVE W-QTD-CAND TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "ANON LGPD " W-RET-IDENT "/" W-RET-END "/"
                  W-RET-CONT "/" W-RET-BANCO "/" W-RET-DEPE
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
              PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS
              MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           OPEN EXTEND TXI
           IF ST-TX NOT = "00"
              OPEN OUTPUT TXI.
           OPEN EXTEND ARQLOGDC
           IF ST-PAC NOT = "00"
              OPEN OUTPUT ARQLOGDC.
           MOVE "S" TO W-GRAVA.
           PERFORM PROCESSA THRU FIM-PROCESSA.
           CLOSE TXI ARQLOGDC.
           MOVE "00" TO ST-PAC.
           PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS.
           PERFORM AUDIT-GRAVA THRU AUDIT-GRAVA-FIM.
           DISPLAY (15, 42) W-QTD-CAND.
           IF W-QTD-ERRO NOT = ZEROS
              MOVE "*** HOUVE ERRO NA GRAVACAO DE CHAPAS ***" TO MENS
           ELSE
              MOVE "*** ANONIMIZADO - CERTIFICADOS NO ARQUIVO106 ***"
                TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ ABERTURA E FECHAMENTO ]-------------------------
      *    NA PREVIA TUDO E SO LEITURA. DEPENDENTES, PENSAO, PIX E
      *    CONTATOS SAO OPCIONAIS; O ARQANON E CRIADO NA PRIMEIRA
      *    ANONIMIZACAO.
       ABRE-ARQUIVOS.
           MOVE "N" TO W-TEM-DEPE W-TEM-PENSAO W-TEM-PIX W-TEM-ANON.
           IF W-MODO = 1
              OPEN INPUT ARQFUNC
           ELSE
              OPEN I-O ARQFUNC.
           IF ST-ERRO NOT = "00"
              GO TO FIM-ABRE-ARQUIVOS.
           IF W-MODO = 1
              OPEN INPUT ARQANON
           ELSE
              OPEN I-O ARQANON
              IF ST-ANON = "30" OR ST-ANON = "35"
                  OPEN OUTPUT ARQANON
                  CLOSE ARQANON
                  OPEN I-O ARQANON.
           IF ST-ANON = "00"
              MOVE "S" TO W-TEM-ANON.
           IF W-MODO = 1
              OPEN INPUT ARQDEPE
           ELSE
              OPEN I-O ARQDEPE.
           IF ST-AUX = "00"
              MOVE "S" TO W-TEM-DEPE.
           IF W-MODO = 1
              OPEN INPUT ARQPENSAO
           ELSE
              OPEN I-O ARQPENSAO.
           IF ST-AUX = "00"
              MOVE "S" TO W-TEM-PENSAO.
           IF W-MODO = 1
              OPEN INPUT ARQPIX
           ELSE
              OPEN I-O ARQPIX.
           IF ST-AUX = "00"
              MOVE "S" TO W-TEM-PIX.
           MOVE "N" TO W-TEM-CTT.
           IF W-MODO = 1
              OPEN INPUT ARQCONTATO
           ELSE
              OPEN I-O ARQCONTATO.
           IF ST-AUX = "00"
              MOVE "S" TO W-TEM-CTT.
           MOVE "00" TO ST-AUX ST-ANON.
       FIM-ABRE-ARQUIVOS.
           CONTINUE.

       FECHA-ARQUIVOS.
           CLOSE ARQFUNC.
           IF W-TEM-ANON = "S"
              CLOSE ARQANON.
           IF W-TEM-DEPE = "S"
              CLOSE ARQDEPE.
           IF W-TEM-PENSAO = "S"
              CLOSE ARQPENSAO.
           IF W-TEM-PIX = "S"
              CLOSE ARQPIX.
           IF W-TEM-CTT = "S"
              CLOSE ARQCONTATO.
           MOVE "N" TO W-TEM-DEPE W-TEM-PENSAO W-TEM-PIX W-TEM-ANON
                       W-TEM-CTT.
           MOVE "00" TO ST-ERRO ST-AUX ST-ANON.
       FIM-FECHA-ARQUIVOS.
           CONTINUE.

      *---------------[ CPF DAS CHAPAS ATIVAS ]-------------------------
       CARREGA-ATIVOS.
           MOVE ZEROS TO W-QTD-ATV.
           MOVE "N" TO W-ESTOURO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-CARREGA-ATIVOS.
       CARREGA-ATIVOS-1.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-CARREGA-ATIVOS.
           IF DATA-DESLIGAMENTO NOT = ZEROS OR CPF = ZEROS
              GO TO CARREGA-ATIVOS-1.
           IF W-QTD-ATV NOT < 5000
              MOVE "S" TO W-ESTOURO
              GO TO FIM-CARREGA-ATIVOS.
           ADD 1 TO W-QTD-ATV.
           MOVE CPF TO TA-CPF (W-QTD-ATV).
           GO TO CARREGA-ATIVOS-1.
       FIM-CARREGA-ATIVOS.
           MOVE "00" TO ST-ERRO.

       CONFERE-ATIVO.
           MOVE "N" TO W-ATIVO.
           IF CPF = ZEROS
              GO TO FIM-CONFERE-ATIVO.
           MOVE ZEROS TO W-IND-A.
       CONFERE-ATIVO-1.
           ADD 1 TO W-IND-A.
           IF W-IND-A > W-QTD-ATV
              GO TO FIM-CONFERE-ATIVO.
           IF TA-CPF (W-IND-A) = CPF
              MOVE "S" TO W-ATIVO
              GO TO FIM-CONFERE-ATIVO.
           GO TO CONFERE-ATIVO-1.
       FIM-CONFERE-ATIVO.
           CONTINUE.

      *---------------[ LEITURA DOS EX-FUNCIONARIOS ]-------------------
      *    W-GRAVA = "N": SO CONTA (E LISTA NA PREVIA).
      *    W-GRAVA = "S": ANONIMIZA E EMITE O CERTIFICADO.
       PROCESSA.
           MOVE ZEROS TO W-QTD-CAND W-QTD-BLOQ W-QTD-ERRO.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-PROCESSA.
       PROCESSA-1.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-PROCESSA.
           IF DATA-DESLIGAMENTO = ZEROS
              GO TO PROCESSA-1.
           COMPUTE W-MESES-DESL = (W-HOJE-ANO * 12 + W-HOJE-MES)
                                - (ANO-DESL * 12 + MES-DESL).
           IF W-MESES-DESL < ZEROS
              GO TO PROCESSA-1.
           PERFORM LE-ANON THRU FIM-LE-ANON.
           PERFORM VERIFICA-CAT THRU FIM-VERIFICA-CAT.
           IF W-QTD-DEVE = ZEROS
              GO TO PROCESSA-1.
           MOVE CHAPA TO LP-CHAPA.
           MOVE DATA-DESLIGAMENTO TO LP-DESL.
           MOVE W-MESES-DESL TO LP-MESES.
           MOVE W-CATS TO LP-CATS.
           PERFORM CONFERE-ATIVO THRU FIM-CONFERE-ATIVO.
           IF W-ATIVO = "S" AND W-MODO = 1
              MOVE "CPF COM OUTRA CHAPA ATIVA - MANTIDO" TO LP-SIT
              WRITE ARQTX FROM LINPRE.
           IF W-ATIVO = "S"
              ADD 1 TO W-QTD-BLOQ
              GO TO PROCESSA-1.
           ADD 1 TO W-QTD-CAND.
           IF W-GRAVA = "S"
              PERFORM ANONIMIZA THRU FIM-ANONIMIZA
              GO TO PROCESSA-1.
           IF W-MODO = 1
              MOVE "A ANONIMIZAR" TO LP-SIT
              WRITE ARQTX FROM LINPRE.
           GO TO PROCESSA-1.
       FIM-PROCESSA.
           MOVE "00" TO ST-ERRO.

       LE-ANON.
           MOVE "N" TO W-ANON-EXISTE.
           MOVE CHAPA TO ANO-CHAPA.
           IF W-TEM-ANON = "S"
              READ ARQANON
              IF ST-ANON = "00"
                 MOVE "S" TO W-ANON-EXISTE.
           MOVE "00" TO ST-ANON.
           IF W-ANON-EXISTE = "S"
              GO TO FIM-LE-ANON.
           MOVE CHAPA TO ANO-CHAPA.
           MOVE ZEROS TO ANO-DATA (1) ANO-DATA (2) ANO-DATA (3)
                         ANO-DATA (4) ANO-DATA (5).
           MOVE SPACES TO ANO-USUARIO ANO-SOLIC ANO-CONF.
       FIM-LE-ANON.
           CONTINUE.

      *    CATEGORIA VENCIDA: AINDA NAO ANONIMIZADA E COM O TEMPO DE
      *    DESLIGAMENTO IGUAL OU MAIOR QUE A RETENCAO.
       VERIFICA-CAT.
           MOVE ZEROS TO W-QTD-DEVE W-IND-C.
       VERIFICA-CAT-1.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
              GO TO FIM-VERIFICA-CAT.
           MOVE "N" TO W-DEVE (W-IND-C).
           MOVE "-" TO W-CAT-L (W-IND-C).
           IF ANO-DATA (W-IND-C) = ZEROS
              AND W-MESES-DESL NOT < W-RET (W-IND-C)
              MOVE "S" TO W-DEVE (W-IND-C)
              MOVE CT-SIGLA (W-IND-C) TO W-CAT-L (W-IND-C)
              ADD 1 TO W-QTD-DEVE.
           GO TO VERIFICA-CAT-1.
       FIM-VERIFICA-CAT.
           CONTINUE.

      *---------------[ ANONIMIZACAO DE UMA CHAPA ]---------------------
      *    CPF E PIS FICAM ZERADOS: UM NUMERO FICTICIO VALIDO PODERIA
      *    SER O DE OUTRA PESSOA.
       ANONIMIZA.
           MOVE ZEROS TO W-QTD-DEP-AN W-QTD-PEN-AN.
           MOVE "NAO" TO W-PIX-REM.
           IF W-DEVE (1) = "S"
              MOVE "TITULAR ANONIMIZADO (LGPD)" TO NOME
              MOVE ZEROS TO CPF PIS
              MOVE SPACES TO RG
              IF DATANASC NOT = ZEROS
                 MOVE "0101" TO DATANASC (1:4).
           IF W-DEVE (2) = "S"
              MOVE ZEROS TO CEP-FUNC NUMERO-FUNC
              MOVE SPACES TO COMPLEMENTO-FUNC.
           IF W-DEVE (3) = "S"
              MOVE SPACES TO FOTO-PATH CONTATO-EMERGENCIA-NOME
                             CONTATO-EMERGENCIA-PARENTESCO
              MOVE ZEROS TO CONTATO-EMERGENCIA-FONE.
           IF W-DEVE (4) = "S"
              MOVE ZEROS TO BANCO AGENCIA
              MOVE SPACES TO CONTA.
           REWRITE REGFUNC.
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTD-ERRO
              MOVE "00" TO ST-ERRO
              GO TO FIM-ANONIMIZA.
           IF W-DEVE (4) = "S" AND W-TEM-PIX = "S"
              MOVE CHAPA TO PIX-CHAPA
              READ ARQPIX
              IF ST-AUX = "00"
                 DELETE ARQPIX RECORD
                 MOVE "SIM" TO W-PIX-REM.
           MOVE "00" TO ST-AUX.
           IF W-DEVE (3) = "S" AND W-TEM-CTT = "S"
              MOVE CHAPA TO CTT-CHAPA
              READ ARQCONTATO
              IF ST-AUX = "00"
                 DELETE ARQCONTATO RECORD.
           MOVE "00" TO ST-AUX.
           IF W-DEVE (5) = "S"
              PERFORM ANON-DEPE THRU FIM-ANON-DEPE
              PERFORM ANON-PENSAO THRU FIM-ANON-PENSAO.
      *    REGISTRO DE CONTROLE COM A DATA DE CADA CATEGORIA.
           MOVE ZEROS TO W-IND-C.
       ANONIMIZA-1.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
              GO TO ANONIMIZA-2.
           IF W-DEVE (W-IND-C) = "S"
              MOVE W-HOJE TO ANO-DATA (W-IND-C).
           GO TO ANONIMIZA-1.
       ANONIMIZA-2.
           MOVE W-USUARIO-DC TO ANO-USUARIO.
           MOVE W-DC-SOLIC   TO ANO-SOLIC.
           MOVE W-DC-CONF    TO ANO-CONF.
           IF W-ANON-EXISTE = "S"
              REWRITE REGANON
           ELSE
              WRITE REGANON.
           MOVE "00" TO ST-ANON.
           ACCEPT W-HORA-EXEC FROM TIME.
           PERFORM GRAVA-LOG-ANON THRU FIM-GRAVA-LOG-ANON.
           PERFORM EMITE-CERTIFICADO THRU FIM-EMITE-CERTIFICADO.
       FIM-ANONIMIZA.
           CONTINUE.

       ANON-DEPE.
           IF W-TEM-DEPE NOT = "S"
              GO TO FIM-ANON-DEPE.
           MOVE CHAPA TO DEPEN-CHAPA.
           MOVE ZEROS TO DEPEN-SEQ.
           START ARQDEPE KEY IS NOT LESS THAN DEPEN-KEY
               INVALID KEY
               GO TO FIM-ANON-DEPE.
       ANON-DEPE-1.
           READ ARQDEPE NEXT
               AT END
               GO TO FIM-ANON-DEPE.
           IF DEPEN-CHAPA NOT = CHAPA
              GO TO FIM-ANON-DEPE.
           MOVE "DEPENDENTE ANONIMIZADO (LGPD)" TO DEPEN-NOME.
           IF DEPEN-DATANASC NOT = ZEROS
              MOVE "0101" TO DEPEN-DATANASC (1:4).
           REWRITE REGDEPE.
           IF ST-AUX = "00"
              ADD 1 TO W-QTD-DEP-AN.
           GO TO ANON-DEPE-1.
       FIM-ANON-DEPE.
           MOVE "00" TO ST-AUX.

      *    NA PENSAO FICAM PERCENTUAL E VALOR (HISTORICO DA FOLHA).
       ANON-PENSAO.
           IF W-TEM-PENSAO NOT = "S"
              GO TO FIM-ANON-PENSAO.
           MOVE CHAPA TO PEN-CHAPA.
           MOVE ZEROS TO PEN-SEQ.
           START ARQPENSAO KEY IS NOT LESS THAN PEN-KEY
               INVALID KEY
               GO TO FIM-ANON-PENSAO.
       ANON-PENSAO-1.
           READ ARQPENSAO NEXT
               AT END
               GO TO FIM-ANON-PENSAO.
           IF PEN-CHAPA NOT = CHAPA
              GO TO FIM-ANON-PENSAO.
           MOVE "BENEFICIARIO ANONIMIZADO" TO PEN-BENEFICIARIO.
           MOVE ZEROS TO PEN-BANCO PEN-AGENCIA.
           MOVE SPACES TO PEN-CONTA.
           REWRITE REGPENSAO.
           IF ST-AUX = "00"
              ADD 1 TO W-QTD-PEN-AN.
           GO TO ANON-PENSAO-1.
       FIM-ANON-PENSAO.
           MOVE "00" TO ST-AUX.

      *    NO ARQLOG VAI SO O REGISTRO DA OPERACAO (N), SEM IMAGENS,
      *    PARA O DADO ANONIMIZADO NAO FICAR GUARDADO NA TRILHA.
       GRAVA-LOG-ANON.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           MOVE W-HOJE TO LGD-DATA.
           MOVE W-HORA-EXEC TO LGD-HORA.
           MOVE "ARQFUNC" TO LGD-ARQUIVO.
           MOVE "N" TO LGD-OPERACAO.
           MOVE SPACES TO LGD-CHAVE LGD-IMAGEM-ANT LGD-IMAGEM-NOVA.
           MOVE CHAPA TO LGD-CHAVE.
           STRING "ANONIMIZACAO LGPD (FPP166) CATEGORIAS " W-CATS
                  DELIMITED BY SIZE INTO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-GRAVA-LOG-ANON.
           CONTINUE.

      *---------------[ CERTIFICADO DA CHAPA (ARQUIVO106) ]-------------
       EMITE-CERTIFICADO.
           MOVE CHAPA TO CE1-CHAPA.
           MOVE DATA-DESLIGAMENTO TO CE2-DESL.
           MOVE W-MESES-DESL TO CE2-MESES.
           MOVE W-HOJE TO CE2-DATA.
           DIVIDE W-HORA-EXEC BY 100 GIVING W-HORA6.
           MOVE W-HORA6 TO CE2-HORA.
           MOVE W-USUARIO-DC TO CE3-EXEC.
           MOVE W-DC-SOLIC TO CE3-SOLIC.
           MOVE W-DC-CONF TO CE3-CONF.
           WRITE ARQTXI FROM LINSEP.
           WRITE ARQTXI FROM CERT1.
           WRITE ARQTXI FROM LINSEP.
           WRITE ARQTXI FROM CERT2.
           WRITE ARQTXI FROM CERT3.
           WRITE ARQTXI FROM LINTRACO.
           WRITE ARQTXI FROM CERT4.
           MOVE ZEROS TO W-IND-C.
       EMITE-CERTIFICADO-1.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
              GO TO EMITE-CERTIFICADO-2.
           MOVE CT-NOME (W-IND-C) TO LC-NOME.
           MOVE W-RET (W-IND-C) TO LC-RET.
           MOVE CT-CAMPOS (W-IND-C) TO LC-CAMPOS.
           MOVE ANO-DATA (W-IND-C) TO LC-DATA.
           IF W-DEVE (W-IND-C) = "S"
              MOVE "ANONIMIZADA" TO LC-SIT
           ELSE
              IF ANO-DATA (W-IND-C) NOT = ZEROS
                 MOVE "JA ANONIMIZADA" TO LC-SIT
              ELSE
                 MOVE "DENTRO DO PRAZO" TO LC-SIT.
           WRITE ARQTXI FROM LINCAT.
           GO TO EMITE-CERTIFICADO-1.
       EMITE-CERTIFICADO-2.
           MOVE W-QTD-DEP-AN TO CE5-DEP.
           MOVE W-QTD-PEN-AN TO CE5-PEN.
           MOVE W-PIX-REM TO CE5-PIX.
           WRITE ARQTXI FROM LINTRACO.
           WRITE ARQTXI FROM CERT5.
           WRITE ARQTXI FROM LINOBS1.
           WRITE ARQTXI FROM LINOBS2.
           WRITE ARQTXI FROM LINOBS3.
       FIM-EMITE-CERTIFICADO.
           CONTINUE.

      *---------------[ RETENCOES DO ARQEXPURGO ]-----------------------
       LE-RETENCAO.
           MOVE ZEROS TO W-QTD-EXP.
           MOVE CT-PADRAO (1) TO W-RET (1).
           MOVE CT-PADRAO (2) TO W-RET (2).
           MOVE CT-PADRAO (3) TO W-RET (3).
           MOVE CT-PADRAO (4) TO W-RET (4).
           MOVE CT-PADRAO (5) TO W-RET (5).
           OPEN INPUT ARQEXPURGO.
           IF ST-SEQ NOT = "00"
              GO TO LE-RETENCAO-2.
       LE-RETENCAO-1.
           READ ARQEXPURGO
               AT END
               CLOSE ARQEXPURGO
               GO TO LE-RETENCAO-2.
           IF W-QTD-EXP < 30
              ADD 1 TO W-QTD-EXP
              MOVE EXP-ARQUIVO TO TE-ARQUIVO (W-QTD-EXP)
              MOVE EXP-MESES TO TE-MESES (W-QTD-EXP).
           MOVE ZEROS TO W-IND-C.
       LE-RETENCAO-3.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
              GO TO LE-RETENCAO-1.
           IF EXP-ARQUIVO = CT-NOME (W-IND-C)
              MOVE EXP-MESES TO W-RET (W-IND-C).
           GO TO LE-RETENCAO-3.
       LE-RETENCAO-2.
           MOVE "00" TO ST-SEQ.
           MOVE W-RETENCOES TO W-RETENCOES-ANT.
       FIM-LE-RETENCAO.
           CONTINUE.

      *    REGRAVA O ARQEXPURGO COM AS ENTRADAS DO FPP102 INTACTAS E
      *    AS LGPD-* ATUALIZADAS; A ALTERACAO VAI PARA O ARQLOG.
       GRAVA-RETENCAO.
           MOVE ZEROS TO W-IND-C.
       GRAVA-RETENCAO-1.
           ADD 1 TO W-IND-C.
           IF W-IND-C > 5
              GO TO GRAVA-RETENCAO-3.
           MOVE ZEROS TO W-IND-E W-IND-X.
       GRAVA-RETENCAO-2.
           ADD 1 TO W-IND-X.
           IF W-IND-X NOT > W-QTD-EXP
              IF TE-ARQUIVO (W-IND-X) = CT-NOME (W-IND-C)
                 MOVE W-IND-X TO W-IND-E
                 GO TO GRAVA-RETENCAO-2
              ELSE
                 GO TO GRAVA-RETENCAO-2.
           IF W-IND-E = ZEROS AND W-QTD-EXP < 30
              ADD 1 TO W-QTD-EXP
              MOVE W-QTD-EXP TO W-IND-E
              MOVE CT-NOME (W-IND-C) TO TE-ARQUIVO (W-IND-E).
           IF W-IND-E NOT = ZEROS
              MOVE W-RET (W-IND-C) TO TE-MESES (W-IND-E).
           GO TO GRAVA-RETENCAO-1.
       GRAVA-RETENCAO-3.
           OPEN OUTPUT ARQEXPURGO.
           IF ST-SEQ NOT = "00"
              MOVE "00" TO ST-SEQ
              GO TO FIM-GRAVA-RETENCAO.
           MOVE ZEROS TO W-IND-X.
       GRAVA-RETENCAO-4.
           ADD 1 TO W-IND-X.
           IF W-IND-X > W-QTD-EXP
              GO TO GRAVA-RETENCAO-5.
           MOVE TE-ARQUIVO (W-IND-X) TO EXP-ARQUIVO.
           MOVE TE-MESES (W-IND-X) TO EXP-MESES.
           WRITE REGEXPURGO.
           GO TO GRAVA-RETENCAO-4.
       GRAVA-RETENCAO-5.
           CLOSE ARQEXPURGO.
           PERFORM LE-USUARIO-DC THRU FIM-LE-USUARIO-DC.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "ARQEXPURGO" TO LGD-ARQUIVO.
           MOVE "A" TO LGD-OPERACAO.
           MOVE "LGPD" TO LGD-CHAVE.
           MOVE SPACES TO LGD-IMAGEM-ANT LGD-IMAGEM-NOVA.
           STRING "RETENCAO LGPD I/E/C/B/D=" W-RETA (1) "/"
                  W-RETA (2) "/" W-RETA (3) "/" W-RETA (4) "/"
                  W-RETA (5)
                  DELIMITED BY SIZE INTO LGD-IMAGEM-ANT.
           STRING "RETENCAO LGPD I/E/C/B/D=" W-RET (1) "/"
                  W-RET (2) "/" W-RET (3) "/" W-RET (4) "/"
                  W-RET (5)
                  DELIMITED BY SIZE INTO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC ST-SEQ.
           MOVE W-RETENCOES TO W-RETENCOES-ANT.
       FIM-GRAVA-RETENCAO.
           CONTINUE.

      *---------------------[ ROTINA DE AUDITORIA ]---------------------
       AUDIT-GRAVA.
           OPEN EXTEND ARQAUDIT.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT ARQAUDIT.
           MOVE W-USUARIO-DC TO AUD-USUARIO.
           MOVE "FPP166"  TO AUD-PROGR.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           CLOSE ARQAUDIT.
           MOVE "00" TO ST-ERRO.
       AUDIT-GRAVA-FIM.
           EXIT.

      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]--------------
      *    A ACAO SO EXECUTA SE EXISTIR UMA SOLICITACAO APROVADA POR
      *    OUTRO USUARIO ADMIN (FPP098) COM OS MESMOS PARAMETROS;
      *    SENAO A SOLICITACAO E REGISTRADA COMO PENDENTE E NADA
      *    E GRAVADO.
       CHECA-DUPLO.
           MOVE "N" TO W-DC-OK.
           PERFORM LE-USUARIO-DC THRU FIM-LE-USUARIO-DC.
           OPEN I-O ARQPENDAC.
           IF ST-PAC NOT = "00"
               IF ST-PAC = "30"
                   OPEN OUTPUT ARQPENDAC
                   CLOSE ARQPENDAC
                   OPEN I-O ARQPENDAC
               ELSE
                   MOVE "00" TO ST-PAC
                   GO TO FIM-CHECA-DUPLO.
           MOVE ZEROS TO PAC-NUMERO W-DC-NUMMAX.
           START ARQPENDAC KEY IS NOT LESS THAN PAC-NUMERO
               INVALID KEY
               GO TO CHECA-DUPLO-3.
       CHECA-DUPLO-1.
           READ ARQPENDAC NEXT
               AT END
               GO TO CHECA-DUPLO-3.
           MOVE PAC-NUMERO TO W-DC-NUMMAX.
           IF PAC-PROGR = "FPP166"
              AND PAC-STATUS = "A"
              AND PAC-PARAM1 = W-DC-PARAM1
              AND PAC-PARAM2 = W-DC-PARAM2
              AND W-DC-OK NOT = "S"
               MOVE "E" TO PAC-STATUS
               MOVE PAC-SOLICITANTE TO W-DC-SOLIC
               MOVE PAC-CONFIRMADOR TO W-DC-CONF
               REWRITE REGPENDAC
               MOVE "S" TO W-DC-OK.
           GO TO CHECA-DUPLO-1.
       CHECA-DUPLO-3.
           IF W-DC-OK = "S"
               CLOSE ARQPENDAC
               PERFORM GRAVA-LOG-DC THRU FIM-GRAVA-LOG-DC
               GO TO FIM-CHECA-DUPLO.
           ADD 1 TO W-DC-NUMMAX.
           MOVE W-DC-NUMMAX TO PAC-NUMERO.
           MOVE "FPP166" TO PAC-PROGR.
           MOVE W-DC-PARAM1 TO PAC-PARAM1.
           MOVE W-DC-PARAM2 TO PAC-PARAM2.
           MOVE W-DC-DESCR TO PAC-DESCR.
           MOVE W-USUARIO-DC TO PAC-SOLICITANTE.
           MOVE SPACES TO PAC-CONFIRMADOR.
           MOVE "P" TO PAC-STATUS.
           ACCEPT PAC-DATA FROM DATE YYYYMMDD.
           ACCEPT PAC-HORA FROM TIME.
           WRITE REGPENDAC.
           CLOSE ARQPENDAC.
           MOVE "00" TO ST-PAC.
       FIM-CHECA-DUPLO.
           CONTINUE.

       LE-USUARIO-DC.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-DC
           ELSE
               OPEN INPUT ARQSESSDC
               IF ST-PAC = "00"
                   READ ARQSESSDC
                   IF ST-PAC = "00"
                       MOVE SESSDC-USUARIO TO W-USUARIO-DC
                   END-IF
                   CLOSE ARQSESSDC
               END-IF.
           MOVE "00" TO ST-PAC.
       FIM-LE-USUARIO-DC.
           CONTINUE.

      *    REGISTRA NO ARQLOG AS DUAS IDENTIDADES DA ACAO EXECUTADA.
       GRAVA-LOG-DC.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "FPP166" TO LGD-ARQUIVO.
           MOVE "D" TO LGD-OPERACAO.
           MOVE SPACES TO LGD-CHAVE.
           MOVE SPACES TO LGD-IMAGEM-ANT.
           STRING "SOLICITANTE=" W-DC-SOLIC
                  " CONFIRMADOR=" W-DC-CONF
                  " EXECUTOR=" W-USUARIO-DC
                  DELIMITED BY SIZE INTO LGD-IMAGEM-ANT.
           MOVE W-DC-DESCR TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-GRAVA-LOG-DC.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
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
