       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP135.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      * PPP - PERFIL PROFISSIOGRAFICO PREVIDENCIARIO*
      ***********************************************
      *----------------------------------------------------------------
      *    MONTA O PPP DE UMA CHAPA A PARTIR DOS VINCULOS (ARQVINC DO
      *    FPP058 MAIS O VINCULO ATUAL), DAS PROGRESSOES (ARQCARR) E
      *    MOVIMENTACOES (ARQMOVIM) DE CARGO E SETOR, DOS FATORES DE
      *    RISCO DE CADA CARGO OCUPADO (ARQCARG E ARQAGNOC) E DOS
      *    EXAMES MEDICOS (ARQASO). CADA TROCA DE CARGO OU SETOR ABRE
      *    UM NOVO PERIODO DE EXPOSICAO, ENCERRANDO O ANTERIOR NO DIA
      *    DA VESPERA.
      *    SAIDA IMPRESSA EM ARQUIVO101_<DATA>.DOC E EM ARQUIVO PARA
      *    O INSS/ESOCIAL EM ARQUIVO102_<DATA>.DOC; OS PPP EMITIDOS NO
      *    DIA SAO ACRESCENTADOS AOS MESMOS ARQUIVOS.
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
      *---------------------ARQUIVO DE EMPRESAS-------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPR
                    FILE STATUS  IS ST-AUX.
      *---------------------HISTORICO DE VINCULOS---------------------
           SELECT ARQVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINC-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------HISTORICO DE PROGRESSOES------------------
           SELECT ARQCARR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAR-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------HISTORICO DE MOVIMENTACOES----------------
           SELECT ARQMOVIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-AUX.
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
           SELECT ARQAGNOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGN-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------ARQUIVO DE ASO------------------------------
           SELECT ARQASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-KEY
                    FILE STATUS  IS ST-AUX.
      *---------------------PPP IMPRESSO--------------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-TX.
      *---------------------PPP EM ARQUIVO------------------------------
           SELECT TXA ASSIGN TO DISK
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
      *---------------------ARQUIVO DE EMPRESAS-------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 FILLER          PIC X(01).
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
      *---------------------HISTORICO DE PROGRESSOES------------------
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
      *---------------------HISTORICO DE MOVIMENTACOES----------------
       FD ARQMOVIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVIM.DAT".
       01 REGMOVIM.
           03 MOV-KEY.
            05 MOV-CHAPA          PIC 9(06).
            05 MOV-SEQ            PIC 9(03).
           03 MOV-DATA            PIC 9(08).
           03 MOV-DE-CODPTO       PIC 9(03).
           03 MOV-PARA-CODPTO     PIC 9(03).
           03 MOV-DE-CODCARG      PIC 9(03).
           03 MOV-PARA-CODCARG    PIC 9(03).
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
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
       FD ARQAGNOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAGNOC.DAT".
       01 REGAGNOC.
           03 AGN-KEY.
            05 AGN-CODCARG        PIC 9(03).
            05 AGN-SEQ            PIC 9(02).
           03 AGN-CODAGENTE       PIC X(09).
           03 AGN-DESCR           PIC X(30).
           03 AGN-INTENS          PIC X(10).
           03 AGN-EPI             PIC X(01).
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
      *---------------------PPP IMPRESSO--------------------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
      *---------------------PPP EM ARQUIVO------------------------------
       FD TXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TXA-NOME.
       01 ARQTXA   PIC X(120).
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
       01 ST-TX           PIC X(02) VALUE "00".
       01 W-USUARIO-LGPD  PIC X(10) VALUE "OPERADOR".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-I             PIC 9(03) VALUE ZEROS.
       01 W-J             PIC 9(03) VALUE ZEROS.
       01 W-V             PIC 9(02) VALUE ZEROS.
       01 W-QTD-LIN       PIC 9(05) VALUE ZEROS.
       01 W-QTD-PER       PIC 9(03) VALUE ZEROS.
       01 W-QTD-AGT       PIC 9(02) VALUE ZEROS.
       01 W-QTD-ASO       PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *---------------[ VINCULOS DA CHAPA, DATAS AAAAMMDD ]-------------
       01 W-QTD-VINC      PIC 9(02) VALUE ZEROS.
       01 TAB-VINC.
           03 VT-ITEM OCCURS 20 TIMES.
               05 VT-ADM      PIC 9(08).
               05 VT-DESL     PIC 9(08).
      *---------------[ TROCAS DE CARGO/SETOR EM ORDEM DE DATA ]--------
      *    PARA ZERADO = SEM TROCA DAQUELE ITEM NA MOVIMENTACAO.
       01 W-QTD-MUD       PIC 9(03) VALUE ZEROS.
       01 TAB-MUD.
           03 MT-ITEM OCCURS 200 TIMES.
               05 MT-DATA       PIC 9(08).
               05 MT-DE-CARGO   PIC 9(03).
               05 MT-PARA-CARGO PIC 9(03).
               05 MT-DE-DEPTO   PIC 9(03).
               05 MT-PARA-DEPTO PIC 9(03).
       01 W-MUD.
           05 WM-DATA       PIC 9(08).
           05 WM-DE-CARGO   PIC 9(03).
           05 WM-PARA-CARGO PIC 9(03).
           05 WM-DE-DEPTO   PIC 9(03).
           05 WM-PARA-DEPTO PIC 9(03).
      *---------------[ PERIODO EM MONTAGEM ]---------------------------
       01 W-CARGO-INI     PIC 9(03) VALUE ZEROS.
       01 W-DEPTO-INI     PIC 9(03) VALUE ZEROS.
       01 W-CARGO         PIC 9(03) VALUE ZEROS.
       01 W-DEPTO         PIC 9(03) VALUE ZEROS.
       01 W-PER-INI       PIC 9(08) VALUE ZEROS.
       01 W-PER-FIM       PIC 9(08) VALUE ZEROS.
       01 W-PER-LIM       PIC 9(08) VALUE ZEROS.
      *---------------[ CONVERSAO E CALCULO DE DATAS ]-----------------
       01 W-DMA           PIC 9(08) VALUE ZEROS.
       01 W-DMA-R REDEFINES W-DMA.
           03 W-DMA-DIA   PIC 9(02).
           03 W-DMA-MES   PIC 9(02).
           03 W-DMA-ANO   PIC 9(04).
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
       01 W-RESTO         PIC 9(04) VALUE ZEROS.
       01 W-QUOC          PIC 9(04) VALUE ZEROS.
       01 TAB-MES-R.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-MES REDEFINES TAB-MES-R.
           03 TB-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
      *---------------[ TIPO E RESULTADO DO ASO ]-----------------------
       01 TABELA-TIPO-R.
           03 FILLER PIC X(20) VALUE "ADMISSIONAL".
           03 FILLER PIC X(20) VALUE "PERIODICO".
           03 FILLER PIC X(20) VALUE "DEMISSIONAL".
           03 FILLER PIC X(20) VALUE "RETORNO AO TRABALHO".
           03 FILLER PIC X(20) VALUE "MUDANCA DE FUNCAO".
       01 TABELA-TIPO REDEFINES TABELA-TIPO-R.
           03 TB-TIPO-ASO PIC X(20) OCCURS 5 TIMES.
      *---------------[ NOMES DOS ARQUIVOS ]----------------------------
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO101_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
       01 W-TXA-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO102_".
           05 W-TXA-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ PPP IMPRESSO ]----------------------------
       01  LINSEP.
           05  FILLER      PIC X(80) VALUE ALL "=".
       01  CAB1.
           05  FILLER      PIC X(48) VALUE
           "PERFIL PROFISSIOGRAFICO PREVIDENCIARIO - PPP".
           05  FILLER      PIC X(12) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(09) VALUE "EMPRESA: ".
           05  C2-RAZAO    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(08) VALUE "  CNPJ: ".
           05  C2-CNPJ     PIC 9(14) VALUE ZEROS.
       01  CAB3.
           05  FILLER      PIC X(13) VALUE "TRABALHADOR: ".
           05  C3-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  CHAPA: ".
           05  C3-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(08) VALUE "  NASC: ".
           05  C3-NASC     PIC X(10) VALUE SPACES.
       01  CAB4.
           05  FILLER      PIC X(05) VALUE "CPF: ".
           05  C4-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  NIT/PIS: ".
           05  C4-PIS      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(07) VALUE "  SEXO:".
           05  C4-SEXO     PIC X(01) VALUE SPACES.
       01  LINSEC.
           05  LS-TITULO   PIC X(60) VALUE SPACES.
       01  LINVINC.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "ADMISSAO: ".
           05  LV-ADM      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(17) VALUE "  DESLIGAMENTO: ".
           05  LV-DESL     PIC X(10) VALUE SPACES.
       01  LINPER.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LP-INI      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(03) VALUE " A ".
           05  LP-FIM      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  CARGO: ".
           05  LP-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-DCARGO   PIC X(25) VALUE SPACES.
       01  LINPER2.
           05  FILLER      PIC X(08) VALUE SPACES.
           05  FILLER      PIC X(07) VALUE "SETOR: ".
           05  LP-DEPTO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LP-DDEPTO   PIC X(25) VALUE SPACES.
           05  FILLER      PIC X(10) VALUE "  CBO: ".
           05  LP-CBO      PIC 9(06) VALUE ZEROS.
       01  LINPER3.
           05  FILLER      PIC X(08) VALUE SPACES.
           05  FILLER      PIC X(16) VALUE "PERICULOSIDADE: ".
           05  LP-PERIC    PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(23) VALUE
               "  INSALUBRIDADE GRAU: ".
           05  LP-INSAL    PIC 9(01) VALUE ZEROS.
       01  LINAGT.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  LA-CODIGO   PIC X(09) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LA-DESCR    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LA-INTENS   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(06) VALUE "  EPI:".
           05  LA-EPI      PIC X(01) VALUE SPACES.
       01  LINASO.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  LO-DATA     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LO-TIPO     PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LO-RESULT   PIC X(06) VALUE SPACES.
      *---------------------[ PPP EM ARQUIVO ]--------------------------
       01  LA00.
           05  FILLER      PIC X(07) VALUE "00;PPP;".
           05  L0-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L0-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L0-PIS      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L0-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L0-CNPJ     PIC 9(14) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L0-DATA     PIC 9(08) VALUE ZEROS.
       01  LA01.
           05  FILLER      PIC X(03) VALUE "01;".
           05  L1-ADM      PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L1-DESL     PIC 9(08) VALUE ZEROS.
       01  LA02.
           05  FILLER      PIC X(03) VALUE "02;".
           05  L2-INI      PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-FIM      PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-CBO      PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-DEPTO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-PERIC    PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-INSAL    PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-AGENTE   PIC X(09) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-INTENS   PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L2-EPI      PIC X(01) VALUE SPACES.
       01  LA03.
           05  FILLER      PIC X(03) VALUE "03;".
           05  L3-DATA     PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L3-TIPO     PIC 9(02) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L3-RESULT   PIC X(01) VALUE SPACES.
       01  LA99.
           05  FILLER      PIC X(03) VALUE "99;".
           05  L9-QTDE     PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        PPP - PERFIL PROFISSIOGRAFICO P".
           05  LINE 02  COLUMN 41
               VALUE  "REVIDENCIARIO".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:                |".
           05  LINE 06  COLUMN 01
               VALUE  " NOME:                 |".
           05  LINE 08  COLUMN 01
               VALUE  " ADMISSAO:".
           05  LINE 09  COLUMN 01
               VALUE  " DESLIGAMENTO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCHAPA
               LINE 05  COLUMN 26  PIC 9(06)
               USING  W-CHAPA.
           05  TNOME
               LINE 06  COLUMN 26  PIC X(30)
               USING  NOME.
           05  TADM
               LINE 08  COLUMN 26  PIC 99/99/9999
               USING  DATA-ADMISSAO.
           05  TDESL
               LINE 09  COLUMN 26  PIC 99/99/9999
               USING  DATA-DESLIGAMENTO.
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
           OPEN INPUT ARQCARG
           IF ST-AUX NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO DE CARGOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQFUNC
               GO TO ROT-FIM1.
      *    OS DEMAIS SAO OPCIONAIS: SEM O ARQUIVO, A SECAO FICA VAZIA.
           OPEN INPUT ARQEMPR ARQVINC ARQCARR ARQMOVIM ARQDEP
                      ARQAGNOC ARQASO.
           MOVE "00" TO ST-AUX.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-TX-DATA W-TXA-DATA.
      *-----------------------------------------------------------------
       R0.
           MOVE ZEROS TO W-CHAPA DATA-ADMISSAO DATA-DESLIGAMENTO.
           MOVE SPACES TO NOME.
           DISPLAY TELA.
       R1.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPA = ZEROS
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO
              GO TO R1.
           DISPLAY TNOME.
           DISPLAY TADM.
           DISPLAY TDESL.
      *-----------------------------------------------------------------
       CONFIRMA.
           MOVE "CONFIRMA A EMISSAO DO PPP? (S/N)" TO MENS
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
           PERFORM CARREGA-VINCULOS THRU FIM-CARREGA-VINCULOS.
           IF W-QTD-VINC = ZEROS
              MOVE "*** CHAPA SEM DATA DE ADMISSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM CARREGA-MUDANCAS THRU FIM-CARREGA-MUDANCAS.
           PERFORM ABRE-SAIDAS THRU FIM-ABRE-SAIDAS.
           IF ST-TX NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO101/102" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-TX
              GO TO R0.
           PERFORM EMITE-CABECALHO THRU FIM-EMITE-CABECALHO.
           PERFORM EMITE-VINCULOS THRU FIM-EMITE-VINCULOS.
           PERFORM EMITE-PERIODOS THRU FIM-EMITE-PERIODOS.
           PERFORM EMITE-ASO THRU FIM-EMITE-ASO.
           MOVE W-QTD-LIN TO L9-QTDE.
           WRITE ARQTXA FROM LA99.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX TXA.
           PERFORM GRAVA-LGPD THRU FIM-GRAVA-LGPD.
           MOVE "*** PPP EMITIDO NO ARQUIVO101 E 102 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.

      *---------------[ VINCULOS: ANTERIORES E O ATUAL ]---------------
       CARREGA-VINCULOS.
           MOVE ZEROS TO W-QTD-VINC.
           MOVE W-CHAPA TO VINC-CHAPA.
           MOVE ZEROS TO VINC-SEQ.
           START ARQVINC KEY IS NOT LESS THAN VINC-KEY
               INVALID KEY
               GO TO CARREGA-VINCULOS-2.
       CARREGA-VINCULOS-1.
           READ ARQVINC NEXT
               AT END
               GO TO CARREGA-VINCULOS-2.
           IF VINC-CHAPA NOT = W-CHAPA
               GO TO CARREGA-VINCULOS-2.
           IF W-QTD-VINC = 19
               GO TO CARREGA-VINCULOS-2.
           ADD 1 TO W-QTD-VINC.
           MOVE VINC-DATA-ADM TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD TO VT-ADM (W-QTD-VINC).
           MOVE VINC-DATA-DESL TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD TO VT-DESL (W-QTD-VINC).
           GO TO CARREGA-VINCULOS-1.
       CARREGA-VINCULOS-2.
           MOVE "00" TO ST-AUX.
           IF DATA-ADMISSAO = ZEROS
               GO TO FIM-CARREGA-VINCULOS.
           ADD 1 TO W-QTD-VINC.
           MOVE DATA-ADMISSAO TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD TO VT-ADM (W-QTD-VINC).
           MOVE DATA-DESLIGAMENTO TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD TO VT-DESL (W-QTD-VINC).
       FIM-CARREGA-VINCULOS.
           CONTINUE.

      *---------------[ TROCAS DE CARGO E SETOR ]-----------------------
       CARREGA-MUDANCAS.
           MOVE ZEROS TO W-QTD-MUD.
           MOVE W-CHAPA TO CAR-CHAPA.
           MOVE ZEROS TO CAR-SEQ.
           START ARQCARR KEY IS NOT LESS THAN CAR-KEY
               INVALID KEY
               GO TO CARREGA-MUDANCAS-2.
       CARREGA-MUDANCAS-1.
           READ ARQCARR NEXT
               AT END
               GO TO CARREGA-MUDANCAS-2.
           IF CAR-CHAPA NOT = W-CHAPA
               GO TO CARREGA-MUDANCAS-2.
           MOVE CAR-DATA TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD            TO WM-DATA.
           MOVE CAR-DE-CODCARG   TO WM-DE-CARGO.
           MOVE CAR-PARA-CODCARG TO WM-PARA-CARGO.
           MOVE ZEROS TO WM-DE-DEPTO WM-PARA-DEPTO.
           PERFORM INSERE-MUDANCA THRU FIM-INSERE-MUDANCA.
           GO TO CARREGA-MUDANCAS-1.
       CARREGA-MUDANCAS-2.
           MOVE W-CHAPA TO MOV-CHAPA.
           MOVE ZEROS TO MOV-SEQ.
           START ARQMOVIM KEY IS NOT LESS THAN MOV-KEY
               INVALID KEY
               GO TO CARREGA-MUDANCAS-4.
       CARREGA-MUDANCAS-3.
           READ ARQMOVIM NEXT
               AT END
               GO TO CARREGA-MUDANCAS-4.
           IF MOV-CHAPA NOT = W-CHAPA
               GO TO CARREGA-MUDANCAS-4.
           MOVE MOV-DATA TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD            TO WM-DATA.
           MOVE MOV-DE-CODCARG   TO WM-DE-CARGO.
           MOVE MOV-PARA-CODCARG TO WM-PARA-CARGO.
           MOVE MOV-DE-CODPTO    TO WM-DE-DEPTO.
           MOVE MOV-PARA-CODPTO  TO WM-PARA-DEPTO.
           PERFORM INSERE-MUDANCA THRU FIM-INSERE-MUDANCA.
           GO TO CARREGA-MUDANCAS-3.
       CARREGA-MUDANCAS-4.
           MOVE "00" TO ST-AUX.
      *    CARGO E SETOR DO INICIO: O "DE" DA TROCA MAIS ANTIGA; SEM
      *    TROCAS, O CARGO E O SETOR ATUAIS.
           MOVE CODCARG TO W-CARGO-INI.
           MOVE CODPTO  TO W-DEPTO-INI.
           PERFORM ACHA-INICIAL
               VARYING W-I FROM W-QTD-MUD BY -1 UNTIL W-I < 1.
       FIM-CARREGA-MUDANCAS.
           CONTINUE.

       ACHA-INICIAL.
           IF MT-DE-CARGO (W-I) NOT = ZEROS
               MOVE MT-DE-CARGO (W-I) TO W-CARGO-INI.
           IF MT-DE-DEPTO (W-I) NOT = ZEROS
               MOVE MT-DE-DEPTO (W-I) TO W-DEPTO-INI.

      *    INSERCAO ORDENADA POR DATA; NA MESMA DATA MANTEM A ORDEM
      *    DE LEITURA.
       INSERE-MUDANCA.
           IF W-QTD-MUD = 200
               GO TO FIM-INSERE-MUDANCA.
           MOVE W-QTD-MUD TO W-J.
       INSERE-MUDANCA-1.
           IF W-J = ZEROS
               GO TO INSERE-MUDANCA-2.
           IF MT-DATA (W-J) NOT > WM-DATA
               GO TO INSERE-MUDANCA-2.
           COMPUTE W-I = W-J + 1.
           MOVE MT-ITEM (W-J) TO MT-ITEM (W-I).
           SUBTRACT 1 FROM W-J.
           GO TO INSERE-MUDANCA-1.
       INSERE-MUDANCA-2.
           COMPUTE W-I = W-J + 1.
           MOVE W-MUD TO MT-ITEM (W-I).
           ADD 1 TO W-QTD-MUD.
       FIM-INSERE-MUDANCA.
           CONTINUE.

      *---------------[ CABECALHO ]-------------------------------------
       EMITE-CABECALHO.
           MOVE ZEROS TO W-QTD-LIN.
           MOVE SPACES TO RAZAOSOCIAL.
           MOVE ZEROS TO CNPJ.
           MOVE CODEMPRESA TO CODEMPR.
           READ ARQEMPR
           IF ST-AUX NOT = "00"
               MOVE SPACES TO RAZAOSOCIAL
               MOVE ZEROS TO CNPJ.
           MOVE "00" TO ST-AUX.
           MOVE W-HOJE TO W-AMD.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO C1-DATA.
           MOVE RAZAOSOCIAL TO C2-RAZAO.
           MOVE CNPJ TO C2-CNPJ.
           MOVE NOME TO C3-NOME.
           MOVE CHAPA TO C3-CHAPA.
           MOVE DATANASC TO W-DMA.
           PERFORM DMA-PARA-AMD.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO C3-NASC.
           MOVE CPF TO C4-CPF.
           MOVE PIS TO C4-PIS.
           MOVE SEXO TO C4-SEXO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB4.
           MOVE CHAPA TO L0-CHAPA.
           MOVE CPF TO L0-CPF.
           MOVE PIS TO L0-PIS.
           MOVE NOME TO L0-NOME.
           MOVE CNPJ TO L0-CNPJ.
           MOVE W-HOJE TO L0-DATA.
           WRITE ARQTXA FROM LA00.
           ADD 1 TO W-QTD-LIN.
       FIM-EMITE-CABECALHO.
           CONTINUE.

      *---------------[ SECAO I - VINCULOS ]----------------------------
       EMITE-VINCULOS.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "SECAO I - VINCULOS COM A EMPRESA" TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           PERFORM EMITE-VINCULO
               VARYING W-V FROM 1 BY 1 UNTIL W-V > W-QTD-VINC.
       FIM-EMITE-VINCULOS.
           CONTINUE.

       EMITE-VINCULO.
           MOVE VT-ADM (W-V) TO W-AMD L1-ADM.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LV-ADM.
           MOVE VT-DESL (W-V) TO W-AMD L1-DESL.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LV-DESL.
           IF VT-DESL (W-V) = ZEROS
               MOVE "ATUAL" TO LV-DESL.
           WRITE ARQTX FROM LINVINC.
           WRITE ARQTXA FROM LA01.
           ADD 1 TO W-QTD-LIN.

      *---------------[ SECAO II - PERIODOS DE EXPOSICAO ]--------------
       EMITE-PERIODOS.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "SECAO II - EXPOSICAO A FATORES DE RISCO POR PERIODO"
                                                          TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-PER.
           MOVE 1 TO W-V.
       EMITE-PERIODOS-1.
           IF W-V > W-QTD-VINC
               GO TO FIM-EMITE-PERIODOS.
      *    SITUACAO NA ADMISSAO: APLICA AS TROCAS ATE ESSA DATA.
           MOVE W-CARGO-INI TO W-CARGO.
           MOVE W-DEPTO-INI TO W-DEPTO.
           MOVE VT-ADM (W-V) TO W-PER-INI.
           MOVE VT-DESL (W-V) TO W-PER-LIM.
           PERFORM APLICA-ANTERIOR
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-MUD.
           PERFORM QUEBRA-PERIODO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-MUD.
           MOVE W-PER-LIM TO W-PER-FIM.
           PERFORM EMITE-PERIODO THRU FIM-EMITE-PERIODO.
           ADD 1 TO W-V.
           GO TO EMITE-PERIODOS-1.
       FIM-EMITE-PERIODOS.
           CONTINUE.

       APLICA-ANTERIOR.
           IF MT-DATA (W-I) NOT > VT-ADM (W-V)
               PERFORM APLICA-MUDANCA.

      *    TROCA DENTRO DO VINCULO ENCERRA O PERIODO NA VESPERA.
       QUEBRA-PERIODO.
           IF MT-DATA (W-I) NOT > VT-ADM (W-V)
               NEXT SENTENCE
           ELSE
           IF W-PER-LIM NOT = ZEROS AND MT-DATA (W-I) > W-PER-LIM
               NEXT SENTENCE
           ELSE
           IF (MT-PARA-CARGO (W-I) = ZEROS
                   OR MT-PARA-CARGO (W-I) = W-CARGO)
              AND (MT-PARA-DEPTO (W-I) = ZEROS
                   OR MT-PARA-DEPTO (W-I) = W-DEPTO)
               NEXT SENTENCE
           ELSE
           IF MT-DATA (W-I) = W-PER-INI
               PERFORM APLICA-MUDANCA
           ELSE
               MOVE MT-DATA (W-I) TO W-AMD
               PERFORM DIA-ANTERIOR
               MOVE W-AMD TO W-PER-FIM
               PERFORM EMITE-PERIODO THRU FIM-EMITE-PERIODO
               MOVE MT-DATA (W-I) TO W-PER-INI
               PERFORM APLICA-MUDANCA.

       APLICA-MUDANCA.
           IF MT-PARA-CARGO (W-I) NOT = ZEROS
               MOVE MT-PARA-CARGO (W-I) TO W-CARGO.
           IF MT-PARA-DEPTO (W-I) NOT = ZEROS
               MOVE MT-PARA-DEPTO (W-I) TO W-DEPTO.

      *    UM PERIODO: CARGO, SETOR, ADICIONAIS E AGENTES DO CARGO.
       EMITE-PERIODO.
           ADD 1 TO W-QTD-PER.
           MOVE W-CARGO TO CODIGO.
           READ ARQCARG
           IF ST-AUX NOT = "00"
               MOVE "*** CARGO NAO CADASTRADO ***" TO DENOMINACAO
               MOVE "N" TO PERICULOSIDADE
               MOVE ZEROS TO INSALUBRIDADE CBO.
           MOVE W-DEPTO TO CODIGO1.
           READ ARQDEP
           IF ST-AUX NOT = "00"
               MOVE SPACES TO DENOMINACAO-DEP.
           MOVE "00" TO ST-AUX.
           MOVE W-PER-INI TO W-AMD L2-INI.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LP-INI.
           MOVE W-PER-FIM TO W-AMD L2-FIM.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LP-FIM.
           IF W-PER-FIM = ZEROS
               MOVE "ATUAL" TO LP-FIM.
           MOVE W-CARGO TO LP-CARGO L2-CARGO.
           MOVE DENOMINACAO TO LP-DCARGO.
           MOVE W-DEPTO TO LP-DEPTO L2-DEPTO.
           MOVE DENOMINACAO-DEP TO LP-DDEPTO.
           MOVE CBO TO LP-CBO L2-CBO.
           MOVE PERICULOSIDADE TO LP-PERIC L2-PERIC.
           MOVE INSALUBRIDADE TO LP-INSAL L2-INSAL.
           WRITE ARQTX FROM LINPER.
           WRITE ARQTX FROM LINPER2.
           WRITE ARQTX FROM LINPER3.
           MOVE ZEROS TO W-QTD-AGT.
           MOVE W-CARGO TO AGN-CODCARG.
           MOVE ZEROS TO AGN-SEQ.
           START ARQAGNOC KEY IS NOT LESS THAN AGN-KEY
               INVALID KEY
               GO TO EMITE-PERIODO-2.
       EMITE-PERIODO-1.
           READ ARQAGNOC NEXT
               AT END
               GO TO EMITE-PERIODO-2.
           IF AGN-CODCARG NOT = W-CARGO
               GO TO EMITE-PERIODO-2.
           ADD 1 TO W-QTD-AGT.
           MOVE AGN-CODAGENTE TO LA-CODIGO L2-AGENTE.
           MOVE AGN-DESCR     TO LA-DESCR.
           MOVE AGN-INTENS    TO LA-INTENS L2-INTENS.
           MOVE AGN-EPI       TO LA-EPI L2-EPI.
           WRITE ARQTX FROM LINAGT.
           WRITE ARQTXA FROM LA02.
           ADD 1 TO W-QTD-LIN.
           GO TO EMITE-PERIODO-1.
       EMITE-PERIODO-2.
           MOVE "00" TO ST-AUX.
           IF W-QTD-AGT NOT = ZEROS
               GO TO FIM-EMITE-PERIODO.
           MOVE "09.01.001" TO LA-CODIGO L2-AGENTE.
           MOVE "AUSENCIA DE FATOR DE RISCO" TO LA-DESCR.
           MOVE SPACES TO LA-INTENS L2-INTENS.
           MOVE "N" TO LA-EPI L2-EPI.
           WRITE ARQTX FROM LINAGT.
           WRITE ARQTXA FROM LA02.
           ADD 1 TO W-QTD-LIN.
       FIM-EMITE-PERIODO.
           CONTINUE.

      *---------------[ SECAO III - EXAMES MEDICOS ]--------------------
       EMITE-ASO.
           MOVE SPACES TO ARQTX.
           WRITE ARQTX.
           MOVE "SECAO III - EXAMES MEDICOS OCUPACIONAIS (ASO)"
                                                          TO LS-TITULO.
           WRITE ARQTX FROM LINSEC.
           MOVE ZEROS TO W-QTD-ASO.
           MOVE W-CHAPA TO ASO-CHAPA.
           MOVE ZEROS TO ASO-SEQ.
           START ARQASO KEY IS NOT LESS THAN ASO-KEY
               INVALID KEY
               GO TO EMITE-ASO-2.
       EMITE-ASO-1.
           READ ARQASO NEXT
               AT END
               GO TO EMITE-ASO-2.
           IF ASO-CHAPA NOT = W-CHAPA
               GO TO EMITE-ASO-2.
           ADD 1 TO W-QTD-ASO.
           MOVE ASO-DATA TO W-DMA.
           PERFORM DMA-PARA-AMD.
           MOVE W-AMD TO L3-DATA.
           PERFORM EDITA-AMD.
           MOVE W-DATA-ED TO LO-DATA.
           MOVE SPACES TO LO-TIPO.
           IF ASO-TIPO > ZEROS AND ASO-TIPO < 6
               MOVE TB-TIPO-ASO (ASO-TIPO) TO LO-TIPO.
           MOVE "INAPTO" TO LO-RESULT.
           IF ASO-RESULT = "A"
               MOVE "APTO" TO LO-RESULT.
           MOVE ASO-TIPO TO L3-TIPO.
           MOVE ASO-RESULT TO L3-RESULT.
           WRITE ARQTX FROM LINASO.
           WRITE ARQTXA FROM LA03.
           ADD 1 TO W-QTD-LIN.
           GO TO EMITE-ASO-1.
       EMITE-ASO-2.
           MOVE "00" TO ST-AUX.
           IF W-QTD-ASO = ZEROS
               MOVE "    NENHUM EXAME REGISTRADO" TO ARQTX
               WRITE ARQTX.
       FIM-EMITE-ASO.
           CONTINUE.

      *---------------[ ARQUIVOS DE SAIDA DO DIA ]----------------------
       ABRE-SAIDAS.
           OPEN EXTEND TX.
           IF ST-TX NOT = "00"
               OPEN OUTPUT TX.
           IF ST-TX NOT = "00"
               GO TO FIM-ABRE-SAIDAS.
           MOVE "FPP135" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN EXTEND TXA.
           IF ST-TX NOT = "00"
               OPEN OUTPUT TXA.
           IF ST-TX NOT = "00"
               CLOSE TX.
       FIM-ABRE-SAIDAS.
           CONTINUE.

      *---------------[ DATAS ]-----------------------------------------
       DMA-PARA-AMD.
           COMPUTE W-AMD = (W-DMA-ANO * 10000) + (W-DMA-MES * 100)
                           + W-DMA-DIA.

       EDITA-AMD.
           MOVE W-AMD-DIA TO W-ED-DIA.
           MOVE W-AMD-MES TO W-ED-MES.
           MOVE W-AMD-ANO TO W-ED-ANO.

       DIA-ANTERIOR.
           IF W-AMD-DIA > 1
               SUBTRACT 1 FROM W-AMD-DIA
           ELSE
               PERFORM MES-ANTERIOR.

       MES-ANTERIOR.
           IF W-AMD-MES > 1
               SUBTRACT 1 FROM W-AMD-MES
           ELSE
               MOVE 12 TO W-AMD-MES
               SUBTRACT 1 FROM W-AMD-ANO.
           MOVE TB-DIAS-MES (W-AMD-MES) TO W-AMD-DIA.
           IF W-AMD-MES = 2
               DIVIDE W-AMD-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE 29 TO W-AMD-DIA.

      *---------------[ LGPD: LOG DE ACESSO ]--------------------------
      *    O PPP LEVA CPF E NIT COMPLETOS; A EMISSAO FICA NO ARQLGPD
      *    (CONSULTA DO DPO NO FPP103).
       GRAVA-LGPD.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-LGPD
               GO TO GRAVA-LGPD-1.
           OPEN INPUT ARQSESSLG.
           IF ST-LGPD = "00"
               READ ARQSESSLG
               IF ST-LGPD = "00"
                   MOVE SESSLG-USUARIO TO W-USUARIO-LGPD
                   CLOSE ARQSESSLG
               ELSE
                   CLOSE ARQSESSLG.
       GRAVA-LGPD-1.
           OPEN EXTEND ARQLGPD.
           IF ST-LGPD NOT = "00"
               OPEN OUTPUT ARQLGPD.
           MOVE W-USUARIO-LGPD TO LGP-USUARIO.
           ACCEPT LGP-DATA FROM DATE YYYYMMDD.
           ACCEPT LGP-HORA FROM TIME.
           MOVE "FPP135" TO LGP-PROGR.
           MOVE W-CHAPA TO LGP-CHAPA.
           WRITE REGLGPD.
           CLOSE ARQLGPD.
           MOVE "00" TO ST-LGPD.
       FIM-GRAVA-LGPD.
           CONTINUE.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQCARG ARQEMPR ARQVINC ARQCARR ARQMOVIM
                 ARQDEP ARQAGNOC ARQASO.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE
           STOP RUN.
           EXIT PROGRAM.
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
