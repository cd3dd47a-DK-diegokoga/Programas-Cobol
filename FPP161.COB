       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP161.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   VIRADA DE ANO (CHECKLIST E ABERTURA)      *
      ***********************************************
      *----------------------------------------------------------------
      *    ROTINA DE VIRADA DE ANO, RODADA PELA CADEIA NOTURNA (FPP064)
      *    EM DEZEMBRO E JANEIRO OU PELO MENU EM QUALQUER EPOCA:
      *    - ABRE NO ARQCOMP AS 12 COMPETENCIAS DO ANO NOVO DE CADA
      *      EMPRESA ATIVA (ARQEMPR);
      *    - CONFERE SE AS TABELAS DE IRRF, INSS E SALARIO-FAMILIA
      *      TEM VIGENCIA NO ANO NOVO (FPP082);
      *    - ROLA O ORCAMENTO ANUAL DE PESSOAL (ARQORCAM): DEPARTAMENTO
      *      SEM ORCAMENTO NO ANO NOVO RECEBE O DO ANO QUE FECHA, PARA
      *      REVISAO NO FPP094;
      *    - CONFERE OS DADOS DA DIRF/INFORME DO ANO QUE FECHA: MESES
      *      FECHADOS NO FPP048, CNPJ DA EMPRESA, FOLHA DE DEZEMBRO,
      *      13o SALARIO E CPF DE QUEM TEVE RENDIMENTO.
      *    O RESULTADO FICA NO ARQVIRADA: SEM PENDENCIAS O ANO E
      *    LIBERADO (L); COM PENDENCIAS FICA PENDENTE (P) E A PRIMEIRA
      *    FOLHA DE JANEIRO NO FPP015 NAO RODA. A LIBERACAO FORCADA (O)
      *    EXIGE MOTIVO E DUPLO CONTROLE (FPP098).
      *    CHECKLIST NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CONTROLE DA VIRADA DE ANO-------------------
           SELECT ARQVIRADA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS VIR-ANO
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DE EMPRESAS------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODEMPR
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DE COMPETENCIAS--------------------
           SELECT ARQCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COMP-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE FAIXAS DE IRRF-------------------
           SELECT ARQIRRF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE FAIXAS DE INSS-------------------
           SELECT ARQINSS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO SALARIO-FAMILIA--------------
           SELECT ARQSALFAM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ORCAMENTO DE PESSOAL (FPP094)--------------
           SELECT ARQORCAM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ORC-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------RESULTADO DA FOLHA POR FUNCIONARIO----------
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RES-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
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
      *---------------------CHAVE DE EXECUCAO AUTOMATICA---------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
      *---------------------CHECKLIST DA VIRADA------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CONTROLE DA VIRADA DE ANO-------------------
       FD ARQVIRADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIRADA.DAT".
       01 REGVIRADA.
           03 VIR-ANO           PIC 9(04).
           03 VIR-STATUS        PIC X(01).
           03 VIR-PENDENCIAS    PIC 9(04).
           03 VIR-DATA          PIC 9(08).
           03 VIR-HORA          PIC 9(08).
           03 VIR-USUARIO       PIC X(10).
           03 VIR-MOTIVO        PIC X(30).
      *---------------------CADASTRO DE EMPRESAS------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPR         PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS-EMPR     PIC X(01).
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
      *---------------------TABELA DE FAIXAS DE IRRF-------------------
       FD ARQIRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRRF.DAT".
       01 REGIRRF.
           03 CODFAIXA-IRRF   PIC 9(02).
           03 LIMDE-IRRF      PIC 9(06)V99.
           03 LIMATE-IRRF     PIC 9(06)V99.
           03 ALIQ-IRRF       PIC 9V9999.
           03 VIG-IRRF        PIC 9(06).
      *---------------------TABELA DE FAIXAS DE INSS-------------------
       FD ARQINSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINSS.DAT".
       01 REGINSS.
           03 CODFAIXA-INSS   PIC 9(02).
           03 LIMDE-INSS      PIC 9(06)V99.
           03 LIMATE-INSS     PIC 9(06)V99.
           03 ALIQ-INSS       PIC 9V9999.
           03 VIG-INSS        PIC 9(06).
      *---------------------PARAMETROS DO SALARIO-FAMILIA--------------
       FD ARQSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALFAM.DAT".
       01 REGSALFAM.
           03 SF-LIMITE-RENDA     PIC 9(06)V99.
           03 SF-VALOR-QUOTA      PIC 9(04)V99.
           03 SF-IDADE-LIMITE     PIC 9(02).
           03 SF-VIGENCIA         PIC 9(06).
      *---------------------ORCAMENTO DE PESSOAL (FPP094)--------------
       FD ARQORCAM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQORCAM.DAT".
       01 REGORCAM.
           03 ORC-KEY.
            05 ORC-CODPTO         PIC 9(03).
            05 ORC-ANO            PIC 9(04).
            05 ORC-MES            PIC 9(02).
           03 ORC-VALOR           PIC 9(10)V99.
      *---------------------RESULTADO DA FOLHA POR FUNCIONARIO----------
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
      *---------------------CHAVE DE EXECUCAO AUTOMATICA---------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
      *---------------------CHECKLIST DA VIRADA------------------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX           PIC X(100).
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
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 ST-AUTO         PIC X(02) VALUE "00".
       01 W-AUTO          PIC X(01) VALUE "N".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR      PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX     PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC      PIC X(10) VALUE SPACES.
       01 W-DC-CONF       PIC X(10) VALUE SPACES.
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-ANO-ANT       PIC 9(04) VALUE ZEROS.
       01 W-ACAO          PIC X(01) VALUE "C".
       01 W-MOTIVO        PIC X(30) VALUE SPACES.
       01 W-NOVO-VIR      PIC X(01) VALUE "N".
       01 W-TEM-COMP      PIC X(01) VALUE "N".
       01 W-TEM-ORCAM     PIC X(01) VALUE "N".
       01 W-TEM-FUNC      PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-TEM-DEZ       PIC X(01) VALUE "N".
       01 W-TEM-13        PIC X(01) VALUE "N".
       01 W-TEM-REND      PIC X(01) VALUE "N".
       01 W-MES           PIC 9(02) VALUE ZEROS.
       01 W-COMP          PIC 9(06) VALUE ZEROS.
       01 W-VIG-ANO       PIC 9(04) VALUE ZEROS.
       01 W-RES-ANO       PIC 9(04) VALUE ZEROS.
       01 W-ULT-CHAPA     PIC 9(06) VALUE ZEROS.
       01 W-QTD-EMPR      PIC 9(03) VALUE ZEROS.
       01 W-QTD-ABERTAS   PIC 9(02) VALUE ZEROS.
       01 W-QTD-NFECH     PIC 9(02) VALUE ZEROS.
       01 W-PEND          PIC 9(04) VALUE ZEROS.
       01 W-QTD-OK        PIC 9(04) VALUE ZEROS.
       01 W-QTD-FEITO     PIC 9(04) VALUE ZEROS.
       01 W-QTD-CPF       PIC 9(05) VALUE ZEROS.
       01 W-I             PIC 9(04) VALUE ZEROS.
       01 W-QTD-OC        PIC 9(04) VALUE ZEROS.
       01 W-QTD-ROLADOS   PIC 9(03) VALUE ZEROS.
       01 W-ED-QTD        PIC ZZ9.
       01 W-ED-QTD5       PIC ZZ.ZZ9.
       01 W-TEXTO         PIC X(80) VALUE SPACES.
       01 W-SIT           PIC X(05) VALUE SPACES.
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
      *    DEPARTAMENTOS DO ORCAMENTO: N=SEM ORCAMENTO NO ANO NOVO,
      *    S=JA TEM, C=COPIADO DO ANO QUE FECHA NESTA EXECUCAO.
       01 TAB-DEP-ORC.
           03 TD-FLAG       PIC X(01) OCCURS 999 TIMES.
       01 TAB-ORC-ANT.
           03 TOA-ITEM      OCCURS 3000 TIMES.
               05 TOA-CODPTO   PIC 9(03).
               05 TOA-MES      PIC 9(02).
               05 TOA-VALOR    PIC 9(10)V99.
      *-----------------------------------------------------------------
       01  LINSEP.
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(28) VALUE
           "VIRADA DE ANO - CHECKLIST - ".
           05  C1-ANO      PIC 9(04) VALUE ZEROS.
           05  FILLER      PIC X(47) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CABSEC.
           05  CS-TEXTO    PIC X(80) VALUE SPACES.
       01  LINITEM.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE "[".
           05  LI-SIT      PIC X(05) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE "] ".
           05  LI-TEXTO    PIC X(80) VALUE SPACES.
       01  LINTOT.
           05  FILLER      PIC X(11) VALUE "ITENS OK: ".
           05  LT-OK       PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(18) VALUE "   EXECUTADOS: ".
           05  LT-FEITO    PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(18) VALUE "   PENDENCIAS: ".
           05  LT-PEND     PIC Z.ZZ9 VALUE ZEROS.
       01  LINSIT.
           05  FILLER      PIC X(17) VALUE "SITUACAO DO ANO: ".
           05  LS-TEXTO    PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** VIRADA DE ANO - CHECKLIST E AB".
           05  LINE 02  COLUMN 41
               VALUE  "ERTURA ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            ANO NOVO (AA".
           05  LINE 06  COLUMN 41
               VALUE  "AA)                :".
           05  LINE 08  COLUMN 01
               VALUE  "                            ACAO (C=CHEC".
           05  LINE 08  COLUMN 41
               VALUE  "KLIST L=LIBERAR)   :".
           05  LINE 10  COLUMN 01
               VALUE  "                            MOTIVO DA LI".
           05  LINE 10  COLUMN 41
               VALUE  "BERACAO:".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXECUC".
           05  LINE 12  COLUMN 41
               VALUE  "AO (S/N)           :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TANO
               LINE 06  COLUMN 62  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TACAO
               LINE 08  COLUMN 62  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TMOTIVO
               LINE 10  COLUMN 50  PIC X(30)
               USING  W-MOTIVO
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
      *    EM DEZEMBRO A VIRADA PREPARA O ANO SEGUINTE; NOS DEMAIS
      *    MESES, O ANO CORRENTE.
                MOVE W-HOJE-ANO TO W-ANO
                IF W-HOJE-MES = 12
                   ADD 1 TO W-ANO.
                DISPLAY TELA.
                PERFORM CHECA-AUTO THRU CHECA-AUTO-FIM
                IF W-AUTO = "S"
                   MOVE "C" TO W-ACAO
                   IF W-HOJE-MES = 12 OR W-HOJE-MES = 01
                      GO TO INC-OP0
                   ELSE
                      GO TO ROT-FIM.
       INC-OPA.
                ACCEPT TANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                IF W-ANO < 1990 OR W-ANO > 2099
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPA.
                IF W-ACAO = "c"
                   MOVE "C" TO W-ACAO.
                IF W-ACAO = "l"
                   MOVE "L" TO W-ACAO.
                IF W-ACAO NOT = "C" AND W-ACAO NOT = "L"
                   MOVE "*** DIGITE C=CHECKLIST  L=LIBERAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
                IF W-ACAO = "C"
                   MOVE SPACES TO W-MOTIVO
                   DISPLAY TMOTIVO
                   GO TO INC-OPC.
       INC-OPM.
                ACCEPT TMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPB.
                IF W-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DA LIBERACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPM.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           COMPUTE W-ANO-ANT = W-ANO - 1.
           PERFORM LE-USUARIO-DC THRU FIM-LE-USUARIO-DC.
           OPEN I-O ARQVIRADA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               OPEN OUTPUT ARQVIRADA
               CLOSE ARQVIRADA
               OPEN I-O ARQVIRADA.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO CONTROLE DA VIRADA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "N" TO W-NOVO-VIR.
           MOVE W-ANO TO VIR-ANO.
           READ ARQVIRADA
               INVALID KEY
               MOVE "S"    TO W-NOVO-VIR
               MOVE W-ANO  TO VIR-ANO
               MOVE "P"    TO VIR-STATUS
               MOVE ZEROS  TO VIR-PENDENCIAS VIR-DATA VIR-HORA
               MOVE SPACES TO VIR-USUARIO VIR-MOTIVO.
           MOVE "00" TO ST-ERRO.
      *    NA CADEIA NOTURNA O ANO JA LIBERADO NAO E REPROCESSADO.
           IF W-AUTO = "S"
              AND (VIR-STATUS = "L" OR VIR-STATUS = "O")
               CLOSE ARQVIRADA
               GO TO ROT-FIM.
           IF W-ACAO = "L"
               GO TO LIBERA.
      *
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ARQVIRADA
                   GO TO ROT-FIM.
           MOVE "FPP161" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           MOVE W-DATA-ED  TO C1-DATA.
           MOVE W-ANO      TO C1-ANO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-PEND W-QTD-OK W-QTD-FEITO.
           PERFORM CHECA-EMPRESAS THRU FIM-CHECA-EMPRESAS.
           PERFORM CHECA-TABELAS THRU FIM-CHECA-TABELAS.
           PERFORM ROLA-ORCAMENTO THRU FIM-ROLA-ORCAMENTO.
           PERFORM CHECA-DIRF THRU FIM-CHECA-DIRF.
      *---------------[ SITUACAO DO ANO NOVO ]--------------------------
           MOVE W-PEND TO VIR-PENDENCIAS.
           ACCEPT VIR-DATA FROM DATE YYYYMMDD.
           ACCEPT VIR-HORA FROM TIME.
           IF W-PEND = ZEROS
               MOVE "L" TO VIR-STATUS
               MOVE "LIBERADO - CHECKLIST SEM PENDENCIAS" TO LS-TEXTO
           ELSE
               IF VIR-STATUS = "O"
                   MOVE "LIBERADO POR DUPLO CONTROLE (COM PENDENCIAS)"
                                                        TO LS-TEXTO
               ELSE
                   MOVE "P" TO VIR-STATUS
                   MOVE "PENDENTE - 1a FOLHA DE JANEIRO BLOQUEADA"
                                                        TO LS-TEXTO.
           IF W-NOVO-VIR = "S"
               WRITE REGVIRADA
           ELSE
               REWRITE REGVIRADA.
           CLOSE ARQVIRADA.
           MOVE W-QTD-OK    TO LT-OK.
           MOVE W-QTD-FEITO TO LT-FEITO.
           MOVE W-PEND      TO LT-PEND.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM LINTOT.
           WRITE ARQTX FROM LINSIT.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           IF W-PEND = ZEROS
               MOVE "*** VIRADA CONCLUIDA - ANO LIBERADO ***" TO MENS
           ELSE
               MOVE "* VIRADA COM PENDENCIAS - VEJA O ARQUIVO105 *"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      *---------[ LIBERACAO FORCADA COM DUPLO CONTROLE ]----------------
       LIBERA.
           IF VIR-STATUS = "L" OR VIR-STATUS = "O"
               MOVE "*** ANO JA LIBERADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQVIRADA
               GO TO ROT-FIM.
           MOVE ZEROS TO W-DC-PARAM1.
           MOVE W-ANO TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "LIBERA VIRADA " W-ANO " " W-MOTIVO
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
               MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQVIRADA
               GO TO ROT-FIM.
           MOVE "O"          TO VIR-STATUS.
           MOVE W-USUARIO-DC TO VIR-USUARIO.
           MOVE W-MOTIVO     TO VIR-MOTIVO.
           ACCEPT VIR-DATA FROM DATE YYYYMMDD.
           ACCEPT VIR-HORA FROM TIME.
           IF W-NOVO-VIR = "S"
               WRITE REGVIRADA
           ELSE
               REWRITE REGVIRADA.
           CLOSE ARQVIRADA.
           MOVE "*** ANO LIBERADO POR DUPLO CONTROLE ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      *---------[ EMPRESAS: ABERTURA E FECHAMENTO DE COMPETENCIAS ]-----
      *    PARA CADA EMPRESA ATIVA: ABRE (A) AS COMPETENCIAS DO ANO NOVO
      *    QUE AINDA NAO EXISTEM NO ARQCOMP, CONFERE SE OS 12 MESES DO
      *    ANO QUE FECHA ESTAO FECHADOS (F) E SE HA CNPJ PARA A DIRF.
       CHECA-EMPRESAS.
           MOVE "COMPETENCIAS POR EMPRESA (FPP048)" TO CS-TEXTO.
           PERFORM GRAVA-SECAO THRU FIM-GRAVA-SECAO.
           MOVE ZEROS TO W-QTD-EMPR.
           MOVE "N" TO W-TEM-COMP.
           OPEN I-O ARQCOMP
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               OPEN OUTPUT ARQCOMP
               CLOSE ARQCOMP
               OPEN I-O ARQCOMP.
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-COMP.
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               GO TO CHECA-EMPRESAS-9.
       CHECA-EMPRESAS-1.
           READ ARQEMPR NEXT
               AT END
               GO TO CHECA-EMPRESAS-8.
           IF STATUS-EMPR NOT = "A"
               GO TO CHECA-EMPRESAS-1.
           ADD 1 TO W-QTD-EMPR.
           PERFORM TRATA-EMPRESA THRU FIM-TRATA-EMPRESA.
           GO TO CHECA-EMPRESAS-1.
       CHECA-EMPRESAS-8.
           CLOSE ARQEMPR.
       CHECA-EMPRESAS-9.
           IF W-TEM-COMP = "S"
               CLOSE ARQCOMP.
           MOVE "00" TO ST-ERRO.
           IF W-QTD-EMPR = ZEROS
               MOVE "NENHUMA EMPRESA ATIVA CADASTRADA (FPP032)"
                                                          TO W-TEXTO
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND.
       FIM-CHECA-EMPRESAS.
           EXIT.

       TRATA-EMPRESA.
           IF CNPJ = ZEROS
               MOVE SPACES TO W-TEXTO
               STRING "EMPRESA " CODEMPR " SEM CNPJ PARA A DIRF"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND.
           IF W-TEM-COMP NOT = "S"
               MOVE "ERRO NA ABERTURA DO ARQCOMP" TO W-TEXTO
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND
               GO TO FIM-TRATA-EMPRESA.
           MOVE ZEROS TO W-MES W-QTD-ABERTAS W-QTD-NFECH.
       TRATA-EMPRESA-1.
           ADD 1 TO W-MES.
           IF W-MES > 12
               GO TO TRATA-EMPRESA-2.
           MOVE CODEMPR TO COMP-CODEMPRESA.
           COMPUTE COMP-COMPETENCIA = (W-ANO * 100) + W-MES.
           READ ARQCOMP
               INVALID KEY
               PERFORM ABRE-COMPETENCIA THRU FIM-ABRE-COMPETENCIA.
           MOVE CODEMPR TO COMP-CODEMPRESA.
           COMPUTE COMP-COMPETENCIA = (W-ANO-ANT * 100) + W-MES.
           READ ARQCOMP
               INVALID KEY
               MOVE SPACES TO COMP-STATUS.
           IF COMP-STATUS NOT = "F"
               ADD 1 TO W-QTD-NFECH.
           GO TO TRATA-EMPRESA-1.
       TRATA-EMPRESA-2.
           MOVE "00" TO ST-ERRO.
           MOVE SPACES TO W-TEXTO.
           IF W-QTD-ABERTAS = ZEROS
               STRING "EMPRESA " CODEMPR ": COMPETENCIAS DE " W-ANO
                      " JA ABERTAS"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK
           ELSE
               MOVE W-QTD-ABERTAS TO W-ED-QTD
               STRING "EMPRESA " CODEMPR ": " W-ED-QTD
                      " COMPETENCIAS DE " W-ANO " ABERTAS"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-FEITO THRU FIM-GRAVA-FEITO.
           MOVE SPACES TO W-TEXTO.
           IF W-QTD-NFECH = ZEROS
               STRING "EMPRESA " CODEMPR ": 12 MESES DE " W-ANO-ANT
                      " FECHADOS"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK
           ELSE
               MOVE W-QTD-NFECH TO W-ED-QTD
               STRING "EMPRESA " CODEMPR ": " W-ED-QTD
                      " COMPETENCIAS DE " W-ANO-ANT " NAO FECHADAS"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND.
       FIM-TRATA-EMPRESA.
           EXIT.

       ABRE-COMPETENCIA.
           MOVE CODEMPR TO COMP-CODEMPRESA.
           COMPUTE COMP-COMPETENCIA = (W-ANO * 100) + W-MES.
           MOVE "A"          TO COMP-STATUS.
           MOVE W-USUARIO-DC TO COMP-USUARIO.
           MOVE W-HOJE       TO COMP-DATA.
           MOVE "ABERTURA NA VIRADA DE ANO" TO COMP-MOTIVO.
           WRITE REGCOMP.
           IF ST-ERRO = "00"
               ADD 1 TO W-QTD-ABERTAS.
       FIM-ABRE-COMPETENCIA.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ VIGENCIAS DAS TABELAS LEGAIS NO ANO NOVO ]------------
       CHECA-TABELAS.
           MOVE "TABELAS LEGAIS COM VIGENCIA NO ANO NOVO (FPP082)"
                                                          TO CS-TEXTO.
           PERFORM GRAVA-SECAO THRU FIM-GRAVA-SECAO.
           MOVE "N" TO W-ACHOU.
           OPEN INPUT ARQIRRF.
           IF ST-ERRO NOT = "00"
               GO TO CHECA-TABELAS-2.
       CHECA-TABELAS-1.
           READ ARQIRRF
               AT END
               CLOSE ARQIRRF
               GO TO CHECA-TABELAS-2.
           IF VIG-IRRF NOT NUMERIC
               GO TO CHECA-TABELAS-1.
           COMPUTE W-VIG-ANO = VIG-IRRF / 100.
           IF W-VIG-ANO = W-ANO
               MOVE "S" TO W-ACHOU.
           GO TO CHECA-TABELAS-1.
       CHECA-TABELAS-2.
           MOVE SPACES TO W-TEXTO.
           STRING "TABELA DE IRRF COM VIGENCIA EM " W-ANO
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-SIM-NAO THRU FIM-GRAVA-SIM-NAO.
           MOVE "N" TO W-ACHOU.
           OPEN INPUT ARQINSS.
           IF ST-ERRO NOT = "00"
               GO TO CHECA-TABELAS-4.
       CHECA-TABELAS-3.
           READ ARQINSS
               AT END
               CLOSE ARQINSS
               GO TO CHECA-TABELAS-4.
           IF VIG-INSS NOT NUMERIC
               GO TO CHECA-TABELAS-3.
           COMPUTE W-VIG-ANO = VIG-INSS / 100.
           IF W-VIG-ANO = W-ANO
               MOVE "S" TO W-ACHOU.
           GO TO CHECA-TABELAS-3.
       CHECA-TABELAS-4.
           MOVE SPACES TO W-TEXTO.
           STRING "TABELA DE INSS COM VIGENCIA EM " W-ANO
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-SIM-NAO THRU FIM-GRAVA-SIM-NAO.
           MOVE "N" TO W-ACHOU.
           OPEN INPUT ARQSALFAM.
           IF ST-ERRO NOT = "00"
               GO TO CHECA-TABELAS-5.
       CHECA-TABELAS-4A.
           READ ARQSALFAM
               AT END
               CLOSE ARQSALFAM
               GO TO CHECA-TABELAS-5.
           IF SF-VIGENCIA NOT NUMERIC
               GO TO CHECA-TABELAS-4A.
           COMPUTE W-VIG-ANO = SF-VIGENCIA / 100.
           IF W-VIG-ANO = W-ANO
               MOVE "S" TO W-ACHOU.
           GO TO CHECA-TABELAS-4A.
       CHECA-TABELAS-5.
           MOVE "00" TO ST-ERRO.
           MOVE SPACES TO W-TEXTO.
           STRING "SALARIO-FAMILIA COM VIGENCIA EM " W-ANO
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-SIM-NAO THRU FIM-GRAVA-SIM-NAO.
       FIM-CHECA-TABELAS.
           EXIT.
      *
      *---------[ ORCAMENTO ANUAL DE PESSOAL ]--------------------------
      *    O ARQORCAM E O UNICO ACUMULADOR GRAVADO POR ANO; OS DEMAIS
      *    TOTAIS ANUAIS (DIRF, INFORME, PLR NO ANO) SAO SOMADOS DO
      *    ARQRESUL PELA COMPETENCIA E NAO PRECISAM SER ZERADOS.
       ROLA-ORCAMENTO.
           MOVE "ORCAMENTO ANUAL DE PESSOAL (FPP094)" TO CS-TEXTO.
           PERFORM GRAVA-SECAO THRU FIM-GRAVA-SECAO.
           MOVE ZEROS TO W-QTD-OC W-QTD-ROLADOS.
           MOVE ALL "N" TO TAB-DEP-ORC.
           OPEN I-O ARQORCAM
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               MOVE "SEM ORCAMENTO CADASTRADO - NADA A ROLAR" TO W-TEXTO
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK
               GO TO FIM-ROLA-ORCAMENTO.
           MOVE ZEROS TO ORC-CODPTO ORC-ANO ORC-MES.
           START ARQORCAM KEY IS NOT LESS THAN ORC-KEY
               INVALID KEY
               GO TO ROLA-ORCAMENTO-2.
       ROLA-ORCAMENTO-1.
           READ ARQORCAM NEXT
               AT END
               GO TO ROLA-ORCAMENTO-2.
           IF ORC-CODPTO = ZEROS
               GO TO ROLA-ORCAMENTO-1.
           IF ORC-ANO = W-ANO
               MOVE "S" TO TD-FLAG(ORC-CODPTO)
               GO TO ROLA-ORCAMENTO-1.
           IF ORC-ANO NOT = W-ANO-ANT OR W-QTD-OC NOT < 3000
               GO TO ROLA-ORCAMENTO-1.
           ADD 1 TO W-QTD-OC.
           MOVE ORC-CODPTO TO TOA-CODPTO(W-QTD-OC).
           MOVE ORC-MES    TO TOA-MES(W-QTD-OC).
           MOVE ORC-VALOR  TO TOA-VALOR(W-QTD-OC).
           GO TO ROLA-ORCAMENTO-1.
       ROLA-ORCAMENTO-2.
           MOVE ZEROS TO W-I.
       ROLA-ORCAMENTO-3.
           ADD 1 TO W-I.
           IF W-I > W-QTD-OC
               GO TO ROLA-ORCAMENTO-4.
           IF TD-FLAG(TOA-CODPTO(W-I)) = "S"
               GO TO ROLA-ORCAMENTO-3.
           IF TD-FLAG(TOA-CODPTO(W-I)) = "N"
               MOVE "C" TO TD-FLAG(TOA-CODPTO(W-I))
               ADD 1 TO W-QTD-ROLADOS.
           MOVE TOA-CODPTO(W-I) TO ORC-CODPTO.
           MOVE W-ANO           TO ORC-ANO.
           MOVE TOA-MES(W-I)    TO ORC-MES.
           MOVE TOA-VALOR(W-I)  TO ORC-VALOR.
           WRITE REGORCAM.
           GO TO ROLA-ORCAMENTO-3.
       ROLA-ORCAMENTO-4.
           CLOSE ARQORCAM.
           MOVE "00" TO ST-ERRO.
           MOVE SPACES TO W-TEXTO.
           IF W-QTD-ROLADOS = ZEROS
               STRING "NENHUM DEPARTAMENTO SEM ORCAMENTO EM " W-ANO
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK
           ELSE
               MOVE W-QTD-ROLADOS TO W-ED-QTD
               STRING "ORCAMENTO DE " W-ANO-ANT " COPIADO PARA " W-ANO
                      " EM " W-ED-QTD " DEPARTAMENTOS - REVISE"
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-FEITO THRU FIM-GRAVA-FEITO.
       FIM-ROLA-ORCAMENTO.
           EXIT.
      *
      *---------[ DADOS DA DIRF E DO INFORME DO ANO QUE FECHA ]---------
       CHECA-DIRF.
           MOVE SPACES TO CS-TEXTO.
           STRING "DIRF E INFORME DE RENDIMENTOS DO ANO " W-ANO-ANT
                  " (FPP108/FPP040)"
                  DELIMITED BY SIZE INTO CS-TEXTO.
           PERFORM GRAVA-SECAO THRU FIM-GRAVA-SECAO.
           MOVE "N" TO W-TEM-DEZ W-TEM-13 W-TEM-REND W-TEM-FUNC.
           MOVE ZEROS TO W-ULT-CHAPA W-QTD-CPF.
           OPEN INPUT ARQFUNC
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-FUNC.
           OPEN INPUT ARQRESUL
           IF ST-ERRO NOT = "00"
               GO TO CHECA-DIRF-8.
       CHECA-DIRF-1.
           READ ARQRESUL NEXT
               AT END
               GO TO CHECA-DIRF-7.
           COMPUTE W-RES-ANO = RES-COMPETENCIA / 100.
           IF W-RES-ANO NOT = W-ANO-ANT
               GO TO CHECA-DIRF-1.
           MOVE "S" TO W-TEM-REND.
           COMPUTE W-COMP = (W-ANO-ANT * 100) + 12.
           IF RES-TIPO = "FO" AND RES-COMPETENCIA = W-COMP
               MOVE "S" TO W-TEM-DEZ.
           IF RES-TIPO = "13"
               MOVE "S" TO W-TEM-13.
           IF RES-CHAPA = W-ULT-CHAPA
               GO TO CHECA-DIRF-1.
           MOVE RES-CHAPA TO W-ULT-CHAPA.
           PERFORM CHECA-CPF THRU FIM-CHECA-CPF.
           GO TO CHECA-DIRF-1.
       CHECA-DIRF-7.
           CLOSE ARQRESUL.
       CHECA-DIRF-8.
           IF W-TEM-FUNC = "S"
               CLOSE ARQFUNC.
           MOVE "00" TO ST-ERRO.
           IF W-TEM-REND NOT = "S"
               MOVE SPACES TO W-TEXTO
               STRING "NENHUM RESULTADO DE FOLHA EM " W-ANO-ANT
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND
               GO TO FIM-CHECA-DIRF.
           MOVE "S" TO W-ACHOU.
           IF W-TEM-DEZ NOT = "S"
               MOVE "N" TO W-ACHOU.
           MOVE SPACES TO W-TEXTO.
           STRING "FOLHA DE DEZEMBRO/" W-ANO-ANT " CALCULADA (FPP015)"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-SIM-NAO THRU FIM-GRAVA-SIM-NAO.
           MOVE W-TEM-13 TO W-ACHOU.
           MOVE SPACES TO W-TEXTO.
           STRING "13o SALARIO DE " W-ANO-ANT " CALCULADO (FPP024)"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-SIM-NAO THRU FIM-GRAVA-SIM-NAO.
           IF W-QTD-CPF = ZEROS
               MOVE SPACES TO W-TEXTO
               STRING "CPF INFORMADO PARA TODOS OS BENEFICIARIOS DE "
                      W-ANO-ANT
                      DELIMITED BY SIZE INTO W-TEXTO
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK.
       FIM-CHECA-DIRF.
           EXIT.

       CHECA-CPF.
           IF W-TEM-FUNC NOT = "S"
               GO TO FIM-CHECA-CPF.
           MOVE RES-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE ZEROS TO CPF.
           IF CPF NOT = ZEROS
               GO TO FIM-CHECA-CPF.
           ADD 1 TO W-QTD-CPF.
           MOVE SPACES TO W-TEXTO.
           STRING "CHAPA " RES-CHAPA " COM RENDIMENTO EM " W-ANO-ANT
                  " SEM CPF (FPP004)"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND.
       FIM-CHECA-CPF.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ LINHAS DO CHECKLIST ]---------------------------------
       GRAVA-SECAO.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM CABSEC.
       FIM-GRAVA-SECAO.
           EXIT.

       GRAVA-SIM-NAO.
           IF W-ACHOU = "S"
               PERFORM GRAVA-OK THRU FIM-GRAVA-OK
           ELSE
               PERFORM GRAVA-PEND THRU FIM-GRAVA-PEND.
       FIM-GRAVA-SIM-NAO.
           EXIT.

       GRAVA-OK.
           MOVE "OK"  TO LI-SIT.
           ADD 1 TO W-QTD-OK.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-GRAVA-OK.
           EXIT.

       GRAVA-FEITO.
           MOVE "FEITO" TO LI-SIT.
           ADD 1 TO W-QTD-FEITO.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-GRAVA-FEITO.
           EXIT.

       GRAVA-PEND.
           MOVE "PEND" TO LI-SIT.
           ADD 1 TO W-PEND.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-GRAVA-PEND.
           EXIT.

       GRAVA-LINHA.
           MOVE W-TEXTO TO LI-TEXTO.
           WRITE ARQTX FROM LINITEM.
       FIM-GRAVA-LINHA.
           EXIT.

      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]--------------
      *    A ACAO SO EXECUTA SE EXISTIR UMA SOLICITACAO APROVADA POR
      *    OUTRO USUARIO ADMIN (FPP098) COM OS MESMOS PARAMETROS;
      *    SENAO A SOLICITACAO E REGISTRADA COMO PENDENTE E O
      *    PROGRAMA ENCERRA SEM ALTERAR NADA.
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
           IF PAC-PROGR = "FPP161"
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
           MOVE "FPP161" TO PAC-PROGR.
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
           MOVE "FPP161" TO LGD-ARQUIVO.
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
                DISPLAY (01, 01) ERASE.
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
