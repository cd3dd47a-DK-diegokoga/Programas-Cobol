       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP160.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   ESTORNO DE FOLHA PROCESSADA               *
      ***********************************************
      *----------------------------------------------------------------
      *    DESFAZ O CALCULO GRAVADO (FPP015) DE UMA COMPETENCIA E TIPO
      *    (FO, FC, PERIODOS Q1/Q2/S1..S4 OU OUTRO TIPO DO ARQRESUL):
      *    EXCLUI O ARQRESUL E A MEMORIA DE CALCULO (ARQRESDET) E
      *    DEVOLVE OS MOVIMENTOS QUE O CALCULO BAIXOU - PARCELA DO
      *    EMPRESTIMO, ADIANTAMENTO, LANCAMENTOS, FALTAS, BANCO DE
      *    HORAS, RETROATIVO E DESCONTOS POSTERGADOS. O PAGAMENTO
      *    AINDA NAO ENVIADO AO BANCO (REJEITADO AGUARDANDO
      *    RE-REMESSA) E CANCELADO; O JA ENVIADO SAI NO RELATORIO
      *    PARA ACERTO MANUAL. COMPETENCIA FECHADA NO FPP048 NAO E
      *    ESTORNADA, E A EXECUCAO EXIGE DUPLO CONTROLE (FPP098).
      *    RELATORIO DO QUE FOI ESTORNADO NO ARQUIVO105.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------RESULTADO DA FOLHA POR FUNCIONARIO----------
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
      *---------------------CONTROLE DE COMPETENCIAS--------------------
           SELECT ARQCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COMP-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE EMPRESTIMO CONSIGNADO------------
           SELECT ARQEMPREST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMP-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE ADIANTAMENTOS--------------------
           SELECT ARQADTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ADT-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------LANCAMENTOS DO MES--------------------------
           SELECT ARQLANC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LAN-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DE FALTAS---------------------------
           SELECT ARQFALTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FAL-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO BANCO DE HORAS-------------------
           SELECT ARQBHORA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BH-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------DIFERENCAS RETROATIVAS A PAGAR--------------
           SELECT ARQRETRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RETRO-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------DESCONTOS POSTERGADOS-----------------------
           SELECT ARQDESCPEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PDE-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DE PAGAMENTOS (CNAB/PIX)-----------
           SELECT ARQPGTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PGTO-KEY
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
      *---------------------RELATORIO DO ESTORNO------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *---------------------ARQUIVO DE ADIANTAMENTOS--------------------
       FD ARQADTO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQADTO.DAT".
       01 REGADTO.
           03 ADT-KEY.
               05 ADT-CHAPA        PIC 9(06).
               05 ADT-COMPETENCIA  PIC 9(06).
           03 ADT-VALOR         PIC 9(06)V99.
           03 ADT-PERCENTUAL    PIC 9(02).
           03 ADT-DATA          PIC 9(08).
           03 ADT-STATUS        PIC X(01).
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
      *---------------------ARQUIVO DE FALTAS---------------------------
       FD ARQFALTA
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQFALTA.DAT".
       01 REGFALTA.
           03 FAL-KEY.
               05 FAL-CHAPA        PIC 9(06).
               05 FAL-COMPETENCIA  PIC 9(06).
           03 FAL-DIAS          PIC 9(02).
           03 FAL-STATUS        PIC X(01).
      *---------------------ARQUIVO DO BANCO DE HORAS-------------------
       FD ARQBHORA
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQBHORA.DAT".
       01 REGBHORA.
           03 BH-KEY.
               05 BH-CHAPA           PIC 9(06).
               05 BH-COMPETENCIA     PIC 9(06).
           03 BH-HORAS-CRED       PIC 9(03)V99.
           03 BH-HORAS-DEB        PIC 9(03)V99.
           03 BH-STATUS           PIC X(01).
           03 BH-COMP-PGTO        PIC 9(06).
      *---------------------DIFERENCAS RETROATIVAS A PAGAR--------------
       FD ARQRETRO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQRETRO.DAT".
       01 REGRETRO.
           03 RETRO-CHAPA       PIC 9(06).
           03 RETRO-BRUTO       PIC 9(08)V99.
           03 RETRO-LIQUIDO     PIC 9(08)V99.
           03 RETRO-FGTS        PIC 9(08)V99.
           03 RETRO-COMP-INI    PIC 9(06).
           03 RETRO-COMP-FIM    PIC 9(06).
           03 RETRO-COMP-PGTO   PIC 9(06).
           03 RETRO-STATUS      PIC X(01).
           03 RETRO-RRA-BRUTO   PIC 9(08)V99.
           03 RETRO-RRA-INSS    PIC 9(08)V99.
           03 RETRO-RRA-IRRF    PIC 9(08)V99.
           03 RETRO-RRA-MESES   PIC 9(03).
           03 RETRO-RRA-ANO-INI PIC 9(04).
           03 RETRO-RRA-ANO-FIM PIC 9(04).
      *---------------------DESCONTOS POSTERGADOS-----------------------
       FD ARQDESCPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESCPEN.DAT".
       01 REGDESCPEN.
           03 PDE-KEY.
               05 PDE-CHAPA        PIC 9(06).
               05 PDE-COMPETENCIA  PIC 9(06).
               05 PDE-EVENTO       PIC X(03).
           03 PDE-VALOR         PIC 9(08)V99.
           03 PDE-STATUS        PIC X(01).
      *---------------------CONTROLE DE PAGAMENTOS (CNAB/PIX)-----------
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
      *---------------------RELATORIO DO ESTORNO------------------------
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
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
       01 W-DC-DESCR      PIC X(30) VALUE SPACES.
       01 W-DC-NUMMAX     PIC 9(05) VALUE ZEROS.
       01 W-DC-SOLIC      PIC X(10) VALUE SPACES.
       01 W-DC-CONF       PIC X(10) VALUE SPACES.
       01 W-COMP          PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-COMP-ANT      PIC 9(06) VALUE ZEROS.
       01 W-COMP-ANT-R REDEFINES W-COMP-ANT.
           03 W-CANT-ANO  PIC 9(04).
           03 W-CANT-MES  PIC 9(02).
       01 W-TIPO          PIC X(02) VALUE "FO".
       01 W-TIPO-TST      PIC X(02) VALUE SPACES.
       01 W-E-FOLHA       PIC X(01) VALUE "N".
       01 W-FOLHA-EST     PIC X(01) VALUE "N".
       01 W-FECHADA       PIC X(01) VALUE "N".
       01 W-POSTERIOR     PIC X(01) VALUE "N".
       01 W-OUTRA-FOLHA   PIC X(01) VALUE "N".
       01 W-OUTRO-RES     PIC X(01) VALUE "N".
       01 W-TEM-FUNC      PIC X(01) VALUE "N".
       01 W-TEM-RESDET    PIC X(01) VALUE "N".
       01 W-TEM-EMPREST   PIC X(01) VALUE "N".
       01 W-TEM-ADTO      PIC X(01) VALUE "N".
       01 W-TEM-LANC      PIC X(01) VALUE "N".
       01 W-TEM-FALTA     PIC X(01) VALUE "N".
       01 W-TEM-BHORA     PIC X(01) VALUE "N".
       01 W-TEM-RETRO     PIC X(01) VALUE "N".
       01 W-TEM-DESCPEN   PIC X(01) VALUE "N".
       01 W-TEM-PGTO      PIC X(01) VALUE "N".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-I             PIC 9(04) VALUE ZEROS.
       01 W-QTD-EST       PIC 9(04) VALUE ZEROS.
       01 W-QTD-DET       PIC 9(03) VALUE ZEROS.
       01 W-VALOR-CAR     PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTO-EST     PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQ-EST       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-LIQ       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-ITENS     PIC 9(05) VALUE ZEROS.
       01 W-TOT-CANC      PIC 9(05) VALUE ZEROS.
       01 W-TOT-MANUAL    PIC 9(05) VALUE ZEROS.
       01 W-ED-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-HORAS      PIC ZZ9,99.
       01 W-ED-QTD        PIC ZZ9.
       01 W-TEXTO         PIC X(80) VALUE SPACES.
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
       01 TAB-EST.
           03 TE-CHAPA      PIC 9(06) OCCURS 5000 TIMES.
      *-----------------------------------------------------------------
       01  LINSEP.
           05  FILLER      PIC X(100) VALUE ALL "=".
       01  LINTRACO.
           05  FILLER      PIC X(100) VALUE ALL "-".
       01  CAB1.
           05  FILLER      PIC X(27) VALUE
           "ESTORNO DE FOLHA PROCESSADA".
           05  FILLER      PIC X(52) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE "EMITIDO EM ".
           05  C1-DATA     PIC X(10) VALUE SPACES.
       01  CAB2.
           05  FILLER      PIC X(13) VALUE "COMPETENCIA: ".
           05  C2-COMP     PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(08) VALUE "  TIPO: ".
           05  C2-TIPO     PIC X(02) VALUE SPACES.
           05  FILLER      PIC X(15) VALUE "  SOLICITANTE: ".
           05  C2-SOLIC    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(15) VALUE "  CONFIRMADOR: ".
           05  C2-CONF     PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(12) VALUE "  EXECUTOR: ".
           05  C2-EXEC     PIC X(10) VALUE SPACES.
       01  LINFUNC.
           05  FILLER      PIC X(06) VALUE "CHAPA ".
           05  LF-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  BRUTO: ".
           05  LF-BRUTO    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(11) VALUE "  LIQUIDO: ".
           05  LF-LIQ      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINITEM.
           05  FILLER      PIC X(06) VALUE "    - ".
           05  LI-TEXTO    PIC X(80) VALUE SPACES.
       01  LINTOT1.
           05  FILLER      PIC X(26) VALUE
           "FUNCIONARIOS ESTORNADOS: ".
           05  LT-QTD      PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(15) VALUE "  TOTAL BRUTO: ".
           05  LT-BRUTO    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(17) VALUE "  TOTAL LIQUIDO: ".
           05  LT-LIQ      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT2.
           05  FILLER      PIC X(26) VALUE
           "MOVIMENTOS DEVOLVIDOS..: ".
           05  LT-ITENS    PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(26) VALUE
           "  PAGAMENTOS CANCELADOS: ".
           05  LT-CANC     PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER      PIC X(24) VALUE
           "  P/ ACERTO MANUAL: ".
           05  LT-MANUAL   PIC ZZ.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** ESTORNO DE FOLHA PROCESS".
           05  LINE 02  COLUMN 41
               VALUE  "ADA ***".
           05  LINE 06  COLUMN 01
               VALUE  "                            COMPETENCIA ".
           05  LINE 06  COLUMN 41
               VALUE  "(AAAAMM)           :".
           05  LINE 08  COLUMN 01
               VALUE  "                            TIPO (FO,FC,".
           05  LINE 08  COLUMN 41
               VALUE  "Q1,S1..., 13,FE...):".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA O ESTO".
           05  LINE 12  COLUMN 41
               VALUE  "RNO (S/N)          :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMP
               LINE 06  COLUMN 62  PIC 9(06)
               USING  W-COMP
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 62  PIC X(02)
               USING  W-TIPO
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
                MOVE W-HOJE(1:6) TO W-COMP
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TCOMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                IF W-COMP-MES < 01 OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1900
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPA.
                IF W-TIPO = SPACES
                   MOVE "FO" TO W-TIPO
                   DISPLAY TTIPO.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* ESTORNO CANCELADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           MOVE W-TIPO TO W-TIPO-TST.
           PERFORM CLASSIFICA-TIPO THRU FIM-CLASSIFICA-TIPO.
           MOVE W-E-FOLHA TO W-FOLHA-EST.
           MOVE W-COMP TO W-COMP-ANT.
           IF W-CANT-MES > 01
               SUBTRACT 1 FROM W-CANT-MES
           ELSE
               MOVE 12 TO W-CANT-MES
               SUBTRACT 1 FROM W-CANT-ANO.
           PERFORM CHECA-FECHADA THRU FIM-CHECA-FECHADA.
           IF W-FECHADA = "S"
               MOVE "*** COMPETENCIA FECHADA - REABRA NO FPP048 ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O ARQRESUL
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM RESULTADO DE FOLHA GRAVADO AINDA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM CARREGA-CHAPAS THRU FIM-CARREGA-CHAPAS.
           IF W-QTD-EST = ZEROS
               MOVE "*** NAO HA FOLHA DESTE TIPO NA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQRESUL
               GO TO ROT-FIM.
           IF W-QTD-EST NOT < 5000
               MOVE "*** MAIS DE 5000 RESULTADOS NA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQRESUL
               GO TO ROT-FIM.
      *    SO A FOLHA MAIS RECENTE PODE SER ESTORNADA: O CALCULO DE UMA
      *    COMPETENCIA POSTERIOR JA PARTIU DOS SALDOS DESTA.
           IF W-POSTERIOR = "S"
               MOVE "* HA FOLHA POSTERIOR - ESTORNE A MAIS RECENTE *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQRESUL
               GO TO ROT-FIM.
           MOVE ZEROS TO W-DC-PARAM1.
           MOVE W-COMP TO W-DC-PARAM2.
           MOVE SPACES TO W-DC-DESCR.
           STRING "ESTORNO DA FOLHA " W-TIPO " " W-COMP
                  DELIMITED BY SIZE INTO W-DC-DESCR.
           PERFORM CHECA-DUPLO THRU FIM-CHECA-DUPLO.
           IF W-DC-OK NOT = "S"
               MOVE "* PENDENTE DE CONFIRMACAO (FPP098) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQRESUL
               GO TO ROT-FIM.
      *    OS ARQUIVOS DE MOVIMENTO SAO OPCIONAIS: SEM O ARQUIVO NAO HA
      *    O QUE DEVOLVER NELE.
           MOVE "N" TO W-TEM-FUNC W-TEM-RESDET W-TEM-EMPREST
                       W-TEM-ADTO W-TEM-LANC W-TEM-FALTA W-TEM-BHORA
                       W-TEM-RETRO W-TEM-DESCPEN W-TEM-PGTO.
           OPEN INPUT ARQFUNC
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-FUNC.
           OPEN I-O ARQRESDET
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-RESDET.
           OPEN I-O ARQEMPREST
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-EMPREST.
           OPEN I-O ARQADTO
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-ADTO.
           OPEN I-O ARQLANC
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-LANC.
           OPEN I-O ARQFALTA
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-FALTA.
           OPEN I-O ARQBHORA
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-BHORA.
           OPEN I-O ARQRETRO
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-RETRO.
           OPEN I-O ARQDESCPEN
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-DESCPEN.
           OPEN I-O ARQPGTO
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-PGTO.
      *    O ARQUIVO105 DO DIA ACUMULA OS RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO105" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP160" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA   TO W-ED-DIA.
           MOVE W-HOJE-MES   TO W-ED-MES.
           MOVE W-HOJE-ANO   TO W-ED-ANO.
           MOVE W-DATA-ED    TO C1-DATA.
           MOVE W-COMP       TO C2-COMP.
           MOVE W-TIPO       TO C2-TIPO.
           MOVE W-DC-SOLIC   TO C2-SOLIC.
           MOVE W-DC-CONF    TO C2-CONF.
           MOVE W-USUARIO-DC TO C2-EXEC.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB2.
           WRITE ARQTX FROM LINSEP.
           MOVE ZEROS TO W-TOT-BRUTO W-TOT-LIQ W-TOT-ITENS
                         W-TOT-CANC W-TOT-MANUAL.
           MOVE ZEROS TO W-I.
       LER-TAB.
           ADD 1 TO W-I.
           IF W-I > W-QTD-EST
               GO TO FIM-TAB.
           MOVE TE-CHAPA(W-I) TO W-CHAPA.
           PERFORM ESTORNA-FUNC THRU FIM-ESTORNA-FUNC.
           GO TO LER-TAB.
       FIM-TAB.
           MOVE W-QTD-EST    TO LT-QTD.
           MOVE W-TOT-BRUTO  TO LT-BRUTO.
           MOVE W-TOT-LIQ    TO LT-LIQ.
           MOVE W-TOT-ITENS  TO LT-ITENS.
           MOVE W-TOT-CANC   TO LT-CANC.
           MOVE W-TOT-MANUAL TO LT-MANUAL.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM LINTOT1.
           WRITE ARQTX FROM LINTOT2.
           WRITE ARQTX FROM LINSEP.
           CLOSE TX.
           MOVE "*** ESTORNO CONCLUIDO - VEJA O ARQUIVO105 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQRESUL.
           IF W-TEM-FUNC = "S"
               CLOSE ARQFUNC.
           IF W-TEM-RESDET = "S"
               CLOSE ARQRESDET.
           IF W-TEM-EMPREST = "S"
               CLOSE ARQEMPREST.
           IF W-TEM-ADTO = "S"
               CLOSE ARQADTO.
           IF W-TEM-LANC = "S"
               CLOSE ARQLANC.
           IF W-TEM-FALTA = "S"
               CLOSE ARQFALTA.
           IF W-TEM-BHORA = "S"
               CLOSE ARQBHORA.
           IF W-TEM-RETRO = "S"
               CLOSE ARQRETRO.
           IF W-TEM-DESCPEN = "S"
               CLOSE ARQDESCPEN.
           IF W-TEM-PGTO = "S"
               CLOSE ARQPGTO.
           GO TO ROT-FIM1.
      *
      *---------[ FOLHA DE PAGAMENTO x OUTROS CALCULOS ]----------------
      *    FO, FC E OS PERIODOS (Q1/Q2, S1..S4) SAO A FOLHA DO MES E
      *    MOVIMENTAM EMPRESTIMO, ADIANTAMENTO, FALTAS ETC.; OS DEMAIS
      *    TIPOS (13, FE, RE, PL, PR) SO TEM O RESULTADO E A MEMORIA.
       CLASSIFICA-TIPO.
           MOVE "N" TO W-E-FOLHA.
           IF W-TIPO-TST = "FO" OR W-TIPO-TST = "FC"
              OR W-TIPO-TST(1:1) = "Q" OR W-TIPO-TST(1:1) = "S"
               MOVE "S" TO W-E-FOLHA.
       FIM-CLASSIFICA-TIPO.
           EXIT.
      *
      *---------[ COMPETENCIA FECHADA EM QUALQUER EMPRESA ]-------------
       CHECA-FECHADA.
           MOVE "N" TO W-FECHADA.
           OPEN INPUT ARQCOMP.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-CHECA-FECHADA.
       CHECA-FECHADA-1.
           READ ARQCOMP NEXT
               AT END
               GO TO CHECA-FECHADA-9.
           IF COMP-COMPETENCIA = W-COMP AND COMP-STATUS = "F"
               MOVE "S" TO W-FECHADA
               GO TO CHECA-FECHADA-9.
           GO TO CHECA-FECHADA-1.
       CHECA-FECHADA-9.
           CLOSE ARQCOMP.
           MOVE "00" TO ST-ERRO.
       FIM-CHECA-FECHADA.
           EXIT.
      *
      *---------[ CHAPAS COM RESULTADO DA COMPETENCIA E TIPO ]----------
      *    A CARGA VEM ANTES DAS EXCLUSOES PARA NAO MEXER NO ARQRESUL
      *    DURANTE A LEITURA SEQUENCIAL.
       CARREGA-CHAPAS.
           MOVE ZEROS TO W-QTD-EST.
           MOVE "N" TO W-POSTERIOR.
           MOVE ZEROS  TO RES-CHAPA RES-COMPETENCIA.
           MOVE SPACES TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO FIM-CARREGA-CHAPAS.
       CARREGA-CHAPAS-1.
           READ ARQRESUL NEXT
               AT END
               GO TO FIM-CARREGA-CHAPAS.
           IF RES-COMPETENCIA > W-COMP AND W-FOLHA-EST = "S"
               MOVE RES-TIPO TO W-TIPO-TST
               PERFORM CLASSIFICA-TIPO THRU FIM-CLASSIFICA-TIPO
               IF W-E-FOLHA = "S"
                   MOVE "S" TO W-POSTERIOR.
           IF RES-COMPETENCIA NOT = W-COMP OR RES-TIPO NOT = W-TIPO
               GO TO CARREGA-CHAPAS-1.
           IF W-QTD-EST NOT < 5000
               GO TO FIM-CARREGA-CHAPAS.
           ADD 1 TO W-QTD-EST.
           MOVE RES-CHAPA TO TE-CHAPA(W-QTD-EST).
           GO TO CARREGA-CHAPAS-1.
       FIM-CARREGA-CHAPAS.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ ESTORNO DE UM FUNCIONARIO ]---------------------------
       ESTORNA-FUNC.
           MOVE W-CHAPA TO RES-CHAPA.
           MOVE W-COMP  TO RES-COMPETENCIA.
           MOVE W-TIPO  TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO FIM-ESTORNA-FUNC.
           MOVE RES-BRUTO   TO W-BRUTO-EST.
           MOVE RES-LIQUIDO TO W-LIQ-EST.
           PERFORM GRAVA-LOG-RES THRU FIM-GRAVA-LOG-RES.
           DELETE ARQRESUL RECORD.
           ADD W-BRUTO-EST TO W-TOT-BRUTO.
           ADD W-LIQ-EST   TO W-TOT-LIQ.
           MOVE W-CHAPA     TO LF-CHAPA.
           MOVE SPACES      TO LF-NOME.
           IF W-TEM-FUNC = "S"
               PERFORM BUSCA-NOME THRU FIM-BUSCA-NOME.
           MOVE W-BRUTO-EST TO LF-BRUTO.
           MOVE W-LIQ-EST   TO LF-LIQ.
           WRITE ARQTX FROM LINTRACO.
           WRITE ARQTX FROM LINFUNC.
           PERFORM EXCLUI-DET THRU FIM-EXCLUI-DET.
           PERFORM DEVOLVE-CARRY THRU FIM-DEVOLVE-CARRY.
           PERFORM CHECA-OUTRAS THRU FIM-CHECA-OUTRAS.
      *    COM OUTRA FOLHA DA COMPETENCIA AINDA GRAVADA (EX.: A MENSAL
      *    DEPOIS DE ESTORNAR A COMPLEMENTAR) OS MOVIMENTOS DO MES
      *    CONTINUAM BAIXADOS POR ELA.
           IF W-FOLHA-EST NOT = "S"
               GO TO ESTORNA-FUNC-PGTO.
           IF W-OUTRA-FOLHA = "S"
               MOVE "OUTRA FOLHA NA COMPETENCIA - MOVIMENTOS MANTIDOS"
                                                          TO W-TEXTO
               PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM
               GO TO ESTORNA-FUNC-PGTO.
           PERFORM DEVOLVE-EMPREST THRU FIM-DEVOLVE-EMPREST.
           PERFORM DEVOLVE-ADTO THRU FIM-DEVOLVE-ADTO.
           PERFORM DEVOLVE-LANC THRU FIM-DEVOLVE-LANC.
           PERFORM DEVOLVE-FALTA THRU FIM-DEVOLVE-FALTA.
           PERFORM DEVOLVE-BHORA THRU FIM-DEVOLVE-BHORA.
           PERFORM DEVOLVE-RETRO THRU FIM-DEVOLVE-RETRO.
           PERFORM EXCLUI-POSTERGADOS THRU FIM-EXCLUI-POSTERGADOS.
       ESTORNA-FUNC-PGTO.
           IF W-OUTRO-RES = "S"
               MOVE "PAGAMENTO MANTIDO - HA OUTRO CALCULO NA COMPET."
                                                          TO W-TEXTO
               PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM
               GO TO FIM-ESTORNA-FUNC.
           PERFORM CANCELA-PGTO THRU FIM-CANCELA-PGTO.
       FIM-ESTORNA-FUNC.
           MOVE "00" TO ST-ERRO.
      *
       BUSCA-NOME.
           MOVE W-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "** NAO CADASTRADO **" TO LF-NOME
               GO TO FIM-BUSCA-NOME.
           MOVE NOME TO LF-NOME.
       FIM-BUSCA-NOME.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ MEMORIA DE CALCULO: EXCLUI E GUARDA O "CAR" ]---------
      *    O EVENTO "CAR" E O SALDO DE MESES ANTERIORES QUE O CALCULO
      *    ABATEU DO ARQDESCPEN (BAIXA-PENDENTES DO FPP015).
       EXCLUI-DET.
           MOVE ZEROS TO W-QTD-DET W-VALOR-CAR.
           IF W-TEM-RESDET NOT = "S"
               GO TO FIM-EXCLUI-DET.
           MOVE W-CHAPA TO DET-CHAPA.
           MOVE W-COMP  TO DET-COMPETENCIA.
           MOVE W-TIPO  TO DET-TIPO.
           MOVE ZEROS   TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO EXCLUI-DET-9.
       EXCLUI-DET-1.
           READ ARQRESDET NEXT
               AT END
               GO TO EXCLUI-DET-9.
           IF DET-CHAPA NOT = W-CHAPA OR DET-COMPETENCIA NOT = W-COMP
              OR DET-TIPO NOT = W-TIPO
               GO TO EXCLUI-DET-9.
           IF DET-EVENTO = "CAR"
               ADD DET-VALOR TO W-VALOR-CAR.
           DELETE ARQRESDET RECORD.
           ADD 1 TO W-QTD-DET.
           GO TO EXCLUI-DET-1.
       EXCLUI-DET-9.
           IF W-QTD-DET = ZEROS
               GO TO FIM-EXCLUI-DET.
           MOVE W-QTD-DET TO W-ED-QTD.
           MOVE SPACES TO W-TEXTO.
           STRING "MEMORIA DE CALCULO EXCLUIDA: " W-ED-QTD " LINHAS"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-EXCLUI-DET.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ DESCONTOS ANTERIORES ABATIDOS VOLTAM A PENDENTE ]-----
      *    A BAIXA DO FPP015 PODE TER REDUZIDO PARTE DE UM SALDO, ENTAO
      *    O VALOR ABATIDO VOLTA COMO UM PENDENTE "EST" NA COMPETENCIA
      *    ANTERIOR, QUE O PROXIMO CALCULO COBRA JUNTO COM OS DEMAIS.
       DEVOLVE-CARRY.
           IF W-VALOR-CAR = ZEROS OR W-TEM-DESCPEN NOT = "S"
               GO TO FIM-DEVOLVE-CARRY.
           MOVE W-CHAPA     TO PDE-CHAPA.
           MOVE W-COMP-ANT  TO PDE-COMPETENCIA.
           MOVE "EST"       TO PDE-EVENTO.
           MOVE W-VALOR-CAR TO PDE-VALOR.
           MOVE "P"         TO PDE-STATUS.
           WRITE REGDESCPEN.
           IF ST-ERRO = "22"
               READ ARQDESCPEN
               ADD W-VALOR-CAR TO PDE-VALOR
               MOVE "P" TO PDE-STATUS
               REWRITE REGDESCPEN.
           MOVE W-VALOR-CAR TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "DESCONTO ANTERIOR ABATIDO VOLTA A PENDENTE: "
                  W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-DEVOLVE-CARRY.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ OUTROS CALCULOS DO FUNCIONARIO NA COMPETENCIA ]-------
       CHECA-OUTRAS.
           MOVE "N" TO W-OUTRA-FOLHA W-OUTRO-RES.
           MOVE W-CHAPA TO RES-CHAPA.
           MOVE W-COMP  TO RES-COMPETENCIA.
           MOVE SPACES  TO RES-TIPO.
           START ARQRESUL KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
               GO TO FIM-CHECA-OUTRAS.
       CHECA-OUTRAS-1.
           READ ARQRESUL NEXT
               AT END
               GO TO FIM-CHECA-OUTRAS.
           IF RES-CHAPA NOT = W-CHAPA OR RES-COMPETENCIA NOT = W-COMP
               GO TO FIM-CHECA-OUTRAS.
           MOVE "S" TO W-OUTRO-RES.
           MOVE RES-TIPO TO W-TIPO-TST.
           PERFORM CLASSIFICA-TIPO THRU FIM-CLASSIFICA-TIPO.
           IF W-E-FOLHA = "S"
               MOVE "S" TO W-OUTRA-FOLHA.
           GO TO CHECA-OUTRAS-1.
       FIM-CHECA-OUTRAS.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ PARCELA DO EMPRESTIMO CONSIGNADO ]--------------------
       DEVOLVE-EMPREST.
           IF W-TEM-EMPREST NOT = "S"
               GO TO FIM-DEVOLVE-EMPREST.
           MOVE W-CHAPA TO EMP-CHAPA.
           READ ARQEMPREST
               INVALID KEY
               GO TO FIM-DEVOLVE-EMPREST.
           IF EMP-ULT-COMPETENCIA NOT = W-COMP
              OR EMP-PARCELAS-PAGAS = ZEROS
               GO TO FIM-DEVOLVE-EMPREST.
           SUBTRACT 1 FROM EMP-PARCELAS-PAGAS.
           IF EMP-STATUS = "Q"
               MOVE "A" TO EMP-STATUS.
           IF EMP-PARCELAS-PAGAS = ZEROS
               MOVE ZEROS TO EMP-ULT-COMPETENCIA
           ELSE
               MOVE W-COMP-ANT TO EMP-ULT-COMPETENCIA.
           REWRITE REGEMPREST.
           MOVE EMP-VALOR-PARCELA TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "EMPRESTIMO: PARCELA DEVOLVIDA " W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-DEVOLVE-EMPREST.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ ADIANTAMENTO DESCONTADO VOLTA A ABERTO ]--------------
       DEVOLVE-ADTO.
           IF W-TEM-ADTO NOT = "S"
               GO TO FIM-DEVOLVE-ADTO.
           MOVE W-CHAPA TO ADT-CHAPA.
           MOVE W-COMP  TO ADT-COMPETENCIA.
           READ ARQADTO
               INVALID KEY
               GO TO FIM-DEVOLVE-ADTO.
           IF ADT-STATUS NOT = "D"
               GO TO FIM-DEVOLVE-ADTO.
           MOVE "A" TO ADT-STATUS.
           REWRITE REGADTO.
           MOVE ADT-VALOR TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "ADIANTAMENTO VOLTA A ABERTO " W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-DEVOLVE-ADTO.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ LANCAMENTOS DESCONTADOS VOLTAM A ABERTO ]-------------
       DEVOLVE-LANC.
           IF W-TEM-LANC NOT = "S"
               GO TO FIM-DEVOLVE-LANC.
           MOVE W-CHAPA TO LAN-CHAPA.
           MOVE W-COMP  TO LAN-COMPETENCIA.
           MOVE ZEROS   TO LAN-EVENTO.
           START ARQLANC KEY IS NOT LESS THAN LAN-KEY
               INVALID KEY
               GO TO FIM-DEVOLVE-LANC.
       DEVOLVE-LANC-1.
           READ ARQLANC NEXT
               AT END
               GO TO FIM-DEVOLVE-LANC.
           IF LAN-CHAPA NOT = W-CHAPA OR LAN-COMPETENCIA NOT = W-COMP
               GO TO FIM-DEVOLVE-LANC.
           IF LAN-STATUS NOT = "D"
               GO TO DEVOLVE-LANC-1.
           MOVE "A" TO LAN-STATUS.
           REWRITE REGLANC.
           MOVE LAN-VALOR TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "LANCAMENTO EVENTO " LAN-EVENTO " VOLTA A ABERTO "
                  W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO TO DEVOLVE-LANC-1.
       FIM-DEVOLVE-LANC.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ FALTAS DESCONTADAS VOLTAM A ABERTO ]------------------
       DEVOLVE-FALTA.
           IF W-TEM-FALTA NOT = "S"
               GO TO FIM-DEVOLVE-FALTA.
           MOVE W-CHAPA TO FAL-CHAPA.
           MOVE W-COMP  TO FAL-COMPETENCIA.
           READ ARQFALTA
               INVALID KEY
               GO TO FIM-DEVOLVE-FALTA.
           IF FAL-STATUS NOT = "D"
               GO TO FIM-DEVOLVE-FALTA.
           MOVE "A" TO FAL-STATUS.
           REWRITE REGFALTA.
           MOVE SPACES TO W-TEXTO.
           STRING "FALTAS DA COMPETENCIA VOLTAM A ABERTO: " FAL-DIAS
                  " DIAS"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-DEVOLVE-FALTA.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ BANCO DE HORAS ]--------------------------------------
      *    O CREDITO GRAVADO PELO CALCULO NA PROPRIA COMPETENCIA SAI
      *    (OU E ZERADO, SE JA HOUVER DEBITO NELE) E OS SALDOS VENCIDOS
      *    PAGOS NESTA COMPETENCIA VOLTAM A ABERTO.
       DEVOLVE-BHORA.
           IF W-TEM-BHORA NOT = "S"
               GO TO FIM-DEVOLVE-BHORA.
           MOVE W-CHAPA TO BH-CHAPA.
           MOVE ZEROS   TO BH-COMPETENCIA.
           START ARQBHORA KEY IS NOT LESS THAN BH-KEY
               INVALID KEY
               GO TO FIM-DEVOLVE-BHORA.
       DEVOLVE-BHORA-1.
           READ ARQBHORA NEXT
               AT END
               GO TO FIM-DEVOLVE-BHORA.
           IF BH-CHAPA NOT = W-CHAPA
               GO TO FIM-DEVOLVE-BHORA.
           IF BH-STATUS = "P" AND BH-COMP-PGTO = W-COMP
               GO TO DEVOLVE-BHORA-2.
           IF BH-COMPETENCIA NOT = W-COMP OR BH-STATUS NOT = "A"
               GO TO DEVOLVE-BHORA-1.
           MOVE BH-HORAS-CRED TO W-ED-HORAS.
           MOVE SPACES TO W-TEXTO.
           IF BH-HORAS-DEB = ZEROS
               DELETE ARQBHORA RECORD
               STRING "BANCO DE HORAS: CREDITO DA COMPETENCIA EXCLUIDO "
                      W-ED-HORAS " H"
                      DELIMITED BY SIZE INTO W-TEXTO
           ELSE
               MOVE ZEROS TO BH-HORAS-CRED
               REWRITE REGBHORA
               STRING "BANCO DE HORAS: CREDITO DA COMPETENCIA ZERADO "
                      W-ED-HORAS " H"
                      DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO TO DEVOLVE-BHORA-1.
       DEVOLVE-BHORA-2.
           MOVE "A"   TO BH-STATUS.
           MOVE ZEROS TO BH-COMP-PGTO.
           REWRITE REGBHORA.
           MOVE SPACES TO W-TEXTO.
           STRING "BANCO DE HORAS: SALDO DE " BH-COMPETENCIA
                  " PAGO NA FOLHA VOLTA A ABERTO"
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO TO DEVOLVE-BHORA-1.
       FIM-DEVOLVE-BHORA.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ DIFERENCA RETROATIVA PAGA VOLTA A PAGAR ]-------------
       DEVOLVE-RETRO.
           IF W-TEM-RETRO NOT = "S"
               GO TO FIM-DEVOLVE-RETRO.
           MOVE W-CHAPA TO RETRO-CHAPA.
           READ ARQRETRO
               INVALID KEY
               GO TO FIM-DEVOLVE-RETRO.
           IF RETRO-STATUS NOT = "P" OR RETRO-COMP-PGTO NOT = W-COMP
               GO TO FIM-DEVOLVE-RETRO.
           MOVE "A"   TO RETRO-STATUS.
           MOVE ZEROS TO RETRO-COMP-PGTO.
           REWRITE REGRETRO.
           MOVE RETRO-LIQUIDO TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "RETROATIVO VOLTA A PAGAR " W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-DEVOLVE-RETRO.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ POSTERGACOES GERADAS NA COMPETENCIA SAEM ]------------
       EXCLUI-POSTERGADOS.
           IF W-TEM-DESCPEN NOT = "S"
               GO TO FIM-EXCLUI-POSTERGADOS.
           MOVE W-CHAPA TO PDE-CHAPA.
           MOVE W-COMP  TO PDE-COMPETENCIA.
           MOVE SPACES  TO PDE-EVENTO.
           START ARQDESCPEN KEY IS NOT LESS THAN PDE-KEY
               INVALID KEY
               GO TO FIM-EXCLUI-POSTERGADOS.
       EXCLUI-POSTERGADOS-1.
           READ ARQDESCPEN NEXT
               AT END
               GO TO FIM-EXCLUI-POSTERGADOS.
           IF PDE-CHAPA NOT = W-CHAPA OR PDE-COMPETENCIA NOT = W-COMP
               GO TO FIM-EXCLUI-POSTERGADOS.
           MOVE PDE-VALOR TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           STRING "DESCONTO POSTERGADO " PDE-EVENTO " EXCLUIDO "
                  W-ED-VALOR
                  DELIMITED BY SIZE INTO W-TEXTO.
           DELETE ARQDESCPEN RECORD.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO TO EXCLUI-POSTERGADOS-1.
       FIM-EXCLUI-POSTERGADOS.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ PAGAMENTO DA COMPETENCIA ]----------------------------
      *    R = REJEITADO AGUARDANDO RE-REMESSA (FPP106): AINDA NAO FOI
      *    AO BANCO E E CANCELADO (X). E/C JA SAIRAM NA REMESSA E FICAM
      *    PARA ACERTO MANUAL COM O BANCO.
       CANCELA-PGTO.
           IF W-TEM-PGTO NOT = "S"
               GO TO FIM-CANCELA-PGTO.
           MOVE W-CHAPA TO PGTO-CHAPA.
           MOVE W-COMP  TO PGTO-COMPETENCIA.
           READ ARQPGTO
               INVALID KEY
               GO TO FIM-CANCELA-PGTO.
           IF PGTO-STATUS = "X"
               GO TO FIM-CANCELA-PGTO.
           MOVE PGTO-VALOR TO W-ED-VALOR.
           MOVE SPACES TO W-TEXTO.
           IF PGTO-STATUS = "R"
               MOVE "X" TO PGTO-STATUS
               REWRITE REGPGTO
               ADD 1 TO W-TOT-CANC
               STRING "PAGAMENTO NAO ENVIADO CANCELADO " W-ED-VALOR
                      DELIMITED BY SIZE INTO W-TEXTO
           ELSE
               ADD 1 TO W-TOT-MANUAL
               STRING "PAGAMENTO JA ENVIADO AO BANCO - ACERTO MANUAL "
                      W-ED-VALOR
                      DELIMITED BY SIZE INTO W-TEXTO.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-CANCELA-PGTO.
           MOVE "00" TO ST-ERRO.
      *
       GRAVA-ITEM.
           MOVE W-TEXTO TO LI-TEXTO.
           WRITE ARQTX FROM LINITEM.
           ADD 1 TO W-TOT-ITENS.
       FIM-GRAVA-ITEM.
           EXIT.
      *
      *---------[ IMAGEM DO RESULTADO EXCLUIDO NO ARQLOG ]--------------
       GRAVA-LOG-RES.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "ARQRESUL" TO LGD-ARQUIVO.
           MOVE "E" TO LGD-OPERACAO.
           MOVE RES-KEY TO LGD-CHAVE.
           MOVE REGRESUL TO LGD-IMAGEM-ANT.
           MOVE SPACES TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-GRAVA-LOG-RES.
           CONTINUE.

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
           IF PAC-PROGR = "FPP160"
              AND PAC-STATUS = "A"
              AND PAC-PARAM1 = W-DC-PARAM1
              AND PAC-PARAM2 = W-DC-PARAM2
              AND PAC-DESCR = W-DC-DESCR
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
           MOVE "FPP160" TO PAC-PROGR.
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
           MOVE "FPP160" TO LGD-ARQUIVO.
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
