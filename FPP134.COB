       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP134.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  ESOCIAL - EVENTOS DE TABELA S-1005 A S-1030*
      ***********************************************
      *----------------------------------------------------------------
      *    GERA OS EVENTOS DE TABELA A PARTIR DOS CADASTROS:
      *      S-1005 ESTABELECIMENTOS (ARQEMPR)
      *      S-1010 RUBRICAS (ARQEVEN, COM AS INCIDENCIAS)
      *      S-1020 LOTACOES (ARQDEP)
      *      S-1030 CARGOS (ARQCARG, COM O CBO)
      *    O ARQESOCTAB GUARDA, POR EVENTO E CODIGO, A IMAGEM ACEITA
      *    PELO ESOCIAL E A ULTIMA ENVIADA. SO VAI O QUE MUDOU DESDE O
      *    ULTIMO ACEITE: I=INCLUSAO (NUNCA ACEITO), A=ALTERACAO,
      *    E=EXCLUSAO (SAIU DO CADASTRO). O RETORNO E IMPORTADO PELO
      *    FPP110, QUE ATUALIZA O ARQESOCTAB; O REJEITADO SAI DE NOVO
      *    NA PROXIMA GERACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ARQUIVO DE EMPRESAS-------------------------
           SELECT ARQEMPR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODEMPRESA
                  FILE STATUS  IS ST-ERRO.
      *---------------------TABELA DE EVENTOS---------------------------
           SELECT ARQEVEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EVE-CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
           SELECT ARQDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO1
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DOS EVENTOS DE TABELA--------------
           SELECT ARQESOCTAB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TAB-KEY
                  FILE STATUS  IS ST-TAB.
      *---------------------GERAR EVENTOS DE TABELA---------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ARQUIVO DE EMPRESAS-------------------------
       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 CODEMPRESA      PIC 9(03).
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS1         PIC X(01).
      *---------------------TABELA DE EVENTOS---------------------------
       FD ARQEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 EVE-CODIGO          PIC 9(03).
           03 EVE-DESCRICAO       PIC X(25).
           03 EVE-TIPO            PIC X(01).
           03 EVE-INCIDE          PIC X(01).
           03 EVE-REGRA           PIC X(01).
           03 EVE-PARAM           PIC 9(06)V99.
           03 EVE-INC-INSS        PIC X(01).
           03 EVE-INC-IRRF        PIC X(01).
           03 EVE-INC-FGTS        PIC X(01).
      *---------------------ARQUIVO DO DEPARTAMENTO---------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS2         PIC X(01).
           03 CODEMPRESA-DEP  PIC 9(03).
      *---------------------ARQUIVO DO CARGO----------------------------
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODIGO          PIC 9(03).
           03 DENOMINACAO     PIC X(25).
           03 TIPOSALARIO     PIC X(01).
           03 SALARIOBASE     PIC 9(06)V99.
           03 STATUS3         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
           03 CODEMPRESA-CARG PIC 9(03).
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------CONTROLE DOS EVENTOS DE TABELA--------------
       FD ARQESOCTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOCTAB.DAT".
       01 REGESOCTAB.
           03 TAB-KEY.
               05 TAB-EVENTO       PIC X(06).
               05 TAB-CODIGO       PIC 9(06).
           03 TAB-IMG-ACEITA    PIC X(60).
           03 TAB-IMG-ENVIADA   PIC X(60).
           03 TAB-OPERACAO      PIC X(01).
           03 TAB-VALIDADE      PIC 9(06).
           03 TAB-PROTOCOLO     PIC X(15).
           03 TAB-STATUS        PIC X(01).
           03 TAB-MSG           PIC X(40).
      *---------------------GERAR EVENTOS DE TABELA---------------------
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
       77 ST-TAB     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-MESTRE PIC X(01) VALUE "S".
       77 W-EXISTE   PIC X(01) VALUE "N".
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-QTD-EVT     PIC 9(05) VALUE ZEROS.
       01 W-QTD-SEMCBO  PIC 9(05) VALUE ZEROS.
       01 W-HORA-GER    PIC 9(08) VALUE ZEROS.
       01 W-EVT         PIC X(06) VALUE SPACES.
       01 W-COD         PIC 9(06) VALUE ZEROS.
       01 W-IMG         PIC X(60) VALUE SPACES.
       01 W-OP          PIC X(01) VALUE SPACES.
      *---------------[ IMAGEM DE CADA TABELA NO EVENTO ]---------------
       01 IMG-1005.
           03 I05-CNPJ      PIC 9(14) VALUE ZEROS.
           03 FILLER        PIC X(01) VALUE ";".
           03 I05-RAZAO     PIC X(30) VALUE SPACES.
       01 IMG-1010.
           03 I10-DESCR     PIC X(25) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I10-TIPO      PIC X(01) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I10-INSS      PIC X(01) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I10-IRRF      PIC X(01) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I10-FGTS      PIC X(01) VALUE SPACES.
       01 IMG-1020.
           03 I20-DENOM     PIC X(25) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I20-EMPRESA   PIC 9(03) VALUE ZEROS.
       01 IMG-1030.
           03 I30-DENOM     PIC X(25) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE ";".
           03 I30-CBO       PIC 9(06) VALUE ZEROS.
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO100_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  LINHDR.
           05  FILLER      PIC X(03) VALUE "00;".
           05  FILLER      PIC X(15) VALUE "ESOCIAL TABELAS".
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-COMP     PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-DATA     PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-HORA     PIC 9(08) VALUE ZEROS.
       01  LINTAB.
           05  LT-EVENTO   PIC X(06) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  LT-OP       PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  LT-VALID    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LT-CODIGO   PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LT-DADOS    PIC X(60) VALUE SPACES.
       01  LINTRL.
           05  FILLER      PIC X(03) VALUE "99;".
           05  LR-QTDE     PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ESOCIAL - EVENTOS DE TABELA (EMP".
           05  LINE 02  COLUMN 41
               VALUE  "RESA/RUBRICA/LOTACAO/CARGO) ***".
           05  LINE 08  COLUMN 01
               VALUE  "                 INICIO DA VALIDADE (AAA".
           05  LINE 08  COLUMN 41
               VALUE  "AMM)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCOMPETENCIA
               LINE 08  COLUMN 49  PIC 9(06)
               USING  W-COMPETENCIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 51  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-TX-DATA FROM DATE YYYYMMDD
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TCOMPETENCIA
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   OR W-COMP-ANO < 1900
                   MOVE "*** INFORME A VALIDADE (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OPREC.
           OPEN I-O ARQESOCTAB
           IF ST-TAB NOT = "00"
               IF ST-TAB = "30"
                   OPEN OUTPUT ARQESOCTAB
                   CLOSE ARQESOCTAB
                   GO TO INC-OPREC
               ELSE
                   MOVE "ERRO NA ABERTURA DO CONTROLE DE TABELAS"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO100" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP134" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO LH-COMP.
           MOVE W-TX-DATA TO LH-DATA.
           ACCEPT W-HORA-GER FROM TIME.
           MOVE W-HORA-GER TO LH-HORA.
           WRITE ARQTX FROM LINHDR.
      *---------------[ S-1005: ESTABELECIMENTOS ]----------------------
       GERA-1005.
           MOVE "S-1005" TO W-EVT.
           OPEN INPUT ARQEMPR
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO GERA-1010.
           MOVE ZEROS TO CODEMPRESA.
           START ARQEMPR KEY IS NOT LESS THAN CODEMPRESA
               INVALID KEY
               GO TO GERA-1005-9.
       GERA-1005-1.
           READ ARQEMPR NEXT
               AT END
               GO TO GERA-1005-9.
           MOVE CNPJ        TO I05-CNPJ.
           MOVE RAZAOSOCIAL TO I05-RAZAO.
           MOVE IMG-1005    TO W-IMG.
           MOVE CODEMPRESA  TO W-COD.
           PERFORM TRATA-ITEM THRU FIM-TRATA-ITEM.
           GO TO GERA-1005-1.
       GERA-1005-9.
           PERFORM EXCLUSOES THRU FIM-EXCLUSOES.
           CLOSE ARQEMPR.
      *---------------[ S-1010: RUBRICAS ]------------------------------
       GERA-1010.
           MOVE "S-1010" TO W-EVT.
           OPEN INPUT ARQEVEN
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO GERA-1020.
           MOVE ZEROS TO EVE-CODIGO.
           START ARQEVEN KEY IS NOT LESS THAN EVE-CODIGO
               INVALID KEY
               GO TO GERA-1010-9.
       GERA-1010-1.
           READ ARQEVEN NEXT
               AT END
               GO TO GERA-1010-9.
           MOVE EVE-DESCRICAO TO I10-DESCR.
           MOVE EVE-TIPO      TO I10-TIPO.
           MOVE EVE-INC-INSS  TO I10-INSS.
           MOVE EVE-INC-IRRF  TO I10-IRRF.
           MOVE EVE-INC-FGTS  TO I10-FGTS.
           MOVE IMG-1010      TO W-IMG.
           MOVE EVE-CODIGO    TO W-COD.
           PERFORM TRATA-ITEM THRU FIM-TRATA-ITEM.
           GO TO GERA-1010-1.
       GERA-1010-9.
           PERFORM EXCLUSOES THRU FIM-EXCLUSOES.
           CLOSE ARQEVEN.
      *---------------[ S-1020: LOTACOES ]------------------------------
       GERA-1020.
           MOVE "S-1020" TO W-EVT.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO GERA-1030.
           MOVE ZEROS TO CODIGO1.
           START ARQDEP KEY IS NOT LESS THAN CODIGO1
               INVALID KEY
               GO TO GERA-1020-9.
       GERA-1020-1.
           READ ARQDEP NEXT
               AT END
               GO TO GERA-1020-9.
           MOVE DENOMINACAO-DEP TO I20-DENOM.
           MOVE CODEMPRESA-DEP  TO I20-EMPRESA.
           MOVE IMG-1020        TO W-IMG.
           MOVE CODIGO1         TO W-COD.
           PERFORM TRATA-ITEM THRU FIM-TRATA-ITEM.
           GO TO GERA-1020-1.
       GERA-1020-9.
           PERFORM EXCLUSOES THRU FIM-EXCLUSOES.
           CLOSE ARQDEP.
      *---------------[ S-1030: CARGOS ]--------------------------------
       GERA-1030.
           MOVE "S-1030" TO W-EVT.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-GERACAO.
           MOVE ZEROS TO CODIGO.
           START ARQCARG KEY IS NOT LESS THAN CODIGO
               INVALID KEY
               GO TO GERA-1030-9.
       GERA-1030-1.
           READ ARQCARG NEXT
               AT END
               GO TO GERA-1030-9.
      *    CARGO SEM CBO E REJEITADO PELO ESOCIAL: FICA DE FORA ATE SER
      *    COMPLETADO NO FPP002.
           IF CBO = ZEROS
               ADD 1 TO W-QTD-SEMCBO
               GO TO GERA-1030-1.
           MOVE DENOMINACAO TO I30-DENOM.
           MOVE CBO         TO I30-CBO.
           MOVE IMG-1030    TO W-IMG.
           MOVE CODIGO      TO W-COD.
           PERFORM TRATA-ITEM THRU FIM-TRATA-ITEM.
           GO TO GERA-1030-1.
       GERA-1030-9.
           PERFORM EXCLUSOES THRU FIM-EXCLUSOES.
           CLOSE ARQCARG.
           GO TO FIM-GERACAO.

      *---------------[ INCLUSAO/ALTERACAO DE UM ITEM ]-----------------
      *    W-EVT, W-COD E W-IMG PREENCHIDOS PELO CHAMADOR.
       TRATA-ITEM.
           MOVE W-EVT TO TAB-EVENTO.
           MOVE W-COD TO TAB-CODIGO.
           READ ARQESOCTAB
               INVALID KEY
               MOVE SPACES TO TAB-IMG-ACEITA TAB-IMG-ENVIADA
                              TAB-OPERACAO TAB-STATUS
               MOVE "N" TO W-EXISTE
               GO TO TRATA-ITEM-2.
           MOVE "S" TO W-EXISTE.
      *    JA ENVIADO E AGUARDANDO RETORNO, SEM NOVA MUDANCA.
           IF TAB-STATUS = "E" AND TAB-IMG-ENVIADA = W-IMG
              AND TAB-OPERACAO NOT = "E"
               GO TO FIM-TRATA-ITEM.
      *    ACEITO E SEM MUDANCA DESDE O ACEITE.
           IF TAB-STATUS = "A" AND TAB-IMG-ACEITA = W-IMG
               GO TO FIM-TRATA-ITEM.
       TRATA-ITEM-2.
           IF TAB-IMG-ACEITA = SPACES
               MOVE "I" TO W-OP
           ELSE
               MOVE "A" TO W-OP.
           MOVE W-IMG TO TAB-IMG-ENVIADA LT-DADOS.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
       FIM-TRATA-ITEM.
           MOVE "00" TO ST-TAB.

      *---------------[ EXCLUSAO: SAIU DO CADASTRO ]--------------------
      *    SO EXCLUI O QUE JA FOI ACEITO; O QUE NUNCA FOI ACEITO NAO
      *    EXISTE NO ESOCIAL.
       EXCLUSOES.
           MOVE W-EVT TO TAB-EVENTO.
           MOVE ZEROS TO TAB-CODIGO.
           START ARQESOCTAB KEY IS NOT LESS THAN TAB-KEY
               INVALID KEY
               GO TO FIM-EXCLUSOES.
       EXCLUSOES-1.
           READ ARQESOCTAB NEXT
               AT END
               GO TO FIM-EXCLUSOES.
           IF TAB-EVENTO NOT = W-EVT
               GO TO FIM-EXCLUSOES.
           IF TAB-IMG-ACEITA = SPACES
               GO TO EXCLUSOES-1.
           IF TAB-OPERACAO = "E" AND TAB-STATUS NOT = "R"
               GO TO EXCLUSOES-1.
           PERFORM EXISTE-MESTRE THRU FIM-EXISTE-MESTRE.
           IF W-EXISTE = "S"
               GO TO EXCLUSOES-1.
           MOVE TAB-CODIGO TO W-COD.
           MOVE "E" TO W-OP.
           MOVE TAB-IMG-ACEITA TO TAB-IMG-ENVIADA LT-DADOS.
           MOVE "S" TO W-EXISTE.
           PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO TO EXCLUSOES-1.
       FIM-EXCLUSOES.
           MOVE "00" TO ST-TAB.

       EXISTE-MESTRE.
           MOVE "S" TO W-EXISTE.
           IF W-EVT = "S-1005"
               MOVE TAB-CODIGO TO CODEMPRESA
               READ ARQEMPR
                   INVALID KEY
                   MOVE "N" TO W-EXISTE.
           IF W-EVT = "S-1010"
               MOVE TAB-CODIGO TO EVE-CODIGO
               READ ARQEVEN
                   INVALID KEY
                   MOVE "N" TO W-EXISTE.
           IF W-EVT = "S-1020"
               MOVE TAB-CODIGO TO CODIGO1
               READ ARQDEP
                   INVALID KEY
                   MOVE "N" TO W-EXISTE.
           IF W-EVT = "S-1030"
               MOVE TAB-CODIGO TO CODIGO
               READ ARQCARG
                   INVALID KEY
                   MOVE "N" TO W-EXISTE.
       FIM-EXISTE-MESTRE.
           MOVE "00" TO ST-ERRO.

      *---------------[ LINHA DO EVENTO E CONTROLE ]--------------------
       GRAVA-ITEM.
           MOVE W-EVT         TO LT-EVENTO.
           MOVE W-OP          TO LT-OP.
           MOVE W-COMPETENCIA TO LT-VALID.
           MOVE W-COD         TO LT-CODIGO.
           WRITE ARQTX FROM LINTAB.
           ADD 1 TO W-QTD-EVT.
           DISPLAY (20, 40) W-QTD-EVT.
           MOVE W-EVT TO TAB-EVENTO.
           MOVE W-COD TO TAB-CODIGO.
           MOVE W-OP  TO TAB-OPERACAO.
           MOVE W-COMPETENCIA TO TAB-VALIDADE.
           MOVE SPACES TO TAB-PROTOCOLO TAB-MSG.
           MOVE "E" TO TAB-STATUS.
           IF W-EXISTE = "S"
               REWRITE REGESOCTAB
           ELSE
               WRITE REGESOCTAB.
       FIM-GRAVA-ITEM.
           CONTINUE.

       FIM-GERACAO.
           MOVE W-QTD-EVT TO LR-QTDE.
           WRITE ARQTX FROM LINTRL.
           CLOSE TX ARQESOCTAB.
           IF W-QTD-SEMCBO NOT = ZEROS
               DISPLAY (16, 02) "CARGOS SEM CBO (FORA DO S-1030): "
               DISPLAY (16, 36) W-QTD-SEMCBO.
           MOVE "*** EVENTOS GERADOS NO ARQUIVO100 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM1.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
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
