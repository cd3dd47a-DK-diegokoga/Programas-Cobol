       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP133.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  ESOCIAL - EVENTOS SST S-2220 E S-2240      *
      ***********************************************
      *----------------------------------------------------------------
      *    S-2220: UM EVENTO POR EXAME DO ARQASO COM DATA NA
      *    COMPETENCIA INFORMADA (O JA ACEITO NAO E REENVIADO).
      *    S-2240: CONDICAO AMBIENTAL DE CADA EMPREGADO ATIVO AINDA SEM
      *    S-2240 NO CONTROLE, PELA PERICULOSIDADE E INSALUBRIDADE DO
      *    CARGO (ARQCARG) E PELOS AGENTES NOCIVOS DO CARGO (ARQAGNOC,
      *    FPP132). AS MUDANCAS DE CARGO POSTERIORES GERAM O S-2240 NA
      *    PROPRIA TRANSFERENCIA (FPP056) OU PROMOCAO (FPP057).
      *    OS EVENTOS VAO PARA O ARQUIVO99 E O RETORNO E IMPORTADO
      *    PELO FPP110 NO MESMO CONTROLE ARQESOCREC.
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
      *---------------------ARQUIVO DE EXAMES ASO-----------------------
           SELECT ARQASO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ASO-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQUIVO DO CARGO----------------------------
           SELECT ARQCARG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
           SELECT ARQAGNOC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AGN-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DE EVENTOS DO ESOCIAL-------------
           SELECT ARQESOCREC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ESR-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR EVENTOS SST DO ESOCIAL---------------
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
           03 DT-ADM REDEFINES DATA-ADMISSAO.
            05 ADM-DIA        PIC 9(02).
            05 ADM-MES        PIC 9(02).
            05 ADM-ANO        PIC 9(04).
      *---------------------ARQUIVO DE EXAMES ASO-----------------------
       FD ARQASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
           03 ASO-KEY.
            05 ASO-CHAPA          PIC 9(06).
            05 ASO-SEQ            PIC 9(02).
           03 ASO-TIPO            PIC 9(02).
           03 ASO-DATA            PIC 9(08).
           03 ASO-DT REDEFINES ASO-DATA.
            05 ASO-DIA            PIC 9(02).
            05 ASO-MES            PIC 9(02).
            05 ASO-ANO            PIC 9(04).
           03 ASO-VALIDADE        PIC 9(08).
           03 ASO-VAL REDEFINES ASO-VALIDADE.
            05 ASO-VAL-DIA        PIC 9(02).
            05 ASO-VAL-MES        PIC 9(02).
            05 ASO-VAL-ANO        PIC 9(04).
           03 ASO-RESULT          PIC X(01).
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
           03 CODEMPRESA      PIC 9(03).
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
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
      *---------------------CONTROLE DE EVENTOS DO ESOCIAL-------------
       FD ARQESOCREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOCREC.DAT".
       01 REGESOCREC.
           03 ESR-KEY.
               05 ESR-CHAPA        PIC 9(06).
               05 ESR-COMPETENCIA  PIC 9(06).
               05 ESR-EVENTO       PIC X(06).
           03 ESR-PROTOCOLO     PIC X(15).
           03 ESR-STATUS        PIC X(01).
           03 ESR-MSG           PIC X(40).
      *---------------------GERAR EVENTOS SST DO ESOCIAL---------------
       FD TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(120).
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
       77 W-TEM-ASO  PIC X(01) VALUE "S".
       77 W-TEM-AGN  PIC X(01) VALUE "S".
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO  PIC 9(04).
           03 W-COMP-MES  PIC 9(02).
       01 W-SO-REJ      PIC X(01) VALUE "N".
       01 W-QTD-EVT     PIC 9(05) VALUE ZEROS.
       01 W-HORA-GER    PIC 9(08) VALUE ZEROS.
       01 W-ASO-COMP    PIC 9(06) VALUE ZEROS.
       01 W-ADM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD     PIC 9(08) VALUE ZEROS.
       01 W-2240-ACHOU  PIC X(01) VALUE "N".
       01 W-2240-STATUS PIC X(01) VALUE SPACES.
       01 W-2240-COMP   PIC 9(06) VALUE ZEROS.
       01 W-2240-COMP-R REDEFINES W-2240-COMP.
           03 W-2240-ANO  PIC 9(04).
           03 W-2240-MES  PIC 9(02).
      *---------------[ EXPOSICAO DO CARGO (S-2240) ]------------------
       01 W-EXP-CODCARG PIC 9(03) VALUE ZEROS.
       01 W-EXP-I       PIC 9(02) VALUE ZEROS.
       01 W-EXPOSICAO.
           03 W-EXP-PERIC   PIC X(01).
           03 W-EXP-INSAL   PIC 9(01).
           03 W-EXP-QTD     PIC 9(02).
           03 W-EXP-AGENTE  OCCURS 10 TIMES.
               05 W-EXP-COD     PIC X(09).
               05 W-EXP-INTENS  PIC X(10).
               05 W-EXP-EPI     PIC X(01).
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO99_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *
       01  LINHDR.
           05  FILLER      PIC X(03) VALUE "00;".
           05  FILLER      PIC X(11) VALUE "ESOCIAL SST".
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-COMP     PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-DATA     PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LH-HORA     PIC 9(08) VALUE ZEROS.
       01  LIN2220.
           05  FILLER      PIC X(07) VALUE "S-2220;".
           05  L20-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L20-DATA    PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L20-TIPO    PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L20-RESULT  PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L20-VALID   PIC 9(08) VALUE ZEROS.
       01  LIN2240.
           05  FILLER      PIC X(07) VALUE "S-2240;".
           05  L40-CPF     PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-DATA    PIC 9(08) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-CODCARG PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-PERIC   PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-INSAL   PIC 9(01) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-AGENTE  PIC X(09) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-INTENS  PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  L40-EPI     PIC X(01) VALUE SPACES.
       01  LINTRL.
           05  FILLER      PIC X(03) VALUE "99;".
           05  LT-QTDE     PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ESOCIAL - EVENTOS DE SAUDE E SEG".
           05  LINE 02  COLUMN 41
               VALUE  "URANCA DO TRABALHO ***".
           05  LINE 08  COLUMN 01
               VALUE  "                 COMPETENCIA (AAAAMM)   ".
           05  LINE 08  COLUMN 41
               VALUE  "      :".
           05  LINE 10  COLUMN 01
               VALUE  "                 SO REJEITADOS DO RETORN".
           05  LINE 10  COLUMN 41
               VALUE  "O (S/N):".
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
           05  TSOREJ
               LINE 10  COLUMN 51  PIC X(01)
               USING  W-SO-REJ
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
                   MOVE "*** INFORME A COMPETENCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
       INC-OPB.
                ACCEPT TSOREJ
                IF W-SO-REJ = "s"
                   MOVE "S" TO W-SO-REJ.
                IF W-SO-REJ NOT = "S"
                   MOVE "N" TO W-SO-REJ.
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
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DOS CARGOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQASO
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-ASO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQAGNOC
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-AGN
               MOVE "00" TO ST-ERRO.
       INC-OPREC.
           OPEN I-O ARQESOCREC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT ARQESOCREC
                   CLOSE ARQESOCREC
                   GO TO INC-OPREC
               ELSE
                   MOVE "ERRO NA ABERTURA DO CONTROLE ESOCIAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    O ARQUIVO99 DO DIA TAMBEM RECEBE OS EVENTOS GERADOS NA HORA
      *    (S-2210 DA CAT, S-2240 DA TRANSFERENCIA/PROMOCAO).
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO99" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE "FPP133" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO LH-COMP.
           MOVE W-TX-DATA TO LH-DATA.
           ACCEPT W-HORA-GER FROM TIME.
           MOVE W-HORA-GER TO LH-HORA.
           WRITE ARQTX FROM LINHDR.
           IF W-TEM-ASO NOT = "S"
               GO TO GERA-2240.
           MOVE ZEROS TO ASO-KEY.
           START ARQASO KEY IS NOT LESS THAN ASO-KEY
               INVALID KEY
               GO TO GERA-2240.
      *---------------[ S-2220: UM EVENTO POR EXAME ]-------------------
       LER-ASO.
           READ ARQASO NEXT
               AT END
               GO TO GERA-2240.
           COMPUTE W-ASO-COMP = (ASO-ANO * 100) + ASO-MES.
           IF W-ASO-COMP NOT = W-COMPETENCIA
               GO TO LER-ASO.
           MOVE ASO-CHAPA TO ESR-CHAPA.
           MOVE W-ASO-COMP TO ESR-COMPETENCIA.
           MOVE "S-2220" TO ESR-EVENTO.
           READ ARQESOCREC
               INVALID KEY
               MOVE SPACES TO ESR-STATUS.
           IF W-SO-REJ = "S" AND ESR-STATUS NOT = "R"
               GO TO LER-ASO.
           IF ESR-STATUS = "A"
               GO TO LER-ASO.
           MOVE ASO-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO LER-ASO.
           MOVE CPF TO L20-CPF.
           COMPUTE L20-DATA = (ASO-ANO * 10000) + (ASO-MES * 100)
                              + ASO-DIA.
      *    TIPO DO EXAME NA TABELA DO ESOCIAL: 0 ADMISSIONAL,
      *    1 PERIODICO, 2 RETORNO AO TRABALHO, 3 MUDANCA DE FUNCAO,
      *    9 DEMISSIONAL.
           MOVE 1 TO L20-TIPO.
           IF ASO-TIPO = 1
               MOVE 0 TO L20-TIPO.
           IF ASO-TIPO = 3
               MOVE 9 TO L20-TIPO.
           IF ASO-TIPO = 4
               MOVE 2 TO L20-TIPO.
           IF ASO-TIPO = 5
               MOVE 3 TO L20-TIPO.
           MOVE ASO-RESULT TO L20-RESULT.
           COMPUTE L20-VALID = (ASO-VAL-ANO * 10000) +
                               (ASO-VAL-MES * 100) + ASO-VAL-DIA.
           WRITE ARQTX FROM LIN2220.
           ADD 1 TO W-QTD-EVT.
           MOVE ASO-CHAPA TO ESR-CHAPA.
           MOVE W-ASO-COMP TO ESR-COMPETENCIA.
           MOVE "S-2220" TO ESR-EVENTO.
           PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE.
           DISPLAY (20, 40) W-QTD-EVT.
           GO TO LER-ASO.

      *---------------[ S-2240: CONDICAO AMBIENTAL DO EMPREGADO ]-------
       GERA-2240.
           MOVE ZEROS TO CHAPA.
           START ARQFUNC KEY IS NOT LESS THAN CHAPA
               INVALID KEY
               GO TO FIM-GERACAO.
       LER-FUNC.
           READ ARQFUNC NEXT
               AT END
               GO TO FIM-GERACAO.
           IF STATUS1 NOT = "A"
               GO TO LER-FUNC.
           PERFORM BUSCA-2240 THRU FIM-BUSCA-2240.
      *    NA CARGA, SO QUEM AINDA NAO TEM S-2240; NA REGERACAO DE
      *    REJEITADOS, SO QUEM TEM O ULTIMO S-2240 COM STATUS R.
           IF W-SO-REJ = "S"
               IF W-2240-STATUS NOT = "R"
                   GO TO LER-FUNC
               ELSE
                   NEXT SENTENCE
           ELSE
               IF W-2240-ACHOU = "S"
                   GO TO LER-FUNC
               ELSE
                   MOVE W-COMPETENCIA TO W-2240-COMP.
      *    INICIO DA CONDICAO: PRIMEIRO DIA DA COMPETENCIA DO EVENTO
      *    OU A ADMISSAO, SE POSTERIOR.
           COMPUTE W-INI-AMD = (W-2240-ANO * 10000) +
                               (W-2240-MES * 100) + 1.
           COMPUTE W-ADM-AMD = (ADM-ANO * 10000) + (ADM-MES * 100)
                               + ADM-DIA.
           IF W-ADM-AMD > W-INI-AMD
               MOVE W-ADM-AMD TO W-INI-AMD.
           MOVE CODCARG TO W-EXP-CODCARG.
           PERFORM MONTA-EXPOSICAO THRU FIM-MONTA-EXPOSICAO.
           MOVE CPF       TO L40-CPF.
           MOVE W-INI-AMD TO L40-DATA.
           PERFORM GERA-LIN2240 THRU FIM-GERA-LIN2240.
           ADD 1 TO W-QTD-EVT.
           MOVE CHAPA       TO ESR-CHAPA.
           MOVE W-2240-COMP TO ESR-COMPETENCIA.
           MOVE "S-2240"    TO ESR-EVENTO.
           PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE.
           DISPLAY (20, 40) W-QTD-EVT.
           GO TO LER-FUNC.

      *---------------[ ULTIMO S-2240 DA CHAPA NO CONTROLE ]------------
       BUSCA-2240.
           MOVE "N" TO W-2240-ACHOU.
           MOVE SPACES TO W-2240-STATUS.
           MOVE ZEROS TO W-2240-COMP.
           MOVE CHAPA TO ESR-CHAPA.
           MOVE ZEROS TO ESR-COMPETENCIA.
           MOVE SPACES TO ESR-EVENTO.
           START ARQESOCREC KEY IS NOT LESS THAN ESR-KEY
               INVALID KEY
               GO TO FIM-BUSCA-2240.
       BUSCA-2240-1.
           READ ARQESOCREC NEXT
               AT END
               GO TO FIM-BUSCA-2240.
           IF ESR-CHAPA NOT = CHAPA
               GO TO FIM-BUSCA-2240.
           IF ESR-EVENTO = "S-2240"
               MOVE "S" TO W-2240-ACHOU
               MOVE ESR-STATUS TO W-2240-STATUS
               MOVE ESR-COMPETENCIA TO W-2240-COMP.
           GO TO BUSCA-2240-1.
       FIM-BUSCA-2240.
           MOVE "00" TO ST-ERRO.

      *---------------[ EXPOSICAO DO CARGO W-EXP-CODCARG ]--------------
       MONTA-EXPOSICAO.
           MOVE "N" TO W-EXP-PERIC.
           MOVE ZEROS TO W-EXP-INSAL W-EXP-QTD.
           MOVE W-EXP-CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO MONTA-EXPOSICAO-2.
           MOVE PERICULOSIDADE TO W-EXP-PERIC.
           MOVE INSALUBRIDADE  TO W-EXP-INSAL.
       MONTA-EXPOSICAO-2.
           IF W-TEM-AGN NOT = "S"
               GO TO FIM-MONTA-EXPOSICAO.
           MOVE W-EXP-CODCARG TO AGN-CODCARG.
           MOVE ZEROS TO AGN-SEQ.
           START ARQAGNOC KEY IS NOT LESS THAN AGN-KEY
               INVALID KEY
               GO TO FIM-MONTA-EXPOSICAO.
       MONTA-EXPOSICAO-3.
           READ ARQAGNOC NEXT
               AT END
               GO TO FIM-MONTA-EXPOSICAO.
           IF AGN-CODCARG NOT = W-EXP-CODCARG OR W-EXP-QTD = 10
               GO TO FIM-MONTA-EXPOSICAO.
           ADD 1 TO W-EXP-QTD.
           MOVE AGN-CODAGENTE TO W-EXP-COD(W-EXP-QTD).
           MOVE AGN-INTENS    TO W-EXP-INTENS(W-EXP-QTD).
           MOVE AGN-EPI       TO W-EXP-EPI(W-EXP-QTD).
           GO TO MONTA-EXPOSICAO-3.
       FIM-MONTA-EXPOSICAO.
           MOVE "00" TO ST-ERRO.

      *    UMA LINHA POR AGENTE; SEM AGENTE CADASTRADO, O CODIGO
      *    09.01.001 (AUSENCIA DE FATOR DE RISCO) DA TABELA 24.
       GERA-LIN2240.
           MOVE W-EXP-CODCARG TO L40-CODCARG.
           MOVE W-EXP-PERIC   TO L40-PERIC.
           MOVE W-EXP-INSAL   TO L40-INSAL.
           IF W-EXP-QTD = ZEROS
               MOVE "09.01.001" TO L40-AGENTE
               MOVE SPACES      TO L40-INTENS
               MOVE "N"         TO L40-EPI
               WRITE ARQTX FROM LIN2240
               GO TO FIM-GERA-LIN2240.
           MOVE ZEROS TO W-EXP-I.
       GERA-LIN2240-1.
           ADD 1 TO W-EXP-I.
           IF W-EXP-I > W-EXP-QTD
               GO TO FIM-GERA-LIN2240.
           MOVE W-EXP-COD(W-EXP-I)    TO L40-AGENTE.
           MOVE W-EXP-INTENS(W-EXP-I) TO L40-INTENS.
           MOVE W-EXP-EPI(W-EXP-I)    TO L40-EPI.
           WRITE ARQTX FROM LIN2240.
           GO TO GERA-LIN2240-1.
       FIM-GERA-LIN2240.
           CONTINUE.

      *---------------[ CONTROLE DE PROTOCOLO POR EVENTO ]--------------
       GRAVA-CONTROLE.
           MOVE SPACES TO ESR-PROTOCOLO ESR-MSG.
           MOVE "E" TO ESR-STATUS.
           WRITE REGESOCREC.
           IF ST-ERRO = "22"
               REWRITE REGESOCREC.
           MOVE "00" TO ST-ERRO.
       FIM-GRAVA-CONTROLE.
           CONTINUE.

       FIM-GERACAO.
           MOVE W-QTD-EVT TO LT-QTDE.
           WRITE ARQTX FROM LINTRL.
           CLOSE TX ARQFUNC ARQCARG ARQESOCREC.
           IF W-TEM-ASO = "S"
               CLOSE ARQASO.
           IF W-TEM-AGN = "S"
               CLOSE ARQAGNOC.
           MOVE "*** EVENTOS GERADOS NO ARQUIVO99 ***" TO MENS.
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
