           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------AGENTES NOCIVOS POR CARGO-------------------
           SELECT ARQAGNOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGN-KEY
                    FILE STATUS  IS ST-SST.
      *---------------------CONTROLE DE EVENTOS DO ESOCIAL-------------
           SELECT ARQESOCREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESR-KEY
                    FILE STATUS  IS ST-SST.
      *---------------------GERAR EVENTOS SST DO ESOCIAL---------------
           SELECT TXS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SST.
      *---------------------AVALIACOES DE DESEMPENHO--------------------
           SELECT ARQAVAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVA-KEY
                    FILE STATUS  IS ST-AVA.
      *---------------------CICLOS DE AVALIACAO-------------------------
           SELECT ARQCICLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIC-CODIGO
                    FILE STATUS  IS ST-AVA.
      *---------------------TRILHA DE ALTERACOES (IMAGENS)--------------
           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA       PIC X(01).
           03 PCD-TIPO        PIC X(01).
           03 PCD-DATA-LAUDO  PIC 9(08).
      *---------------------ARQUIVO DO CARGO--------------------------
       FD ARQCARG
               LABEL RECORD IS STANDARD
           03 STATUS2         PIC X(01).
           03 MULT-HORAS      PIC 9(03).
           03 MULT-DIAS       PIC 9(03).
           03 CODEMPRESA-CARG PIC 9(03).
           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
      *---------------------ARQUIVO DE NIVEL HIERARQUICO--------------
       FD ARQNIV
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TX-NOME.
       01 ARQTX    PIC X(100).
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
       FD TXS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TXS-NOME.
       01 ARQTXS   PIC X(120).
      *---------------------AVALIACOES DE DESEMPENHO--------------------
       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-CICLO          PIC 9(04).
           03 AVA-CODCARG         PIC 9(03).
           03 AVA-CODPTO          PIC 9(03).
           03 AVA-AVALIADOR       PIC 9(06).
           03 AVA-DATA            PIC 9(08).
           03 AVA-QTD             PIC 9(02).
           03 AVA-ITEM OCCURS 10 TIMES.
            05 AVA-CRI-SEQ        PIC 9(02).
            05 AVA-PESO           PIC 9(02).
            05 AVA-NOTA           PIC 9(01).
           03 AVA-FINAL           PIC 9V99.
           03 AVA-STATUS          PIC X(01).
           03 AVA-DATA-CIENCIA    PIC 9(08).
      *---------------------CICLOS DE AVALIACAO-------------------------
       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CIC-CODIGO          PIC 9(04).
           03 CIC-DESCR           PIC X(30).
           03 CIC-INICIO          PIC 9(08).
           03 CIC-FIM             PIC 9(08).
           03 CIC-NOTA-MIN        PIC 9V99.
           03 CIC-STATUS          PIC X(01).
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
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
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
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
       01 W-IMAGEM-CPL    PIC X(44)  VALUE SPACES.
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOVO-CODCARG  PIC 9(03) VALUE ZEROS.
       01 W-SAL-ANT       PIC 9(06)V99 VALUE ZEROS.
       01 W-SAL-NOVO      PIC 9(06)V99 VALUE ZEROS.
       01 W-NIVEL-OK      PIC X(01) VALUE "N".
      *---------------[ EXPOSICAO DO CARGO (S-2240) ]------------------
       77 ST-SST          PIC X(02) VALUE "00".
       01 W-GERA-2240     PIC X(01) VALUE "N".
       01 W-EXP-CODCARG   PIC 9(03) VALUE ZEROS.
       01 W-EXP-I         PIC 9(02) VALUE ZEROS.
       01 W-EXP-ANT       PIC X(204) VALUE SPACES.
       01 W-EXPOSICAO.
           03 W-EXP-PERIC   PIC X(01).
           03 W-EXP-INSAL   PIC 9(01).
           03 W-EXP-QTD     PIC 9(02).
           03 W-EXP-AGENTE  OCCURS 10 TIMES.
               05 W-EXP-COD     PIC X(09).
               05 W-EXP-INTENS  PIC X(10).
               05 W-EXP-EPI     PIC X(01).
       01 W-EFE-DATA      PIC 9(08) VALUE ZEROS.
       01 W-EFE-DATA-R REDEFINES W-EFE-DATA.
           03 W-EFE-DIA   PIC 9(02).
           03 W-EFE-MES   PIC 9(02).
           03 W-EFE-ANO   PIC 9(04).
       01 W-TXS-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO99_".
           05 W-TXS-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
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
      *---------------[ ULTIMAS AVALIACOES DE DESEMPENHO ]-------------
       77 ST-AVA          PIC X(02) VALUE "00".
       01 W-TEM-AVAL      PIC X(01) VALUE "N".
       01 W-AVA-QTD       PIC 9(01) VALUE ZEROS.
       01 W-AVA-I         PIC 9(01) VALUE ZEROS.
       01 W-AVA-LIN       PIC 9(02) VALUE ZEROS.
       01 TAB-ULT-AVAL.
           03 W-ULT-ITEM OCCURS 3 TIMES.
               05 W-ULT-CICLO   PIC 9(04).
               05 W-ULT-FINAL   PIC 9V99.
               05 W-ULT-MIN     PIC 9V99.
       01  LINAVAL.
           05  FILLER     PIC X(08) VALUE " CICLO: ".
           05  LA-CICLO   PIC 9(04) VALUE ZEROS.
           05  FILLER     PIC X(14) VALUE "  NOTA FINAL: ".
           05  LA-FINAL   PIC 9,99  VALUE ZEROS.
           05  FILLER     PIC X(10) VALUE "  MINIMA: ".
           05  LA-MIN     PIC 9,99  VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  LA-OBS     PIC X(06) VALUE SPACES.
       01 W-TX-NOME.
           05 FILLER       PIC X(10) VALUE "ARQUIVO33_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
               VALUE  " NOVO NIVEL:           |".
           05  LINE 13  COLUMN 01
               VALUE  " DATA EFETIVA:         |".
           05  LINE 15  COLUMN 01
               VALUE  " ULTIMAS AVALIACOES DE DESEMPENHO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TACAO
                  MOVE "* ERRO NA ABERTURA DO HISTORICO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *    SEM AVALIACOES (FPP141) OU CICLOS (FPP140) NAO HA CONFERENCIA
      *    DE NOTA NA PROMOCAO.
           OPEN INPUT ARQAVAL
           IF ST-AVA = "00"
               OPEN INPUT ARQCICLO
               IF ST-AVA = "00"
                   MOVE "S" TO W-TEM-AVAL
               ELSE
                   CLOSE ARQAVAL.
           MOVE "00" TO ST-AVA.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO W-ACAO
           IF W-ACAO = "L"
              PERFORM LISTA-CARR THRU FIM-LISTA-CARR
              GO TO R0.
           PERFORM MOSTRA-AVAL THRU FIM-MOSTRA-AVAL.
           MOVE CODCARG TO CODIGO.
           READ ARQCARG
              INVALID KEY
              MOVE "*** INFORME A DATA EFETIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    PROMOCAO DE CARGO OU PROGRESSAO DE NIVEL COM A ULTIMA NOTA
      *    ABAIXO DA MINIMA DO CICLO, OU SEM AVALIACAO, E CONFIRMADA.
       R6.
           IF W-TEM-AVAL NOT = "S"
              GO TO SALVAR.
           IF W-NOVO-CODCARG = CODCARG AND W-NOVO-NIVEL NOT > NVSALARIAL
              GO TO SALVAR.
           IF W-AVA-QTD = ZEROS
              MOVE "*** SEM AVALIACAO DE DESEMPENHO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-1.
           IF W-ULT-FINAL(W-AVA-QTD) NOT < W-ULT-MIN(W-AVA-QTD)
              GO TO SALVAR.
           MOVE "*** ULTIMA NOTA ABAIXO DA MINIMA DO CICLO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6-1.
           MOVE "PROMOVER MESMO ASSIM? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-OPCAO = "N" OR "n"
              GO TO R0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-1.
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "CONFIRMA A PROMOCAO? (S/N)" TO MENS
              MOVE "OPCAO NAO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           PERFORM CHECA-EXPOSICAO THRU FIM-CHECA-EXPOSICAO.
           PERFORM GRAVA-CARR THRU FIM-GRAVA-CARR.
           MOVE REGFUNC TO W-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO W-IMAGEM-CPL.
           MOVE W-NOVO-CODCARG TO CODCARG.
           MOVE W-NOVO-NIVEL   TO NVSALARIAL.
           REWRITE REGFUNC.
           IF ST-ERRO = "00"
              PERFORM LOG-ALTERACAO THRU LOG-ALTERACAO-FIM
              MOVE "*** PROMOCAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "*** ERRO NA GRAVACAO DO FUNCIONARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "N" TO W-GERA-2240.
           IF W-GERA-2240 = "S"
              PERFORM GERA-S2240 THRU FIM-GERA-S2240.
           GO TO R0.

      *---------------[ ULTIMAS AVALIACOES DA CHAPA ]-------------------
      *    GUARDA AS TRES ULTIMAS EM ORDEM DE CICLO; A MAIS RECENTE FICA
      *    NA POSICAO W-AVA-QTD.
       MOSTRA-AVAL.
           MOVE ZEROS TO W-AVA-QTD.
           IF W-TEM-AVAL NOT = "S"
              GO TO FIM-MOSTRA-AVAL.
           MOVE W-CHAPA TO AVA-CHAPA.
           MOVE ZEROS   TO AVA-CICLO.
           START ARQAVAL KEY IS NOT LESS THAN AVA-KEY
               INVALID KEY
               GO TO MOSTRA-AVAL-2.
       MOSTRA-AVAL-1.
           READ ARQAVAL NEXT
               AT END
               GO TO MOSTRA-AVAL-2.
           IF AVA-CHAPA NOT = W-CHAPA
               GO TO MOSTRA-AVAL-2.
           IF W-AVA-QTD = 3
               MOVE W-ULT-ITEM(2) TO W-ULT-ITEM(1)
               MOVE W-ULT-ITEM(3) TO W-ULT-ITEM(2)
           ELSE
               ADD 1 TO W-AVA-QTD.
           MOVE AVA-CICLO TO W-ULT-CICLO(W-AVA-QTD) CIC-CODIGO.
           MOVE AVA-FINAL TO W-ULT-FINAL(W-AVA-QTD).
           READ ARQCICLO
               INVALID KEY
               MOVE ZEROS TO CIC-NOTA-MIN.
           MOVE CIC-NOTA-MIN TO W-ULT-MIN(W-AVA-QTD).
           GO TO MOSTRA-AVAL-1.
       MOSTRA-AVAL-2.
           MOVE "00" TO ST-AVA.
           IF W-AVA-QTD = ZEROS
              MOVE "NENHUMA AVALIACAO REGISTRADA" TO MENS
              DISPLAY (16, 02) MENS
              MOVE SPACES TO MENS
              GO TO FIM-MOSTRA-AVAL.
           MOVE ZEROS TO W-AVA-I.
       MOSTRA-AVAL-3.
           ADD 1 TO W-AVA-I.
           IF W-AVA-I > W-AVA-QTD
              GO TO FIM-MOSTRA-AVAL.
           COMPUTE W-AVA-LIN = 15 + W-AVA-I.
           MOVE W-ULT-CICLO(W-AVA-I) TO LA-CICLO.
           MOVE W-ULT-FINAL(W-AVA-I) TO LA-FINAL.
           MOVE W-ULT-MIN(W-AVA-I)   TO LA-MIN.
           MOVE SPACES TO LA-OBS.
           IF W-ULT-FINAL(W-AVA-I) < W-ULT-MIN(W-AVA-I)
              MOVE "ABAIXO" TO LA-OBS.
           DISPLAY (W-AVA-LIN, 02) LINAVAL.
           GO TO MOSTRA-AVAL-3.
       FIM-MOSTRA-AVAL.
           CONTINUE.

      *---------------[ VALIDACAO DO NIVEL NO ARQNIV ]------------------
       CHECA-NIVEL.
           MOVE "N" TO W-NIVEL-OK.
           OPEN EXTEND TX.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX.
           MOVE "FPP057" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-CHAPA TO CL-CHAPA.
           WRITE ARQTX FROM CABLIS.
           MOVE W-CHAPA TO CAR-CHAPA.
       FIM-LISTA-CARR.
           CONTINUE.

      *---------------[ EXPOSICAO NA MUDANCA DE CARGO ]-----------------
      *    CHAMADO ANTES DE GRAVAR O CARGO NOVO: COMPARA A EXPOSICAO DO
      *    CARGO ATUAL COM A DO NOVO (PERICULOSIDADE, INSALUBRIDADE E
      *    AGENTES NOCIVOS DO FPP132).
       CHECA-EXPOSICAO.
           MOVE "N" TO W-GERA-2240.
           IF W-NOVO-CODCARG = CODCARG
               GO TO FIM-CHECA-EXPOSICAO.
           MOVE CODCARG TO W-EXP-CODCARG.
           PERFORM MONTA-EXPOSICAO THRU FIM-MONTA-EXPOSICAO.
           MOVE W-EXPOSICAO TO W-EXP-ANT.
           MOVE W-NOVO-CODCARG TO W-EXP-CODCARG.
           PERFORM MONTA-EXPOSICAO THRU FIM-MONTA-EXPOSICAO.
           IF W-EXPOSICAO NOT = W-EXP-ANT
               MOVE "S" TO W-GERA-2240.
       FIM-CHECA-EXPOSICAO.
           CONTINUE.

       MONTA-EXPOSICAO.
           MOVE SPACES TO W-EXPOSICAO.
           MOVE "N" TO W-EXP-PERIC.
           MOVE ZEROS TO W-EXP-INSAL W-EXP-QTD.
           MOVE W-EXP-CODCARG TO CODIGO.
           READ ARQCARG
               INVALID KEY
               GO TO MONTA-EXPOSICAO-2.
           MOVE PERICULOSIDADE TO W-EXP-PERIC.
           MOVE INSALUBRIDADE  TO W-EXP-INSAL.
       MONTA-EXPOSICAO-2.
           MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQAGNOC.
           IF ST-SST NOT = "00"
               GO TO FIM-MONTA-EXPOSICAO.
           MOVE W-EXP-CODCARG TO AGN-CODCARG.
           MOVE ZEROS TO AGN-SEQ.
           START ARQAGNOC KEY IS NOT LESS THAN AGN-KEY
               INVALID KEY
               GO TO MONTA-EXPOSICAO-9.
       MONTA-EXPOSICAO-3.
           READ ARQAGNOC NEXT
               AT END
               GO TO MONTA-EXPOSICAO-9.
           IF AGN-CODCARG NOT = W-EXP-CODCARG OR W-EXP-QTD = 10
               GO TO MONTA-EXPOSICAO-9.
           ADD 1 TO W-EXP-QTD.
           MOVE AGN-CODAGENTE TO W-EXP-COD(W-EXP-QTD).
           MOVE AGN-INTENS    TO W-EXP-INTENS(W-EXP-QTD).
           MOVE AGN-EPI       TO W-EXP-EPI(W-EXP-QTD).
           GO TO MONTA-EXPOSICAO-3.
       MONTA-EXPOSICAO-9.
           CLOSE ARQAGNOC.
       FIM-MONTA-EXPOSICAO.
           MOVE "00" TO ST-SST.

      *---------------[ EVENTO S-2240 DO CARGO NOVO ]-------------------
      *    W-EXPOSICAO JA ESTA COM O CARGO NOVO (CHECA-EXPOSICAO). O
      *    EVENTO VAI PARA O ARQUIVO99 E O CONTROLE PARA O ARQESOCREC,
      *    COM RETORNO PELO FPP110 E REGERACAO DE REJEITADO NO FPP133.
       GERA-S2240.
           ACCEPT W-TXS-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND TXS.
           IF ST-SST NOT = "00"
               OPEN OUTPUT TXS
               IF ST-SST NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO99" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-GERA-S2240.
           MOVE W-DATA-EFETIVA TO W-EFE-DATA.
           MOVE CPF TO L40-CPF.
           COMPUTE L40-DATA = (W-EFE-ANO * 10000) + (W-EFE-MES * 100)
                              + W-EFE-DIA.
           MOVE W-EXP-CODCARG TO L40-CODCARG.
           MOVE W-EXP-PERIC   TO L40-PERIC.
           MOVE W-EXP-INSAL   TO L40-INSAL.
      *    SEM AGENTE CADASTRADO, 09.01.001 (AUSENCIA DE RISCO).
           IF W-EXP-QTD = ZEROS
               MOVE "09.01.001" TO L40-AGENTE
               MOVE SPACES      TO L40-INTENS
               MOVE "N"         TO L40-EPI
               WRITE ARQTXS FROM LIN2240
               GO TO GERA-S2240-2.
           MOVE ZEROS TO W-EXP-I.
       GERA-S2240-1.
           ADD 1 TO W-EXP-I.
           IF W-EXP-I > W-EXP-QTD
               GO TO GERA-S2240-2.
           MOVE W-EXP-COD(W-EXP-I)    TO L40-AGENTE.
           MOVE W-EXP-INTENS(W-EXP-I) TO L40-INTENS.
           MOVE W-EXP-EPI(W-EXP-I)    TO L40-EPI.
           WRITE ARQTXS FROM LIN2240.
           GO TO GERA-S2240-1.
       GERA-S2240-2.
           CLOSE TXS.
       GERA-S2240-3.
           OPEN I-O ARQESOCREC
           IF ST-SST NOT = "00"
               IF ST-SST = "30"
                   OPEN OUTPUT ARQESOCREC
                   CLOSE ARQESOCREC
                   GO TO GERA-S2240-3
               ELSE
                   MOVE "ERRO NA ABERTURA DO CONTROLE ESOCIAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-GERA-S2240.
           MOVE CHAPA TO ESR-CHAPA.
           COMPUTE ESR-COMPETENCIA = (W-EFE-ANO * 100) + W-EFE-MES.
           MOVE "S-2240" TO ESR-EVENTO.
           MOVE SPACES TO ESR-PROTOCOLO ESR-MSG.
           MOVE "E" TO ESR-STATUS.
           WRITE REGESOCREC.
           IF ST-SST = "22"
               REWRITE REGESOCREC.
           CLOSE ARQESOCREC.
           MOVE "*** EXPOSICAO MUDOU - S-2240 NO ARQUIVO99 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-GERA-S2240.
           MOVE "00" TO ST-SST.

      *---------------[ TRILHA DE ALTERACOES DO FUNCIONARIO ]----------
      *    IMAGENS ANTERIOR E NOVA (A) E O COMPLEMENTO (C) DO REGISTRO
      *    DE 294 POSICOES, COMO NO FPP004, PARA A REAPLICACAO (FPP164).
       LOG-ALTERACAO.
           MOVE "A" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT.
           MOVE REGFUNC TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           PERFORM LOG-COMPLEMENTO THRU LOG-COMPLEMENTO-FIM.
       LOG-ALTERACAO-FIM.
           EXIT.

       LOG-COMPLEMENTO.
           MOVE "C" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-CPL TO LOG-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-COMPLEMENTO-FIM.
           EXIT.

       GRAVA-LOG.
           PERFORM LE-USUARIO THRU LE-USUARIO-FIM.
           OPEN EXTEND ARQLOG.
           IF ST-LOG NOT = "00"
               OPEN OUTPUT ARQLOG.
           MOVE W-USUARIO-LOG TO LOG-USUARIO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "ARQFUNC" TO LOG-ARQUIVO.
           WRITE REGLOG.
           CLOSE ARQLOG.
           MOVE "00" TO ST-LOG.
       GRAVA-LOG-FIM.
           EXIT.

       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-LOG
           ELSE
               OPEN INPUT ARQSESS
               IF ST-LOG = "00"
                   READ ARQSESS
                   IF ST-LOG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-LOG
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-LOG.
       LE-USUARIO-FIM.
           EXIT.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQCARG ARQCARR
           IF W-TEM-AVAL = "S"
              CLOSE ARQAVAL ARQCICLO.
           STOP RUN.
           EXIT PROGRAM.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------
