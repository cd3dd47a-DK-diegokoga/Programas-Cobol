       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP138.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   EPI - FICHA DE ENTREGA E VENCIMENTOS      *
      ***********************************************
      *----------------------------------------------------------------
      *    F: FICHA DE EPI DA CHAPA PARA ASSINATURA, COM ITEM, CA,
      *    DATA DE ENTREGA, DATA DE TROCA E SITUACAO (ARQENTEPI).
      *    V: EPI COM CA VENCIDO OU A VENCER (ARQEPI) E ITENS EM POSSE
      *    COM TROCA VENCIDA OU A VENCER (ARQENTEPI) ATE HOJE + DIAS.
      *    O RELATORIO VAI PARA O ARQUIVO103 DO DIA.
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
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
           SELECT ARQEPI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EPI-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS----------------
           SELECT ARQENTEPI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ENT-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------RELATORIO DE EPI---------------------------
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
      *---------------------EPI E EQUIPAMENTOS POR CARGO----------------
       FD ARQEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-KEY.
            05 EPI-CODCARG        PIC 9(03).
            05 EPI-ITEM           PIC 9(03).
           03 EPI-DESCR           PIC X(30).
           03 EPI-TIPO            PIC X(01).
           03 EPI-CA              PIC 9(06).
           03 EPI-VAL-CA          PIC 9(08).
           03 EPI-VCA REDEFINES EPI-VAL-CA.
            05 EPI-VCA-DIA        PIC 9(02).
            05 EPI-VCA-MES        PIC 9(02).
            05 EPI-VCA-ANO        PIC 9(04).
           03 EPI-TROCA-DIAS      PIC 9(04).
           03 EPI-VALOR           PIC 9(06)V99.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS----------------
       FD ARQENTEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENTEPI.DAT".
       01 REGENTEPI.
           03 ENT-KEY.
            05 ENT-CHAPA          PIC 9(06).
            05 ENT-SEQ            PIC 9(03).
           03 ENT-CODCARG         PIC 9(03).
           03 ENT-ITEM            PIC 9(03).
           03 ENT-DESCR           PIC X(30).
           03 ENT-TIPO            PIC X(01).
           03 ENT-CA              PIC 9(06).
           03 ENT-QTDE            PIC 9(03).
           03 ENT-DATA-ENT        PIC 9(08).
           03 ENT-DATA-TROCA      PIC 9(08).
           03 ENT-DTRO REDEFINES ENT-DATA-TROCA.
            05 ENT-DTRO-DIA       PIC 9(02).
            05 ENT-DTRO-MES       PIC 9(02).
            05 ENT-DTRO-ANO       PIC 9(04).
           03 ENT-DATA-DEV        PIC 9(08).
           03 ENT-SITUACAO        PIC X(01).
           03 ENT-VALOR-DESC      PIC 9(06)V99.
      *---------------------RELATORIO DE EPI---------------------------
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-ENT  PIC X(01) VALUE "S".
       01 W-TIPO-REL    PIC X(01) VALUE SPACES.
       01 W-CHAPA       PIC 9(06) VALUE ZEROS.
       01 W-NOME        PIC X(30) VALUE SPACES.
       01 W-DIAS        PIC 9(04) VALUE ZEROS.
       01 W-QTD-LIN     PIC 9(05) VALUE ZEROS.
       01 W-LIMITE-AMD  PIC 9(08) VALUE ZEROS.
       01 W-VCA-AMD     PIC 9(08) VALUE ZEROS.
       01 W-TRO-AMD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO  PIC 9(04).
           03 W-HOJE-MES  PIC 9(02).
           03 W-HOJE-DIA  PIC 9(02).
       01 W-DMA         PIC 9(08) VALUE ZEROS.
       01 W-DMA-R REDEFINES W-DMA.
           03 W-DMA-DIA   PIC 9(02).
           03 W-DMA-MES   PIC 9(02).
           03 W-DMA-ANO   PIC 9(04).
       01 W-DATA-ED.
           03 W-ED-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-ED-ANO    PIC 9(04).
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           03 W-SD-DIA    PIC 9(02).
           03 W-SD-MES    PIC 9(02).
           03 W-SD-ANO    PIC 9(04).
       01 W-SD-QTD        PIC 9(04) VALUE ZEROS.
       01 W-SD-I          PIC 9(04) VALUE ZEROS.
       01 W-SD-LIMITE     PIC 9(02) VALUE ZEROS.
       01 W-SD-RESTO4     PIC 9(04) VALUE ZEROS.
       01 W-SD-AUX4       PIC 9(04) VALUE ZEROS.
       01 TAB-SD-MES-R.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TAB-SD-MES REDEFINES TAB-SD-MES-R.
           03 SD-DIAS     PIC 9(02) OCCURS 12 TIMES.
       01 W-TX-NOME.
           05 FILLER       PIC X(11) VALUE "ARQUIVO103_".
           05 W-TX-DATA    PIC 9(08) VALUE ZEROS.
           05 FILLER       PIC X(04) VALUE ".DOC".
      *---------------------[ LINHAS DO RELATORIO ]---------------------
       01  LINSEP.
           05  FILLER      PIC X(90) VALUE ALL "=".
       01  LINBRANCO.
           05  FILLER      PIC X(01) VALUE SPACES.
       01  CABF1.
           05  FILLER      PIC X(48) VALUE
           "FICHA DE ENTREGA DE EPI E EQUIPAMENTOS".
           05  FILLER      PIC X(12) VALUE "EMITIDA EM ".
           05  CF1-DATA    PIC X(10) VALUE SPACES.
       01  CABF2.
           05  FILLER      PIC X(13) VALUE "TRABALHADOR: ".
           05  CF2-NOME    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(09) VALUE "  CHAPA: ".
           05  CF2-CHAPA   PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(09) VALUE "  CARGO: ".
           05  CF2-CARGO   PIC 9(03) VALUE ZEROS.
       01  CABF3.
           05  FILLER      PIC X(45) VALUE
           "ITEM DESCRICAO                      T CA     ".
           05  FILLER      PIC X(45) VALUE
           "QTD ENTREGA    TROCA      DEVOLUCAO  SITUACAO".
       01  LINFICHA.
           05  LF-ITEM     PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-DESCR    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LF-TIPO     PIC X(01) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-CA       PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-QTDE     PIC ZZ9   VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-ENTREGA  PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-TROCA    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-DEVOL    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LF-SIT      PIC X(11) VALUE SPACES.
       01  LINDECL1.
           05  FILLER      PIC X(45) VALUE
           "DECLARO TER RECEBIDO OS ITENS ACIMA, GRATUITA".
           05  FILLER      PIC X(45) VALUE
           "MENTE, E ME COMPROMETO A USA-LOS APENAS PARA ".
       01  LINDECL2.
           05  FILLER      PIC X(45) VALUE
           "A FINALIDADE A QUE SE DESTINAM, CONSERVA-LOS ".
           05  FILLER      PIC X(45) VALUE
           "E DEVOLVE-LOS QUANDO SOLICITADO (NR-6 E ART. ".
       01  LINDECL3.
           05  FILLER      PIC X(13) VALUE
           "158 DA CLT).".
       01  LINASSIN.
           05  FILLER      PIC X(45) VALUE
           "ASSINATURA DO EMPREGADO: ____________________".
           05  FILLER      PIC X(10) VALUE
           "__________".
           05  FILLER      PIC X(25) VALUE
           "   DATA: ____/____/______".
       01  CABV1.
           05  FILLER      PIC X(48) VALUE
           "EPI - VENCIMENTOS DE CA E DE TROCA ATE".
           05  CV1-LIMITE  PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(12) VALUE "  EMITIDO EM".
           05  FILLER      PIC X(01) VALUE SPACES.
           05  CV1-DATA    PIC X(10) VALUE SPACES.
       01  CABV2.
           05  FILLER      PIC X(45) VALUE
           "CA VENCIDO OU A VENCER                       ".
       01  CABV3.
           05  FILLER      PIC X(45) VALUE
           "CARGO ITEM DESCRICAO                      CA ".
           05  FILLER      PIC X(20) VALUE
           "     VALIDADE DO CA".
       01  LINCA.
           05  LC-CARGO    PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  LC-ITEM     PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-DESCR    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-CA       PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  LC-VALID    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  LC-OBS      PIC X(07) VALUE SPACES.
       01  CABV4.
           05  FILLER      PIC X(45) VALUE
           "ITENS EM POSSE COM TROCA VENCIDA OU A VENCER ".
       01  CABV5.
           05  FILLER      PIC X(45) VALUE
           "CHAPA  NOME                           ITEM DE".
           05  FILLER      PIC X(45) VALUE
           "SCRICAO                       DATA DE TROCA  ".
       01  LINTROCA.
           05  LT-CHAPA    PIC 9(06) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LT-NOME     PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LT-ITEM     PIC 9(03) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LT-DESCR    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LT-TROCA    PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  LT-OBS      PIC X(07) VALUE SPACES.
       01  LINTOT.
           05  FILLER      PIC X(22) VALUE "TOTAL DE LINHAS     : ".
           05  LTT-QTDE    PIC ZZ.ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** EPI - FICHA DE ENTREGA E VENC".
           05  LINE 02  COLUMN 41
               VALUE  "IMENTOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "          F=FICHA DA CHAPA  V=VENCIMENTO".
           05  LINE 06  COLUMN 41
               VALUE  "S DE CA E TROCA    :".
           05  LINE 08  COLUMN 01
               VALUE  "                                   CHAPA".
           05  LINE 08  COLUMN 41
               VALUE  " (FICHA)           :".
           05  LINE 10  COLUMN 01
               VALUE  "                     DIAS A FRENTE (VENC".
           05  LINE 10  COLUMN 41
               VALUE  "IMENTOS)           :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S/N)            :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTIPOREL
               LINE 06  COLUMN 62  PIC X(01)
               USING  W-TIPO-REL
               HIGHLIGHT.
           05  TCHAPA
               LINE 08  COLUMN 62  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TNOME
               LINE 09  COLUMN 42  PIC X(30)
               USING  W-NOME.
           05  TDIAS
               LINE 10  COLUMN 62  PIC 9(04)
               USING  W-DIAS
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
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TTIPOREL
                IF W-TIPO-REL = "f"
                   MOVE "F" TO W-TIPO-REL.
                IF W-TIPO-REL = "v"
                   MOVE "V" TO W-TIPO-REL.
                IF W-TIPO-REL NOT = "F" AND W-TIPO-REL NOT = "V"
                   MOVE "*** DIGITE F=FICHA OU V=VENCIMENTOS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPA.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQEPI
           IF ST-ERRO NOT = "00"
               MOVE "* SEM ITENS DE EPI CADASTRADOS (FPP136) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQFUNC
               GO TO ROT-FIM.
           OPEN INPUT ARQENTEPI
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-ENT
               MOVE "00" TO ST-ERRO.
           IF W-TIPO-REL = "V"
               GO TO INC-OPV.
       INC-OPF.
                ACCEPT TCHAPA
                IF W-CHAPA = ZEROS
                   MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPF.
                MOVE W-CHAPA TO CHAPA
                READ ARQFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO INC-OPF.
                MOVE NOME TO W-NOME
                DISPLAY TNOME
                GO TO INC-OPC.
       INC-OPV.
                ACCEPT TDIAS.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    O ARQUIVO103 DO DIA ACUMULA AS FICHAS E RELATORIOS EMITIDOS.
           OPEN EXTEND TX
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT TX
               IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO103" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-ARQUIVOS.
           MOVE "FPP138" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-HOJE-DIA TO W-ED-DIA.
           MOVE W-HOJE-MES TO W-ED-MES.
           MOVE W-HOJE-ANO TO W-ED-ANO.
           IF W-TIPO-REL = "V"
               GO TO GERA-VENCIMENTOS.
      *---------------[ FICHA DE EPI DA CHAPA ]-------------------------
       GERA-FICHA.
           MOVE W-DATA-ED TO CF1-DATA.
           MOVE NOME      TO CF2-NOME.
           MOVE CHAPA     TO CF2-CHAPA.
           MOVE CODCARG   TO CF2-CARGO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABF1.
           WRITE ARQTX FROM CABF2.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABF3.
           IF W-TEM-ENT NOT = "S"
               GO TO FIM-FICHA.
           MOVE W-CHAPA TO ENT-CHAPA.
           MOVE ZEROS TO ENT-SEQ.
           START ARQENTEPI KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
               GO TO FIM-FICHA.
       LER-FICHA.
           READ ARQENTEPI NEXT
               AT END
               GO TO FIM-FICHA.
           IF ENT-CHAPA NOT = W-CHAPA
               GO TO FIM-FICHA.
           MOVE ENT-ITEM  TO LF-ITEM.
           MOVE ENT-DESCR TO LF-DESCR.
           MOVE ENT-TIPO  TO LF-TIPO.
           MOVE ENT-CA    TO LF-CA.
           MOVE ENT-QTDE  TO LF-QTDE.
           MOVE ENT-DATA-ENT TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO LF-ENTREGA.
           MOVE ENT-DATA-TROCA TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO LF-TROCA.
           MOVE ENT-DATA-DEV TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO LF-DEVOL.
           MOVE SPACES TO LF-SIT.
           IF ENT-SITUACAO = "E"
               MOVE "EM POSSE" TO LF-SIT.
           IF ENT-SITUACAO = "D"
               MOVE "DEVOLVIDO" TO LF-SIT.
           IF ENT-SITUACAO = "S"
               MOVE "SUBSTITUIDO" TO LF-SIT.
           IF ENT-SITUACAO = "C"
               MOVE "DESCONTADO" TO LF-SIT.
           WRITE ARQTX FROM LINFICHA.
           ADD 1 TO W-QTD-LIN.
           GO TO LER-FICHA.
       FIM-FICHA.
           MOVE "00" TO ST-ERRO.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM LINDECL1.
           WRITE ARQTX FROM LINDECL2.
           WRITE ARQTX FROM LINDECL3.
           WRITE ARQTX FROM LINBRANCO.
           WRITE ARQTX FROM LINBRANCO.
           WRITE ARQTX FROM LINASSIN.
           WRITE ARQTX FROM LINSEP.
           GO TO FIM-GERACAO.
      *---------------[ VENCIMENTOS DE CA E DE TROCA ]------------------
      *    LIMITE = HOJE + DIAS; O QUE JA VENCEU TAMBEM E LISTADO.
       GERA-VENCIMENTOS.
           MOVE W-DATA-ED TO CV1-DATA.
           MOVE W-HOJE-DIA TO W-SD-DIA.
           MOVE W-HOJE-MES TO W-SD-MES.
           MOVE W-HOJE-ANO TO W-SD-ANO.
           MOVE W-DIAS TO W-SD-QTD.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           COMPUTE W-LIMITE-AMD = (W-SD-ANO * 10000) +
                                  (W-SD-MES * 100) + W-SD-DIA.
           MOVE W-SD-DATA TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO CV1-LIMITE.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABV1.
           WRITE ARQTX FROM LINSEP.
           WRITE ARQTX FROM CABV2.
           WRITE ARQTX FROM CABV3.
           MOVE ZEROS TO EPI-KEY.
           START ARQEPI KEY IS NOT LESS THAN EPI-KEY
               INVALID KEY
               GO TO GERA-TROCAS.
       LER-EPI.
           READ ARQEPI NEXT
               AT END
               GO TO GERA-TROCAS.
           IF EPI-TIPO NOT = "E" OR EPI-VAL-CA = ZEROS
               GO TO LER-EPI.
           COMPUTE W-VCA-AMD = (EPI-VCA-ANO * 10000) +
                               (EPI-VCA-MES * 100) + EPI-VCA-DIA.
           IF W-VCA-AMD > W-LIMITE-AMD
               GO TO LER-EPI.
           MOVE EPI-CODCARG TO LC-CARGO.
           MOVE EPI-ITEM    TO LC-ITEM.
           MOVE EPI-DESCR   TO LC-DESCR.
           MOVE EPI-CA      TO LC-CA.
           MOVE EPI-VAL-CA  TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO LC-VALID.
           MOVE SPACES TO LC-OBS.
           IF W-VCA-AMD < W-HOJE
               MOVE "VENCIDO" TO LC-OBS.
           WRITE ARQTX FROM LINCA.
           ADD 1 TO W-QTD-LIN.
           GO TO LER-EPI.
       GERA-TROCAS.
           MOVE "00" TO ST-ERRO.
           WRITE ARQTX FROM LINBRANCO.
           WRITE ARQTX FROM CABV4.
           WRITE ARQTX FROM CABV5.
           IF W-TEM-ENT NOT = "S"
               GO TO FIM-VENCIMENTOS.
           MOVE ZEROS TO ENT-KEY.
           START ARQENTEPI KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
               GO TO FIM-VENCIMENTOS.
       LER-TROCA.
           READ ARQENTEPI NEXT
               AT END
               GO TO FIM-VENCIMENTOS.
           IF ENT-SITUACAO NOT = "E" OR ENT-DATA-TROCA = ZEROS
               GO TO LER-TROCA.
           COMPUTE W-TRO-AMD = (ENT-DTRO-ANO * 10000) +
                               (ENT-DTRO-MES * 100) + ENT-DTRO-DIA.
           IF W-TRO-AMD > W-LIMITE-AMD
               GO TO LER-TROCA.
           MOVE ENT-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE "00" TO ST-ERRO.
           MOVE ENT-CHAPA TO LT-CHAPA.
           MOVE NOME      TO LT-NOME.
           MOVE ENT-ITEM  TO LT-ITEM.
           MOVE ENT-DESCR TO LT-DESCR.
           MOVE ENT-DATA-TROCA TO W-DMA.
           PERFORM EDITA-DMA.
           MOVE W-DATA-ED TO LT-TROCA.
           MOVE SPACES TO LT-OBS.
           IF W-TRO-AMD < W-HOJE
               MOVE "VENCIDA" TO LT-OBS.
           WRITE ARQTX FROM LINTROCA.
           ADD 1 TO W-QTD-LIN.
           GO TO LER-TROCA.
       FIM-VENCIMENTOS.
           MOVE "00" TO ST-ERRO.
           WRITE ARQTX FROM LINSEP.
           MOVE W-QTD-LIN TO LTT-QTDE.
           WRITE ARQTX FROM LINTOT.
           WRITE ARQTX FROM LINSEP.

       FIM-GERACAO.
           CLOSE TX.
           MOVE "*** RELATORIO GERADO NO ARQUIVO103 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ARQUIVOS.
           CLOSE ARQFUNC ARQEPI.
           IF W-TEM-ENT = "S"
               CLOSE ARQENTEPI.
           GO TO ROT-FIM1.

      *---------------[ DATA DDMMAAAA PARA DD/MM/AAAA ]----------------
       EDITA-DMA.
           MOVE W-DMA-DIA TO W-ED-DIA.
           MOVE W-DMA-MES TO W-ED-MES.
           MOVE W-DMA-ANO TO W-ED-ANO.

       SOMA-DIAS.
           MOVE ZEROS TO W-SD-I.
       SOMA-DIAS-1.
           ADD 1 TO W-SD-I.
           IF W-SD-I > W-SD-QTD
               GO TO FIM-SOMA-DIAS.
           MOVE SD-DIAS(W-SD-MES) TO W-SD-LIMITE.
           IF W-SD-MES = 2
               DIVIDE W-SD-ANO BY 4 GIVING W-SD-AUX4
                   REMAINDER W-SD-RESTO4
               IF W-SD-RESTO4 = ZEROS
                   MOVE 29 TO W-SD-LIMITE.
           ADD 1 TO W-SD-DIA.
           IF W-SD-DIA > W-SD-LIMITE
               MOVE 1 TO W-SD-DIA
               ADD 1 TO W-SD-MES
               IF W-SD-MES > 12
                   MOVE 1 TO W-SD-MES
                   ADD 1 TO W-SD-ANO.
           GO TO SOMA-DIAS-1.
       FIM-SOMA-DIAS.
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
