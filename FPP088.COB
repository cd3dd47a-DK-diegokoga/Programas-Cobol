                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO.
      *---------------------FILA DE NOTIFICACOES------------------------
           SELECT ARQNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOT-KEY
                    FILE STATUS  IS ST-NOT.
      *---------------------DEPARTAMENTO (GESTOR)-----------------------
           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-NOT.
      *---------------------GERAR RELATORIO DE ALERTA--------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
      *---------------------FILA DE NOTIFICACOES------------------------
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
      *---------------------DEPARTAMENTO (GESTOR)-----------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODIGO1         PIC 9(03).
           03 DENOMINACAO-DEP PIC X(25).
           03 HIERARQUIA      PIC 9(02).
           03 STATUS-DEP      PIC X(01).
           03 CODEMPRESA-DEP  PIC 9(03).
           03 DEP-GESTOR      PIC 9(06).
      *---------------------GERAR RELATORIO DE ALERTA--------
       FD TX
               LABEL RECORD IS STANDARD
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------[ SOMA DE DIAS CORRIDOS ]------------------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
       01 W-VENC-NUM      PIC 9(08) VALUE ZEROS.
       01 W-PERIODO       PIC X(01) VALUE SPACES.
       01 W-DATA-VENC     PIC 9(08) VALUE ZEROS.
      *---------------[ FILA DE NOTIFICACOES (FPP168) ]-----------------
       77 ST-NOT          PIC X(02) VALUE "00".
       77 W-TEM-NOTIF     PIC X(01) VALUE "N".
       77 W-TEM-DEP       PIC X(01) VALUE "N".
       01 W-NOT-CODPTO    PIC 9(03) VALUE ZEROS.
       01 W-NOT-DATA-ED   PIC 99/99/9999.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
               MOVE "ERRO ABERTURA DO ARQUIVO59" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP088" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           PERFORM ABRE-NOTIF THRU FIM-ABRE-NOTIF.
           WRITE ARQTX FROM CAB1.
           WRITE ARQTX FROM CAB3.
           WRITE ARQTX FROM CAB2.
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    AVISO AO FUNCIONARIO E AO GESTOR DO DEPARTAMENTO.
           IF NOME NOT = SPACES
               MOVE EXP-CHAPA TO NOT-CHAPA
               MOVE "EXPERIEN" TO NOT-MODELO
               MOVE SPACES TO NOT-REF
               MOVE W-PERIODO TO NOT-REF(1:1)
               MOVE W-DATA-VENC TO NOT-REF(2:8)
               MOVE NOME TO NOT-VAR1
               MOVE W-DATA-VENC TO W-NOT-DATA-ED
               MOVE W-NOT-DATA-ED TO NOT-VAR2
               MOVE "PRIMEIRO" TO NOT-VAR3
               IF W-PERIODO = "2"
                   MOVE "SEGUNDO" TO NOT-VAR3
               END-IF
               MOVE CODPTO TO W-NOT-CODPTO
               PERFORM GRAVA-NOTIF THRU FIM-GRAVA-NOTIF.
           ADD 1 TO CONLIN1.
           DISPLAY (20, 40) CONLIN1.
           GO TO LER-EXPER.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQEXPER ARQFUNC TX.
                IF W-TEM-NOTIF = "S"
                    CLOSE ARQNOTIF.
                IF W-TEM-DEP = "S"
                    CLOSE ARQDEP.
       ROT-FIMP.
                EXIT PROGRAM.

      * ROTINA DE MENSAGEM *
      **********************
      *
      *---------------[ ABERTURA DA FILA DE NOTIFICACOES ]--------------
      *    SEM A FILA O ALERTA SAI SO NO RELATORIO; SEM O ARQDEP O
      *    GESTOR NAO E AVISADO.
       ABRE-NOTIF.
           OPEN I-O ARQNOTIF.
           IF ST-NOT = "30" OR ST-NOT = "35"
               OPEN OUTPUT ARQNOTIF
               CLOSE ARQNOTIF
               OPEN I-O ARQNOTIF.
           IF ST-NOT = "00"
               MOVE "S" TO W-TEM-NOTIF.
           OPEN INPUT ARQDEP.
           IF ST-NOT = "00"
               MOVE "S" TO W-TEM-DEP.
           MOVE "00" TO ST-NOT.
       FIM-ABRE-NOTIF.
           CONTINUE.

      *---------------[ NOTIFICACAO AO FUNCIONARIO E AO GESTOR ]--------
      *    QUEM CHAMA PREENCHE NOT-CHAPA, NOT-MODELO, NOT-REF, AS
      *    VARIAVEIS E W-NOT-CODPTO. AVISO JA NA FILA (MESMA CHAVE,
      *    DE OUTRA EXECUCAO) NAO E GRAVADO DE NOVO.
       GRAVA-NOTIF.
           IF W-TEM-NOTIF NOT = "S"
               GO TO FIM-GRAVA-NOTIF.
           MOVE "FPP088" TO NOT-ORIGEM.
           ACCEPT NOT-DATA-INC FROM DATE YYYYMMDD.
           ACCEPT NOT-HORA-INC FROM TIME.
           MOVE "P" TO NOT-SITUACAO.
           MOVE ZEROS TO NOT-TENTATIVAS NOT-DATA-ENV NOT-DATA-RET.
           MOVE SPACES TO NOT-CANAL NOT-MOTIVO.
           MOVE "F" TO NOT-DEST-TIPO.
           MOVE NOT-CHAPA TO NOT-DEST-CHAPA.
           WRITE REGNOTIF
               INVALID KEY
               CONTINUE.
           IF W-TEM-DEP NOT = "S"
               GO TO FIM-GRAVA-NOTIF.
           MOVE W-NOT-CODPTO TO CODIGO1.
           READ ARQDEP
               INVALID KEY
               GO TO FIM-GRAVA-NOTIF.
           IF DEP-GESTOR = ZEROS OR DEP-GESTOR = NOT-CHAPA
               GO TO FIM-GRAVA-NOTIF.
           MOVE "G" TO NOT-DEST-TIPO.
           MOVE DEP-GESTOR TO NOT-DEST-CHAPA.
           WRITE REGNOTIF
               INVALID KEY
               CONTINUE.
       FIM-GRAVA-NOTIF.
           CONTINUE.

      *---------------[ SOMA DE DIAS CORRIDOS A UMA DATA ]--------------
       SOMA-DIAS.
           MOVE ZEROS TO W-SD-I.
