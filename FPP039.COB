                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ESTABILIDADE PROVISORIA---------------------
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EST-KEY
                      FILE STATUS IS ST-EST.
      *------------------------------------------------------------
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
       01 REGFUNC.
           03 CHAPA             PIC 9(06).

      *---------------------ESTABILIDADE PROVISORIA---------------------
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 EST-KEY.
            05 EST-CHAPA          PIC 9(06).
            05 EST-SEQ            PIC 9(02).
           03 EST-TIPO            PIC X(01).
           03 EST-DATA-INI        PIC 9(08).
           03 EST-DATA-FIM        PIC 9(08).
           03 EST-OBS             PIC X(30).
      *---------------------------------------------------------------
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-EST          PIC X(02) VALUE "00".
       01 W-EST-SEQ-MAX   PIC 9(02) VALUE ZEROS.
       01 W-EST-ACHOU     PIC X(01) VALUE "N".
       01 W-EST-FIM       PIC 9(08) VALUE ZEROS.
       01 W-EST-FIM-R REDEFINES W-EST-FIM.
           03 W-EST-DIA   PIC 9(02).
           03 W-EST-MES   PIC 9(02).
           03 W-EST-ANO   PIC 9(04).
       01 W-EST-RESTO4    PIC 9(04) VALUE ZEROS.
       01 W-EST-AUX4      PIC 9(04) VALUE ZEROS.
       01 TAB-EST-MES-R.
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
       01 TAB-EST-MES REDEFINES TAB-EST-MES-R.
           03 EST-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 AUX             PIC 9(01) VALUE ZEROS.
       01 TXT.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQAFAST
               PERFORM GERA-ESTAB THRU GERA-ESTAB-FIM
           ELSE IF W-OPCAO = "N" or "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

      *---------------[ ESTABILIDADE APOS ACIDENTE DE TRABALHO ]--------
      *    ENCERRADO O AFASTAMENTO POR ACIDENTE (TIPO 03) COM DATA DE
      *    RETORNO, O EMPREGADO TEM 12 MESES DE ESTABILIDADE A CONTAR
      *    DO RETORNO (LEI 8.213/91, ART. 118). O PERIODO E GRAVADO UMA
      *    UNICA VEZ POR DATA DE RETORNO NO ARQESTAB, TIPO "A".
       GERA-ESTAB.
           IF AFA-TIPO NOT = 03 OR AFA-STATUS NOT = "E"
              OR AFA-DATA-RET = ZEROS
              GO TO GERA-ESTAB-FIM.
           OPEN I-O ARQESTAB.
           IF ST-EST NOT = "00"
              IF ST-EST = "30"
                 OPEN OUTPUT ARQESTAB
                 CLOSE ARQESTAB
                 GO TO GERA-ESTAB
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQESTAB ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GERA-ESTAB-FIM.
           MOVE ZEROS TO W-EST-SEQ-MAX.
           MOVE "N" TO W-EST-ACHOU.
           MOVE AFA-CHAPA TO EST-CHAPA.
           MOVE ZEROS TO EST-SEQ.
           START ARQESTAB KEY IS NOT LESS THAN EST-KEY
               INVALID KEY
               GO TO GERA-ESTAB-3.
       GERA-ESTAB-1.
           READ ARQESTAB NEXT
               AT END
               GO TO GERA-ESTAB-3.
           IF EST-CHAPA NOT = AFA-CHAPA
               GO TO GERA-ESTAB-3.
           MOVE EST-SEQ TO W-EST-SEQ-MAX.
           IF EST-TIPO = "A" AND EST-DATA-INI = AFA-DATA-RET
               MOVE "S" TO W-EST-ACHOU.
           GO TO GERA-ESTAB-1.
       GERA-ESTAB-3.
           IF W-EST-ACHOU = "S" OR W-EST-SEQ-MAX = 99
               CLOSE ARQESTAB
               GO TO GERA-ESTAB-FIM.
           MOVE AFA-DATA-RET TO W-EST-FIM.
           ADD 1 TO W-EST-ANO.
           IF W-EST-DIA = 29 AND W-EST-MES = 2
               MOVE 1 TO W-EST-DIA
               MOVE 3 TO W-EST-MES.
           IF W-EST-DIA > 1
               SUBTRACT 1 FROM W-EST-DIA
           ELSE
               SUBTRACT 1 FROM W-EST-MES
               IF W-EST-MES = ZEROS
                   MOVE 12 TO W-EST-MES
                   SUBTRACT 1 FROM W-EST-ANO
                   MOVE 31 TO W-EST-DIA
               ELSE
                   MOVE EST-DIAS-MES(W-EST-MES) TO W-EST-DIA
                   IF W-EST-MES = 2
                       DIVIDE W-EST-ANO BY 4 GIVING W-EST-AUX4
                           REMAINDER W-EST-RESTO4
                       IF W-EST-RESTO4 = ZEROS
                           MOVE 29 TO W-EST-DIA.
           MOVE AFA-CHAPA TO EST-CHAPA.
           COMPUTE EST-SEQ = W-EST-SEQ-MAX + 1.
           MOVE "A" TO EST-TIPO.
           MOVE AFA-DATA-RET TO EST-DATA-INI.
           MOVE W-EST-FIM TO EST-DATA-FIM.
           MOVE "RETORNO ACIDENTE DE TRABALHO" TO EST-OBS.
           WRITE REGESTAB.
           IF ST-EST = "00"
              MOVE "*** ESTABILIDADE ACIDENTARIA GRAVADA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE ARQESTAB.
       GERA-ESTAB-FIM.
           EXIT.

       DELETE-ARQAFAST.
           DELETE ARQAFAST RECORD.
           IF ST-ERRO = "00"
