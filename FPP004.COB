                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RQ-NUMERO
                      FILE STATUS IS ST-RQ.
      *---------------------CANDIDATOS DO PROCESSO SELETIVO-------------
           SELECT ARQCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAN-CODIGO
                      FILE STATUS IS ST-CAN.
      *---------------------CONTRATO DE EXPERIENCIA---------------------
           SELECT ARQEXPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           03 CONTATO-EMERGENCIA-FONE  PIC 9(11).
           03 CONTATO-EMERGENCIA-PARENTESCO PIC X(15).
           03 CATEGORIA            PIC X(01).
           03 PCD-TIPO             PIC X(01).
           03 PCD-DATA-LAUDO       PIC 9(08).
           03 DT-LAUDO REDEFINES PCD-DATA-LAUDO.
               05 DIA-LAUDO   PIC 9(02).
               05 MES-LAUDO   PIC 9(02).
               05 ANO-LAUDO   PIC 9(04).
      *---------------------ARQUIVO DO DEPARTAMENTO--------------------
       FD ARQDEP
               LABEL RECORD IS STANDARD
           03 RQ-DATA-APROV     PIC 9(08).
           03 RQ-DATA-CONSUMO   PIC 9(08).
           03 RQ-QTD-CONSUMIDA  PIC 9(02).
      *---------------------CANDIDATOS DO PROCESSO SELETIVO-------------
       FD ARQCAND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
           03 CAN-CODIGO          PIC 9(05).
           03 CAN-NOME            PIC X(30).
           03 CAN-CPF             PIC 9(11).
           03 CAN-DATANASC        PIC 9(08).
           03 CAN-SEXO            PIC X(01).
           03 CAN-FONE            PIC 9(11).
           03 CAN-EMAIL           PIC X(40).
           03 CAN-ORIGEM          PIC X(01).
           03 CAN-CURRICULO       PIC X(40).
           03 CAN-REQ             PIC 9(05).
           03 CAN-ETAPA           PIC X(01).
           03 CAN-DT-ETAPA        PIC 9(08) OCCURS 7 TIMES.
           03 CAN-CHAPA           PIC 9(06).
      *---------------------CONTRATO DE EXPERIENCIA---------------------
       FD ARQEXPER
               LABEL RECORD IS STANDARD
       01 ST-LOG          PIC X(02) VALUE "00".
       01 W-USUARIO-LOG   PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-ANT    PIC X(250) VALUE SPACES.
       01 W-IMAGEM-CPL    PIC X(44)  VALUE SPACES.
       01 ST-REQ          PIC X(02) VALUE "00".
       01 W-REQ-OK        PIC X(01) VALUE "S".
       01 W-ACHOU-CERT    PIC X(01) VALUE "N".
      *---------------[ REQUISICAO DE PESSOAL CONSUMIDA ]---------------
       77 ST-RQ           PIC X(02) VALUE "00".
       01 W-REQ-NUM       PIC 9(05) VALUE ZEROS.
      *---------------[ CANDIDATO APROVADO (FPP143) ]-------------------
       77 ST-CAN          PIC X(02) VALUE "00".
       01 W-CAND          PIC 9(05) VALUE ZEROS.
       01 W-CAND-REQ      PIC 9(05) VALUE ZEROS.
      *---------------[ CONTRATO DE EXPERIENCIA ]-----------------------
       01 W-TEM-EXPER     PIC X(01) VALUE "N".
       01 W-EXP-DIAS1     PIC 9(02) VALUE ZEROS.
           05  TCATEGORIA
               LINE 05  COLUMN 23  PIC X(01)
               USING  CATEGORIA.
      *---------------------[ TELA DA PESSOA COM DEFICIENCIA ]---------
       01  TELA-PCD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                      CADASTRAD0 DE FUN".
           05  LINE 02  COLUMN 41
               VALUE  "CIONARIO - PCD (LEI 8.213 ART. 93)".
           05  LINE 05  COLUMN 01
               VALUE  "DEFICIENCIA (N/F/A/V/I/M/U/R):".
           05  LINE 07  COLUMN 01
               VALUE  "N-NAO E PESSOA COM DEFICIENCIA".
           05  LINE 08  COLUMN 01
               VALUE  "F-FISICA".
           05  LINE 09  COLUMN 01
               VALUE  "A-AUDITIVA".
           05  LINE 10  COLUMN 01
               VALUE  "V-VISUAL".
           05  LINE 11  COLUMN 01
               VALUE  "I-INTELECTUAL".
           05  LINE 12  COLUMN 01
               VALUE  "M-MENTAL/PSICOSSOCIAL".
           05  LINE 13  COLUMN 01
               VALUE  "U-MULTIPLA".
           05  LINE 14  COLUMN 01
               VALUE  "R-REABILITADO DO INSS".
           05  LINE 16  COLUMN 01
               VALUE  "DATA DO LAUDO (DDMMAAAA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPCDTIPO
               LINE 05  COLUMN 32  PIC X(01)
               USING  PCD-TIPO.
           05  TPCDLAUDO
               LINE 16  COLUMN 27  PIC 99/99/9999
               USING  PCD-DATA-LAUDO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

            MOVE ZEROS  TO CONTATO-EMERGENCIA-FONE.
            MOVE SPACES TO W-BANCO-NOME.
            MOVE "C"    TO CATEGORIA.
            MOVE "N"    TO PCD-TIPO.
            MOVE ZEROS  TO PCD-DATA-LAUDO.
            MOVE "N"    TO W-TEM-EXPER.
            MOVE 45     TO W-EXP-DIAS1 W-EXP-DIAS2.
            MOVE ZEROS  TO W-CAND W-CAND-REQ.
      *-----------------------------------------------------------------  
      *                        ROTINA DE SELECAO                       *
      *----------------------------------------------------------------- 
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

      *-------------[ CANDIDATO APROVADO NO PROCESSO SELETIVO ]-------
      *    TRAZ NOME, NASCIMENTO, SEXO E CPF DO CANDIDATO E DEPTO/CARGO
      *    DA REQUISICAO; OS DADOS AINDA PASSAM PELAS VALIDACOES.
       R1A.
           MOVE ZEROS TO W-CAND W-CAND-REQ.
           DISPLAY (23, 12)
                "CANDIDATO APROVADO (00000=SEM): ".
           ACCEPT (23, 45) W-CAND.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
           IF W-CAND = ZEROS
              GO TO R2.
           OPEN INPUT ARQCAND.
           IF ST-CAN NOT = "00"
              MOVE "*** SEM CANDIDATOS CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-CAND
              MOVE "00" TO ST-CAN
              GO TO R2.
           MOVE W-CAND TO CAN-CODIGO.
           READ ARQCAND
           IF ST-CAN NOT = "00"
              MOVE "*** CANDIDATO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAND
              MOVE "00" TO ST-CAN
              GO TO R1A.
           CLOSE ARQCAND.
           IF CAN-ETAPA NOT = "A"
              MOVE "*** CANDIDATO NAO ESTA NA ETAPA APROVADO ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           MOVE CAN-NOME     TO NOME.
           MOVE CAN-DATANASC TO DATANASC.
           MOVE CAN-SEXO     TO SEXO.
           MOVE CAN-CPF      TO CPF.
           MOVE CAN-REQ      TO W-CAND-REQ.
           OPEN INPUT ARQREQPES.
           IF ST-RQ = "00"
              MOVE CAN-REQ TO RQ-NUMERO
              READ ARQREQPES
              IF ST-RQ = "00"
                 MOVE RQ-CODPTO  TO CODPTO
                 MOVE RQ-CODCARG TO CODCARG
                 CLOSE ARQREQPES
              ELSE
                 CLOSE ARQREQPES.
           MOVE "00" TO ST-RQ.
           DISPLAY TELA.

       R2. 
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R29.

      *-------------[ ROTINA DA PESSOA COM DEFICIENCIA ]------------
       R29-1.
           DISPLAY TELA-PCD.
           ACCEPT TPCDTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01
              GO TO R29.
           IF PCD-TIPO = "n"
              MOVE "N" TO PCD-TIPO.
           IF PCD-TIPO = "f"
              MOVE "F" TO PCD-TIPO.
           IF PCD-TIPO = "a"
              MOVE "A" TO PCD-TIPO.
           IF PCD-TIPO = "v"
              MOVE "V" TO PCD-TIPO.
           IF PCD-TIPO = "i"
              MOVE "I" TO PCD-TIPO.
           IF PCD-TIPO = "m"
              MOVE "M" TO PCD-TIPO.
           IF PCD-TIPO = "u"
              MOVE "U" TO PCD-TIPO.
           IF PCD-TIPO = "r"
              MOVE "R" TO PCD-TIPO.
           IF PCD-TIPO = SPACES
              MOVE "N" TO PCD-TIPO.
           IF PCD-TIPO NOT = "N" AND PCD-TIPO NOT = "F"
              AND PCD-TIPO NOT = "A" AND PCD-TIPO NOT = "V"
              AND PCD-TIPO NOT = "I" AND PCD-TIPO NOT = "M"
              AND PCD-TIPO NOT = "U" AND PCD-TIPO NOT = "R"
              MOVE "*** DIGITE N, F, A, V, I, M, U OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R29-1.
           IF PCD-TIPO = "N"
              MOVE ZEROS TO PCD-DATA-LAUDO
              GO TO R29-FIM.
      *    SO CONTA NA COTA QUEM TEM LAUDO; A DATA E OBRIGATORIA.
       R29-2.
           ACCEPT TPCDLAUDO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01
              GO TO R29-1.
           IF PCD-DATA-LAUDO = ZEROS
              PERFORM ERROR-EMPTY
              GO TO R29-2.
           IF DIA-LAUDO = 0 OR DIA-LAUDO > 31 OR
              MES-LAUDO = 0 OR MES-LAUDO > 12 OR
              ANO-LAUDO < 1900
              MOVE " DATA DO LAUDO INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R29-2.
       R29-FIM.
           CONTINUE.

      *-------------[ ROTINA DO CONTRATO DE EXPERIENCIA ]------------
       R30.
           DISPLAY TELA-EXPER.
           ACCEPT TTEMEXPER.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 01
              GO TO R29-1.
           IF W-TEM-EXPER = "s"
              MOVE "S" TO W-TEM-EXPER.
           IF W-TEM-EXPER NOT = "S"
      *-------------[ REQUISICAO DE PESSOAL (FPP097) ]---------------
       R32.
           MOVE ZEROS TO W-REQ-NUM.
      *    O CANDIDATO APROVADO JA TRAZ A SUA REQUISICAO.
           IF W-CAND-REQ NOT = ZEROS
              MOVE W-CAND-REQ TO W-REQ-NUM
              GO TO R32-1.
           DISPLAY (23, 12)
                "REQUISICAO DE PESSOAL (00000=SEM): ".
           ACCEPT (23, 48) W-REQ-NUM.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.
       R32-1.
           IF W-REQ-NUM = ZEROS
              GO TO R32-FIM.
           OPEN I-O ARQREQPES.
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQPES
              MOVE ZEROS TO W-CAND-REQ
              GO TO R32.
           IF RQ-STATUS NOT = "A"
              MOVE "*** REQUISICAO NAO ESTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQPES
              MOVE ZEROS TO W-CAND-REQ
              GO TO R32.
           IF RQ-CODPTO NOT = CODPTO OR RQ-CODCARG NOT = CODCARG
              MOVE "*** REQUISICAO DE OUTRO DEPTO/CARGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQPES
              MOVE ZEROS TO W-CAND-REQ
              GO TO R32.
           CLOSE ARQREQPES.
       R32-FIM.

               PERFORM WRITE-ARQFUNC
               PERFORM CONSOME-REQ THRU FIM-CONSOME-REQ
               PERFORM ADMITE-CAND THRU FIM-ADMITE-CAND
               PERFORM GRAVA-EXPER THRU FIM-GRAVA-EXPER
               PERFORM WRITE-ARQDEP
               PERFORM WRITE-ARQCARG
           WRITE REGFUNC.
           IF ST-ERRO = "00" OR "02" 
		      PERFORM LOG-DATA-SAVED
              PERFORM LOG-INCLUSAO THRU LOG-INCLUSAO-FIM
           ELSE IF 
		      ST-ERRO = "22" 
			  PERFORM REWRITE-ARQFUNC.
               MOVE CHAPA TO LOG-CHAVE
               MOVE W-IMAGEM-ANT TO LOG-IMAGEM-ANT
               MOVE REGFUNC TO LOG-IMAGEM-NOVA
               PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
               PERFORM LOG-COMPLEMENTO THRU LOG-COMPLEMENTO-FIM.

       REWRITE-ARQDEP. 
	       REWRITE REGDEP. 
       READ-ARQFUNC.
           READ ARQFUNC WITH LOCK.
           IF ST-ERRO = "00"
               MOVE REGFUNC TO W-IMAGEM-ANT
               MOVE REGFUNC(251:44) TO W-IMAGEM-CPL.
           PERFORM CHECK-READ.
           DISPLAY TELA.  

       FIM-CONSOME-REQ.
           CONTINUE.

      *---------------[ CANDIDATO ADMITIDO (FPP143) ]-------------------
       ADMITE-CAND.
           IF W-CAND = ZEROS
               GO TO FIM-ADMITE-CAND.
           OPEN I-O ARQCAND.
           IF ST-CAN NOT = "00"
               MOVE "00" TO ST-CAN
               GO TO FIM-ADMITE-CAND.
           MOVE W-CAND TO CAN-CODIGO.
           READ ARQCAND
           IF ST-CAN NOT = "00"
               CLOSE ARQCAND
               MOVE "00" TO ST-CAN
               GO TO FIM-ADMITE-CAND.
           MOVE "D"   TO CAN-ETAPA.
           MOVE CHAPA TO CAN-CHAPA.
           ACCEPT CAN-DT-ETAPA(7) FROM DATE YYYYMMDD.
           REWRITE REGCAND.
           CLOSE ARQCAND.
           MOVE "00" TO ST-CAN.
       FIM-ADMITE-CAND.
           CONTINUE.

      *---------------[ CONTRATO DE EXPERIENCIA ]-----------------------
      *    GRAVA O TERMO DE EXPERIENCIA (1o PERIODO E PRORROGACAO)
      *    COM AS DATAS PROJETADAS A PARTIR DA ADMISSAO. O ALERTA
       FIM-SOMA-DIAS.
           CONTINUE.

      *    INCLUSAO: SO A IMAGEM NOVA (PERMITE REAPLICAR NO FPP164).
       LOG-INCLUSAO.
           MOVE "I" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGFUNC TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           MOVE SPACES TO W-IMAGEM-CPL.
           PERFORM LOG-COMPLEMENTO THRU LOG-COMPLEMENTO-FIM.
       LOG-INCLUSAO-FIM.
           EXIT.

      *    O REGISTRO DO FUNCIONARIO (294 POSICOES) NAO CABE NA IMAGEM
      *    DE 250 DO ARQLOG: O FINAL VAI NUM REGISTRO DE COMPLEMENTO (C)
      *    GRAVADO LOGO APOS A INCLUSAO OU ALTERACAO.
       LOG-COMPLEMENTO.
           MOVE "C" TO LOG-OPERACAO.
           MOVE CHAPA TO LOG-CHAVE.
           MOVE W-IMAGEM-CPL TO LOG-IMAGEM-ANT.
           MOVE REGFUNC(251:44) TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-COMPLEMENTO-FIM.
           EXIT.

      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
