       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP177.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *       CADASTRO DE ATESTADOS MEDICOS         *
      ***********************************************
      *----------------------------------------------------------------
      *    REGISTRA POR CHAPA OS ATESTADOS MEDICOS E ODONTOLOGICOS COM
      *    DATA INICIAL, DIAS, CID, CRM/CRO DO PROFISSIONAL E TIPO. OS
      *    TIPOS 1 (DOENCA) E 2 (ODONTOLOGICO) ENTRAM NA VERIFICACAO
      *    DIARIA DO FPP178, QUE SOMA OS ATESTADOS DO MESMO GRUPO DE
      *    CID DENTRO DE 60 DIAS E PROPOE O AFASTAMENTO INSS (TIPO 01)
      *    NO ARQAFAST A PARTIR DO 16o DIA; O ATESTADO ENCAMINHADO
      *    FICA "E" E NAO PODE MAIS SER ALTERADO OU EXCLUIDO AQUI.
      *    O ACIDENTE DE TRABALHO (TIPO 3) SEGUE PELA CAT (FPP131).
      *    SO O PERFIL MEDICO VE O CID DE UM ATESTADO JA GRAVADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------ATESTADOS MEDICOS---------------------------
           SELECT ARQATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ATE-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *---------------------USUARIO DA SESSAO DO MENU-------------------
           SELECT ARQSESS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-SEG.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------ATESTADOS MEDICOS---------------------------
      *    TIPO: 1=DOENCA 2=ODONTOLOGICO 3=ACIDENTE DE TRABALHO
      *    4=ACOMPANHAMENTO DE DEPENDENTE 5=COMPARECIMENTO.
      *    SITUACAO: A=ATIVO E=ENCAMINHADO AO INSS (ATE-AFA-SEQ).
      *    DATAS DDMMAAAA, INCLUSAO AAAAMMDD.
       FD ARQATEST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
           03 ATE-KEY.
            05 ATE-CHAPA          PIC 9(06).
            05 ATE-SEQ            PIC 9(03).
           03 ATE-DATA-INI        PIC 9(08).
           03 ATE-DT-INI REDEFINES ATE-DATA-INI.
            05 ATE-DIA            PIC 9(02).
            05 ATE-MES            PIC 9(02).
            05 ATE-ANO            PIC 9(04).
           03 ATE-DIAS            PIC 9(03).
           03 ATE-DATA-FIM        PIC 9(08).
           03 ATE-TIPO            PIC 9(01).
           03 ATE-CID             PIC X(04).
           03 ATE-CRM             PIC X(10).
           03 ATE-CRM-UF          PIC X(02).
           03 ATE-STATUS          PIC X(01).
           03 ATE-AFA-SEQ         PIC 9(02).
           03 ATE-USUARIO         PIC X(10).
           03 ATE-DATA-INC        PIC 9(08).
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
      *---------------------CADASTRO DE USUARIOS DO MENU----------------
       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".
       01 REGUSU.
           03 USU-LOGIN     PIC X(10).
           03 USU-SENHA     PIC X(10).
           03 USU-PERFIL    PIC X(08).
           03 USU-ATIVO     PIC X(01).
           03 USU-CHAPA     PIC 9(06).
           03 FILLER        PIC X(101).
      *---------------------USUARIO DA SESSAO DO MENU-------------------
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
           03 SESS-USUARIO  PIC X(10).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-SEG          PIC X(02) VALUE "00".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-NOVO          PIC X(01) VALUE "N".
       01 W-SEQ-MAX       PIC 9(03) VALUE ZEROS.
       01 W-REGATEST      PIC X(80) VALUE SPACES.
       01 W-DESC-TIPO     PIC X(30) VALUE SPACES.
       01 W-DESC-SIT      PIC X(30) VALUE SPACES.
       01 W-CID-TELA      PIC X(04) VALUE SPACES.
       01 W-USUARIO-SESS  PIC X(10) VALUE SPACES.
      *    S = PERFIL MEDICO (OU SEM CADASTRO DE USUARIOS): VE O CID.
       01 W-VE-CID        PIC X(01) VALUE "N".
      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]----------------
       01 W-SD-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SD-DATA-R REDEFINES W-SD-DATA.
           03 W-SD-DIA    PIC 9(02).
           03 W-SD-MES    PIC 9(02).
           03 W-SD-ANO    PIC 9(04).
       01 W-SD-QTD        PIC 9(03) VALUE ZEROS.
       01 W-SD-I          PIC 9(03) VALUE ZEROS.
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
           03 SD-DIAS PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               CADASTRO DE ATESTADOS MED".
           05  LINE 02  COLUMN 41
               VALUE  "ICOS".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA (0=NOVA): |".
           05  LINE 07  COLUMN 01
               VALUE  " DATA INICIAL:       |".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO:               |".
           05  LINE 09  COLUMN 01
               VALUE  " DIAS:               |".
           05  LINE 09  COLUMN 30
               VALUE  "DATA FINAL:".
           05  LINE 10  COLUMN 01
               VALUE  " CID:                |".
           05  LINE 11  COLUMN 01
               VALUE  " CRM/CRO:            |".
           05  LINE 11  COLUMN 37
               VALUE  "UF:".
           05  LINE 12  COLUMN 01
               VALUE  " SITUACAO:           |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  ATE-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TSEQUENCIA
               LINE 06  COLUMN 24  PIC 9(03)
               USING  ATE-SEQ
               HIGHLIGHT.
           05  TDATA
               LINE 07  COLUMN 24  PIC 99/99/9999
               USING  ATE-DATA-INI
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 24  PIC 9(01)
               USING  ATE-TIPO
               HIGHLIGHT.
           05  TTIPO2
               LINE 08  COLUMN 26  PIC X(30)
               USING  W-DESC-TIPO.
           05  TDIAS
               LINE 09  COLUMN 24  PIC 9(03)
               USING  ATE-DIAS
               HIGHLIGHT.
           05  TDATAFIM
               LINE 09  COLUMN 42  PIC 99/99/9999
               USING  ATE-DATA-FIM.
           05  TCID
               LINE 10  COLUMN 24  PIC X(04)
               USING  W-CID-TELA
               HIGHLIGHT.
           05  TCRM
               LINE 11  COLUMN 24  PIC X(10)
               USING  ATE-CRM
               HIGHLIGHT.
           05  TUF
               LINE 11  COLUMN 41  PIC X(02)
               USING  ATE-CRM-UF
               HIGHLIGHT.
           05  TSIT
               LINE 12  COLUMN 24  PIC X(30)
               USING  W-DESC-SIT.

      *---------------------[ TABELA DE TIPO ]-------------
       01  TELA-TIPO.
           05  LINE 08  COLUMN 50
               VALUE  "1-DOENCA".
           05  LINE 09  COLUMN 50
               VALUE  "2-ODONTOLOGICO".
           05  LINE 10  COLUMN 50
               VALUE  "3-ACIDENTE DE TRABALHO".
           05  LINE 11  COLUMN 50
               VALUE  "4-ACOMPANHAMENTO DEPENDENTE".
           05  LINE 12  COLUMN 50
               VALUE  "5-COMPARECIMENTO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQATEST.
           PERFORM I-O-ARQFUNC.
           PERFORM LE-USUARIO THRU FIM-LE-USUARIO.
           PERFORM LE-PERFIL-CID THRU FIM-LE-PERFIL-CID.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO ATE-CID ATE-CRM ATE-CRM-UF ATE-STATUS
                          ATE-USUARIO W-NOME W-DESC-TIPO W-DESC-SIT
                          W-CID-TELA.
           MOVE ZEROS TO ATE-KEY ATE-DATA-INI ATE-DIAS ATE-DATA-FIM
                         ATE-TIPO ATE-AFA-SEQ ATE-DATA-INC.
           MOVE "N" TO W-NOVO.
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ATE-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R3.
           MOVE ATE-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO FUNCIONARIO"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME TO W-NOME
                DISPLAY TNOME.
       R4.
           ACCEPT TSEQUENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF ATE-SEQ = ZEROS
              PERFORM PROX-SEQ THRU PROX-SEQ-FIM
              IF ATE-SEQ = ZEROS
                 MOVE "*** CHAPA SEM SEQUENCIA LIVRE NO ARQATEST ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4
              ELSE
                 DISPLAY TSEQUENCIA.
       LER-ARQATEST.
           READ ARQATEST
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM DESCRICOES THRU DESCRICOES-FIM
                DISPLAY TELA
                MOVE "*** ATESTADO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQATEST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "S" TO W-NOVO
                MOVE "A" TO ATE-STATUS
                PERFORM DESCRICOES THRU DESCRICOES-FIM
                DISPLAY TSIT
                MOVE "*** ATESTADO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                GO TO R4.
           IF ATE-DIA = 0 OR ATE-DIA > 31 OR
              ATE-MES = 0 OR ATE-MES > 12 OR
              ATE-ANO < 1900 OR ATE-ANO > 2099
              MOVE " DATA INICIAL INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF ATE-TIPO = ZEROS OR ATE-TIPO > 5
              MOVE "*** TIPO DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM DESCRICOES THRU DESCRICOES-FIM.
           DISPLAY TELA.
       R7.
           ACCEPT TDIAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
      *    SO A DECLARACAO DE COMPARECIMENTO PODE SER DE HORAS (0 DIAS).
           IF ATE-DIAS = ZEROS AND ATE-TIPO NOT = 5
              MOVE "*** INFORME OS DIAS DO ATESTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE ATE-DATA-INI TO W-SD-DATA.
           MOVE ZEROS TO W-SD-QTD.
           IF ATE-DIAS > 1
              COMPUTE W-SD-QTD = ATE-DIAS - 1.
           PERFORM SOMA-DIAS THRU FIM-SOMA-DIAS.
           MOVE W-SD-DATA TO ATE-DATA-FIM.
           DISPLAY TDATAFIM.
       R8.
           IF W-NOVO NOT = "S" AND W-VE-CID NOT = "S"
              GO TO R9.
           ACCEPT TCID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF W-CID-TELA = SPACES AND ATE-TIPO < 4
              MOVE "*** INFORME O CID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-CID-TELA NOT = SPACES
              IF W-CID-TELA(1:1) < "A" OR W-CID-TELA(1:1) > "Z"
                 OR W-CID-TELA(2:2) NOT NUMERIC
                 MOVE "*** CID INVALIDO (LETRA E 2 DIGITOS) ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8.
           MOVE W-CID-TELA TO ATE-CID.
       R9.
           ACCEPT TCRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-NOVO NOT = "S" AND W-VE-CID NOT = "S"
                GO TO R7
              ELSE
                GO TO R8.
           IF ATE-CRM = SPACES
              MOVE "*** INFORME O CRM/CRO DO PROFISSIONAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
       R10.
           ACCEPT TUF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.
           IF ATE-CRM-UF = SPACES
              MOVE "*** INFORME A UF DO CONSELHO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R10.

           IF W-OPCAO = "S" or "s"
               PERFORM GRAVA-ATEST THRU GRAVA-ATEST-FIM
           ELSE IF W-OPCAO = "N" or "n" GO TO R0
           ELSE PERFORM ERROR-VALID GO TO SALVAR.
           GO TO R0.
      *
       DELETAR.
           MOVE "VOCE QUER EXCLUIR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R10.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQATEST
               GO TO R0
           ELSE IF W-OPCAO = "N" or "n" NEXT SENTENCE
           ELSE PERFORM ERROR-VALID GO TO DELETAR.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R0.
                IF ATE-STATUS = "E"
                   MOVE "*** ATESTADO JA ENCAMINHADO AO INSS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "A"
                   GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
      *---------------------[ DESCRICOES DA TELA ]---------------------
      *    FORA DO PERFIL MEDICO O CID GRAVADO APARECE MASCARADO.
       DESCRICOES.
           MOVE SPACES TO W-DESC-TIPO W-DESC-SIT.
           IF ATE-TIPO = 1
              MOVE "DOENCA" TO W-DESC-TIPO.
           IF ATE-TIPO = 2
              MOVE "ODONTOLOGICO" TO W-DESC-TIPO.
           IF ATE-TIPO = 3
              MOVE "ACIDENTE DE TRABALHO (CAT)" TO W-DESC-TIPO.
           IF ATE-TIPO = 4
              MOVE "ACOMPANHAMENTO DE DEPENDENTE" TO W-DESC-TIPO.
           IF ATE-TIPO = 5
              MOVE "COMPARECIMENTO" TO W-DESC-TIPO.
           IF ATE-STATUS = "A"
              MOVE "ATIVO" TO W-DESC-SIT.
           IF ATE-STATUS = "E"
              MOVE "ENCAMINHADO AO INSS - AFAST." TO W-DESC-SIT
              MOVE ATE-AFA-SEQ TO W-DESC-SIT(29:2).
           MOVE ATE-CID TO W-CID-TELA.
           IF W-NOVO NOT = "S" AND W-VE-CID NOT = "S"
              AND ATE-CID NOT = SPACES
              MOVE "****" TO W-CID-TELA.
       DESCRICOES-FIM.
           EXIT.

      *---------------[ GRAVACAO DO ATESTADO ]-------------------------
       GRAVA-ATEST.
           MOVE W-USUARIO-SESS TO ATE-USUARIO.
           ACCEPT ATE-DATA-INC FROM DATE YYYYMMDD.
           IF W-NOVO = "S"
              WRITE REGATEST
           ELSE
              REWRITE REGATEST.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO NA GRAVACAO DO ARQATEST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-ATEST-FIM.
           MOVE "*** ATESTADO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-ATEST-FIM.
           EXIT.

      *    SEQUENCIA 0 NA TELA: PROXIMA LIVRE DA CHAPA.
       PROX-SEQ.
           MOVE ZEROS TO W-SEQ-MAX.
           MOVE ZEROS TO ATE-SEQ.
           START ARQATEST KEY IS NOT LESS THAN ATE-KEY
               INVALID KEY
               GO TO PROX-SEQ-9.
       PROX-SEQ-1.
           READ ARQATEST NEXT
               AT END
               GO TO PROX-SEQ-9.
           IF ATE-CHAPA NOT = CHAPA
               GO TO PROX-SEQ-9.
           MOVE ATE-SEQ TO W-SEQ-MAX.
           GO TO PROX-SEQ-1.
       PROX-SEQ-9.
           MOVE CHAPA TO ATE-CHAPA.
           MOVE ZEROS TO ATE-SEQ.
           IF W-SEQ-MAX < 999
              COMPUTE ATE-SEQ = W-SEQ-MAX + 1.
           MOVE "00" TO ST-ERRO.
       PROX-SEQ-FIM.
           EXIT.

      *---------------[ SOMA DE DIAS EM DATA DDMMAAAA ]-----------------
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

      *---------------[ USUARIO E PERFIL DA SESSAO ]--------------------
       LE-USUARIO.
           IF SESS-EXT-USUARIO NOT = SPACES
              AND SESS-EXT-USUARIO NOT = LOW-VALUES
               MOVE SESS-EXT-USUARIO TO W-USUARIO-SESS
           ELSE
               OPEN INPUT ARQSESS
               IF ST-SEG = "00"
                   READ ARQSESS
                   IF ST-SEG = "00"
                       MOVE SESS-USUARIO TO W-USUARIO-SESS
                   END-IF
                   CLOSE ARQSESS
               END-IF.
           MOVE "00" TO ST-SEG.
       FIM-LE-USUARIO.
           CONTINUE.

       LE-PERFIL-CID.
           MOVE "N" TO W-VE-CID.
           OPEN INPUT ARQUSU.
           IF ST-SEG NOT = "00"
               MOVE "S" TO W-VE-CID
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-PERFIL-CID.
       LE-PERFIL-CID-1.
           READ ARQUSU
           IF ST-SEG NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-SEG
               GO TO FIM-LE-PERFIL-CID.
           IF USU-LOGIN = W-USUARIO-SESS
              AND USU-PERFIL = "MEDICO"
               MOVE "S" TO W-VE-CID.
           GO TO LE-PERFIL-CID-1.
       FIM-LE-PERFIL-CID.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQATEST.
           OPEN I-O ARQATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQATEST
                  CLOSE ARQATEST
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQATEST
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIMP
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIMP.

       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE FUNCIONARIOS NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  CLOSE ARQATEST
                  GO TO ROT-FIMP
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  CLOSE ARQATEST
                  GO TO ROT-FIMP.

      *---------------------[ ROTINA DE EXCLUSAO ]---------------------
       DELETE-ARQATEST.
           DELETE ARQATEST RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQATEST ARQFUNC.
       ROT-FIMP.
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.
      *---------------------[ ROTINA DE MENSAGEM ]---------------------

       ERROR-VALID.
           MOVE "OPCAO NAO VALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-FILE-NOT-OPENED.
           MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ERROR-DATA-NOT-DELETED.
           MOVE "DADOS NAO DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-FILE-CREATED.
           MOVE "ARQUIVO CRIADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
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
