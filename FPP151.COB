       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP151.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *   DOCUMENTOS DO SALARIO-FAMILIA             *
      ***********************************************
      *----------------------------------------------------------------
      *    CONTROLE POR DEPENDENTE (FILHO/ENTEADO DO ARQDEPE) DA
      *    ENTREGA DOS DOCUMENTOS DO SALARIO-FAMILIA: V = CADERNETA DE
      *    VACINACAO (ANUAL, ATE 6 ANOS) E E = FREQUENCIA ESCOLAR
      *    (SEMESTRAL, A PARTIR DOS 7 ANOS). CADA TIPO TEM A DATA DA
      *    ULTIMA ENTREGA E O VENCIMENTO DA PROXIMA. COM O VENCIMENTO
      *    EM MES ANTERIOR A COMPETENCIA A FOLHA (FPP015) SUSPENDE A
      *    QUOTA DO DEPENDENTE; REGISTRADA A ENTREGA COM NOVO
      *    VENCIMENTO A QUOTA VOLTA A SER PAGA, SEM ATRASADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA---------------
           SELECT ARQDOCSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DSF-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO FUNCIONARIO----------------------
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------ARQUIVO DO DEPENDENTE-----------------------
           SELECT ARQDEPE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
           SELECT ARQAUTO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-AUTO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA---------------
      *    DATAS EM DDMMAAAA. TIPO: V=VACINACAO E=FREQUENCIA ESCOLAR.
      *    ENTREGA ZERADA = DOCUMENTO AINDA NAO ENTREGUE.
       FD ARQDOCSF
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDOCSF.DAT".
       01 REGDOCSF.
           03 DSF-KEY.
            05 DSF-CHAPA          PIC 9(06).
            05 DSF-DEPSEQ         PIC 9(02).
            05 DSF-TIPO           PIC X(01).
           03 DSF-DATA-ENTREGA    PIC 9(08).
           03 DSF-DATA-VENCTO     PIC 9(08).
           03 DSF-DT-VENCTO REDEFINES DSF-DATA-VENCTO.
            05 DSF-DIA-VENCTO     PIC 9(02).
            05 DSF-MES-VENCTO     PIC 9(02).
            05 DSF-ANO-VENCTO     PIC 9(04).
           03 DSF-OBS             PIC X(30).
           03 DSF-DATA-CAD        PIC 9(08).
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
      *---------------------ARQUIVO DO DEPENDENTE---------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 DEPEN-KEY.
            05 DEPEN-CHAPA        PIC 9(06).
            05 DEPEN-SEQ          PIC 9(02).
           03 DEPEN-NOME          PIC X(30).
           03 PARENTESCO          PIC 9(02).
           03 DEPEN-DATANASC      PIC 9(08).
           03 DEPEN-DTNASC REDEFINES DEPEN-DATANASC.
            05 DEPEN-DIA          PIC 9(02).
            05 DEPEN-MES          PIC 9(02).
            05 DEPEN-ANO          PIC 9(04).
           03 DEPEN-SEXO          PIC X(01).
           03 DEPEN-INSS          PIC X(01).
           03 DEPEN-IMPRENDA      PIC X(01).
           03 DEPEN-STATUS        PIC X(20).
      *---------------------CHAVE DE EXECUCAO AUTOMATICA----------------
       FD ARQAUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTO.DAT".
       01 REGAUTO.
           03 AUTO-FLAG     PIC X(01).
       WORKING-STORAGE SECTION.
       77 ST-AUTO         PIC X(02) VALUE "00".
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-ERRO          PIC X(01) VALUE "N".
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-DEP-NOME      PIC X(30) VALUE SPACES.
       01 W-IDADE         PIC S9(03) VALUE ZEROS.
       01 W-TIPO-IDADE    PIC X(01) VALUE SPACES.
       01 W-TXT-TIPO      PIC X(20) VALUE SPACES.
       01 W-TXT-SITUACAO  PIC X(20) VALUE SPACES.
       01 W-VENC-AAMM     PIC 9(06) VALUE ZEROS.
       01 W-HOJE-AAMM     PIC 9(06) VALUE ZEROS.
       01 W-MESES         PIC 9(02) VALUE ZEROS.
      *---------------[ DATAS: HOJE AAAAMMDD, TELA DDMMAAAA ]-----------
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-DT            PIC 9(08) VALUE ZEROS.
       01 W-DT-R REDEFINES W-DT.
           03 W-DT-DIA      PIC 9(02).
           03 W-DT-MES      PIC 9(02).
           03 W-DT-ANO      PIC 9(04).
       01 W-DT-AMD        PIC 9(08) VALUE ZEROS.
       01 W-DT-SALVA      PIC 9(08) VALUE ZEROS.
       01 W-ENTREGA-AMD   PIC 9(08) VALUE ZEROS.
      *---------------[ NUMERO SERIAL DO DIA ]--------------------------
       01 W-S-DIA         PIC 9(02) VALUE ZEROS.
       01 W-S-MES         PIC 9(02) VALUE ZEROS.
       01 W-S-ANO         PIC 9(04) VALUE ZEROS.
       01 W-S-A           PIC 9(01) VALUE ZEROS.
       01 W-S-Y           PIC 9(04) VALUE ZEROS.
       01 W-S-M           PIC 9(02) VALUE ZEROS.
       01 W-S-AUX         PIC 9(05) VALUE ZEROS.
       01 W-S-Q1          PIC 9(04) VALUE ZEROS.
       01 W-S-Q2          PIC 9(04) VALUE ZEROS.
       01 W-S-Q3          PIC 9(02) VALUE ZEROS.
       01 W-S-Q4          PIC 9(02) VALUE ZEROS.
       01 W-SERIAL        PIC 9(07) VALUE ZEROS.
       01 W-J-A           PIC 9(08) VALUE ZEROS.
       01 W-J-B           PIC 9(03) VALUE ZEROS.
       01 W-J-C           PIC 9(06) VALUE ZEROS.
       01 W-J-D           PIC 9(03) VALUE ZEROS.
       01 W-J-E           PIC 9(04) VALUE ZEROS.
       01 W-J-M           PIC 9(02) VALUE ZEROS.
       01 W-J-AUX         PIC 9(10) VALUE ZEROS.
       01 W-J-AUX2        PIC 9(10) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           DOCUMENTOS DO SALARIO-FAMILIA".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA:              |".
           05  LINE 06  COLUMN 01
               VALUE  " DEPENDENTE:         |".
           05  LINE 07  COLUMN 01
               VALUE  " IDADE:              |".
           05  LINE 08  COLUMN 01
               VALUE  " DOCUMENTO:          |".
           05  LINE 09  COLUMN 01
               VALUE  " DATA DA ENTREGA:    |".
           05  LINE 10  COLUMN 01
               VALUE  " VENCIMENTO:         |".
           05  LINE 11  COLUMN 01
               VALUE  " OBSERVACAO:         |".
           05  LINE 13  COLUMN 01
               VALUE  " SITUACAO:           |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCHAPA
               LINE 05  COLUMN 24  PIC 9(06)
               USING  DSF-CHAPA.
           05  TNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  W-NOME.
           05  TDEPSEQ
               LINE 06  COLUMN 24  PIC 9(02)
               USING  DSF-DEPSEQ
               HIGHLIGHT.
           05  TDEPNOME
               LINE 06  COLUMN 32  PIC X(30)
               USING  W-DEP-NOME.
           05  TIDADE
               LINE 07  COLUMN 24  PIC ZZ9
               USING  W-IDADE.
           05  TTIPO
               LINE 08  COLUMN 24  PIC X(01)
               USING  DSF-TIPO
               HIGHLIGHT.
           05  TTIPO2
               LINE 08  COLUMN 26  PIC X(20)
               USING  W-TXT-TIPO.
           05  TENTREGA
               LINE 09  COLUMN 24  PIC 99/99/9999
               USING  DSF-DATA-ENTREGA
               HIGHLIGHT.
           05  TVENCTO
               LINE 10  COLUMN 24  PIC 99/99/9999
               USING  DSF-DATA-VENCTO
               HIGHLIGHT.
           05  TOBS
               LINE 11  COLUMN 24  PIC X(30)
               USING  DSF-OBS
               HIGHLIGHT.
           05  TSITUACAO
               LINE 13  COLUMN 24  PIC X(20)
               USING  W-TXT-SITUACAO.

      *---------------------[ TABELA DE DOCUMENTO ]-------------
       01  TELA-TIPO.
           05  LINE 08  COLUMN 50
               VALUE  "V-VACINACAO (ATE 6)".
           05  LINE 09  COLUMN 50
               VALUE  "E-ESCOLAR (7 OU MAIS)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CHECA-FOLHA-PROC THRU CHECA-FOLHA-PROC-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-HOJE-AAMM = W-HOJE-ANO * 100 + W-HOJE-MES.
       CREATE-FILES.
           PERFORM I-O-ARQDOCSF.
           PERFORM I-O-ARQFUNC.
           PERFORM I-O-ARQDEPE.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO DSF-TIPO DSF-OBS W-NOME W-DEP-NOME
                          W-TXT-TIPO W-TXT-SITUACAO W-TIPO-IDADE
           MOVE ZEROS TO DSF-CHAPA DSF-DEPSEQ DSF-DATA-ENTREGA
                         DSF-DATA-VENCTO DSF-DATA-CAD W-IDADE W-SEL
           DISPLAY TELA.
       R2.
           ACCEPT TCHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DSF-CHAPA = ZEROS
                 MOVE "*** CHAPA NAO INFORMADA  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE DSF-CHAPA TO CHAPA.
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
                  GO TO ROT-FIM.
           MOVE NOME TO W-NOME.
           DISPLAY TELA.
       R3.
           ACCEPT TDEPSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE DSF-CHAPA  TO DEPEN-CHAPA.
           MOVE DSF-DEPSEQ TO DEPEN-SEQ.
           READ ARQDEPE
           IF ST-ERRO NOT = "00"
               MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "00" TO ST-ERRO
               GO TO R3.
           IF PARENTESCO NOT = 2 AND PARENTESCO NOT = 3
               MOVE "*** DEPENDENTE NAO E FILHO/ENTEADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           MOVE DEPEN-NOME TO W-DEP-NOME.
      *    IDADE NA DATA DE HOJE: ATE 6 ANOS VACINACAO, DEPOIS ESCOLA.
           COMPUTE W-IDADE = W-HOJE-ANO - DEPEN-ANO.
           IF W-HOJE-MES < DEPEN-MES
              OR (W-HOJE-MES = DEPEN-MES AND W-HOJE-DIA < DEPEN-DIA)
               SUBTRACT 1 FROM W-IDADE.
           IF W-IDADE < 7
               MOVE "V" TO W-TIPO-IDADE
           ELSE
               MOVE "E" TO W-TIPO-IDADE.
           MOVE W-TIPO-IDADE TO DSF-TIPO.
           PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO.
           DISPLAY TELA.
       R4.
           DISPLAY TELA-TIPO.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF DSF-TIPO NOT = "V" AND DSF-TIPO NOT = "E"
              MOVE "*** DOCUMENTO V-VACINACAO OU E-ESCOLAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM MOSTRA-TIPO THRU FIM-MOSTRA-TIPO.
       LER-ARQDOCSF.
           READ ARQDOCSF
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-SITUACAO THRU FIM-MOSTRA-SITUACAO
                DISPLAY TELA
                MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQDOCSF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO DSF-DATA-ENTREGA DSF-DATA-VENCTO
                              DSF-DATA-CAD
                MOVE SPACES TO DSF-OBS W-TXT-SITUACAO
                DISPLAY TELA
                MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TENTREGA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           MOVE ZEROS TO W-ENTREGA-AMD.
           IF DSF-DATA-ENTREGA = ZEROS
                GO TO R6.
           MOVE DSF-DATA-ENTREGA TO W-DT.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF W-ERRO = "S"
              MOVE " DATA INVALIDA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-DT-AMD TO W-ENTREGA-AMD.
           IF W-ENTREGA-AMD > W-HOJE
              MOVE "*** ENTREGA POSTERIOR A DATA DE HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    PROXIMO VENCIMENTO SUGERIDO: 12 MESES (VACINACAO) OU
      *    6 MESES (ESCOLA) DEPOIS DA ENTREGA.
           PERFORM SUGERE-VENCTO THRU FIM-SUGERE-VENCTO.
           DISPLAY TELA.
       R6.
           ACCEPT TVENCTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           MOVE DSF-DATA-VENCTO TO W-DT.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF W-ERRO = "S"
              MOVE " VENCIMENTO INVALIDO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-ENTREGA-AMD NOT = ZEROS AND W-DT-AMD NOT > W-ENTREGA-AMD
              MOVE "*** VENCIMENTO DEVE SER APOS A ENTREGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM MOSTRA-SITUACAO THRU FIM-MOSTRA-SITUACAO.
           DISPLAY TELA.
       R7.
           ACCEPT TOBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R7.

           IF DSF-DATA-CAD = ZEROS
               MOVE W-HOJE-DIA TO W-DT-DIA
               MOVE W-HOJE-MES TO W-DT-MES
               MOVE W-HOJE-ANO TO W-DT-ANO
               MOVE W-DT TO DSF-DATA-CAD.

           IF W-OPCAO = "S" or "s"
               PERFORM WRITE-ARQDOCSF
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

           IF W-ACT = 01 GO TO R7.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQDOCSF
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
                   GO TO R0
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R5
                ELSE
                   IF W-OPCAO = "E"
                      GO TO DELETAR.
      *
       MOSTRA-TIPO.
           MOVE SPACES TO W-TXT-TIPO.
           IF DSF-TIPO = "V"
               MOVE "CADERNETA VACINACAO" TO W-TXT-TIPO.
           IF DSF-TIPO = "E"
               MOVE "FREQUENCIA ESCOLAR" TO W-TXT-TIPO.
       FIM-MOSTRA-TIPO.
           CONTINUE.

      *---------------[ SITUACAO DO DOCUMENTO NO MES CORRENTE ]---------
      *    VENCIDO EM MES ANTERIOR AO CORRENTE = QUOTA SUSPENSA.
       MOSTRA-SITUACAO.
           MOVE SPACES TO W-TXT-SITUACAO.
           IF DSF-DATA-VENCTO = ZEROS
               GO TO FIM-MOSTRA-SITUACAO.
           COMPUTE W-VENC-AAMM =
               DSF-ANO-VENCTO * 100 + DSF-MES-VENCTO.
           IF W-VENC-AAMM < W-HOJE-AAMM
               MOVE "VENCIDO - SUSPENSO" TO W-TXT-SITUACAO
           ELSE
               IF W-VENC-AAMM = W-HOJE-AAMM
                   MOVE "VENCE NESTE MES" TO W-TXT-SITUACAO
               ELSE
                   MOVE "EM DIA" TO W-TXT-SITUACAO.
       FIM-MOSTRA-SITUACAO.
           CONTINUE.

      *---------------[ VENCIMENTO SUGERIDO A PARTIR DA ENTREGA ]-------
       SUGERE-VENCTO.
           IF DSF-TIPO = "V"
               MOVE 12 TO W-MESES
           ELSE
               MOVE 6 TO W-MESES.
           MOVE DSF-DATA-ENTREGA TO W-DT.
           ADD W-MESES TO W-DT-MES.
           IF W-DT-MES > 12
               SUBTRACT 12 FROM W-DT-MES
               ADD 1 TO W-DT-ANO.
           IF W-DT-DIA > 28
               MOVE 28 TO W-DT-DIA.
           MOVE W-DT TO DSF-DATA-VENCTO.
       FIM-SUGERE-VENCTO.
           CONTINUE.

      *---------------[ DATA DDMMAAAA EM W-DT ]-------------------------
      *    A DATA E VALIDA QUANDO O SERIAL DEVOLVE O MESMO DIA/MES/ANO.
      *    DEVOLVE A DATA TAMBEM EM AAAAMMDD (W-DT-AMD).
       VALIDA-DATA.
           MOVE "N" TO W-ERRO.
           IF W-DT-DIA = ZEROS OR W-DT-DIA > 31 OR W-DT-MES = ZEROS
              OR W-DT-MES > 12 OR W-DT-ANO < 1900 OR W-DT-ANO > 2099
               MOVE "S" TO W-ERRO
               GO TO FIM-VALIDA-DATA.
           MOVE W-DT TO W-DT-SALVA.
           PERFORM CALC-SERIAL THRU FIM-CALC-SERIAL.
           PERFORM CALC-DATA THRU FIM-CALC-DATA.
           IF W-DT NOT = W-DT-SALVA
               MOVE "S" TO W-ERRO.
           MOVE W-DT-SALVA TO W-DT.
           COMPUTE W-DT-AMD = W-DT-ANO * 10000 + W-DT-MES * 100
                            + W-DT-DIA.
       FIM-VALIDA-DATA.
           CONTINUE.

      *---------[ NUMERO SERIAL DO DIA W-DT (DDMMAAAA) EM W-SERIAL ]----
       CALC-SERIAL.
           MOVE W-DT-DIA TO W-S-DIA.
           MOVE W-DT-MES TO W-S-MES.
           MOVE W-DT-ANO TO W-S-ANO.
           COMPUTE W-S-A = (14 - W-S-MES) / 12.
           COMPUTE W-S-Y = W-S-ANO + 4800 - W-S-A.
           COMPUTE W-S-M = W-S-MES + (12 * W-S-A) - 3.
           COMPUTE W-S-AUX = (153 * W-S-M) + 2.
           DIVIDE W-S-AUX BY 5 GIVING W-S-Q1.
           DIVIDE W-S-Y BY 4 GIVING W-S-Q2.
           DIVIDE W-S-Y BY 100 GIVING W-S-Q3.
           DIVIDE W-S-Y BY 400 GIVING W-S-Q4.
           COMPUTE W-SERIAL = W-S-DIA + W-S-Q1 + (365 * W-S-Y)
               + W-S-Q2 - W-S-Q3 + W-S-Q4 - 32045.
       FIM-CALC-SERIAL.
           CONTINUE.

      *---------[ DATA W-DT (DDMMAAAA) DO NUMERO SERIAL W-SERIAL ]------
       CALC-DATA.
           COMPUTE W-J-A = W-SERIAL + 32044.
           COMPUTE W-J-AUX = (4 * W-J-A) + 3.
           DIVIDE W-J-AUX BY 146097 GIVING W-J-B.
           COMPUTE W-J-AUX = 146097 * W-J-B.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-C = W-J-A - W-J-AUX2.
           COMPUTE W-J-AUX = (4 * W-J-C) + 3.
           DIVIDE W-J-AUX BY 1461 GIVING W-J-D.
           COMPUTE W-J-AUX = 1461 * W-J-D.
           DIVIDE W-J-AUX BY 4 GIVING W-J-AUX2.
           COMPUTE W-J-E = W-J-C - W-J-AUX2.
           COMPUTE W-J-AUX = (5 * W-J-E) + 2.
           DIVIDE W-J-AUX BY 153 GIVING W-J-M.
           COMPUTE W-J-AUX = (153 * W-J-M) + 2.
           DIVIDE W-J-AUX BY 5 GIVING W-J-AUX2.
           COMPUTE W-DT-DIA = W-J-E - W-J-AUX2 + 1.
           DIVIDE W-J-M BY 10 GIVING W-J-AUX.
           COMPUTE W-DT-MES = W-J-M + 3 - (12 * W-J-AUX).
           COMPUTE W-DT-ANO = (100 * W-J-B) + W-J-D - 4800 + W-J-AUX.
       FIM-CALC-DATA.
           CONTINUE.

      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQDOCSF.
           OPEN I-O ARQDOCSF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                  OPEN OUTPUT ARQDOCSF
                  CLOSE ARQDOCSF
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQDOCSF
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQFUNC.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE FUNCIONARIOS NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

       I-O-ARQDEPE.
           OPEN INPUT ARQDEPE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  MOVE "*** ARQUIVO DE DEPENDENTES NAO EXISTE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQDOCSF.
           WRITE REGDOCSF.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQDOCSF.

       REWRITE-ARQDOCSF.
           REWRITE REGDOCSF.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQDOCSF.
           DELETE ARQDOCSF RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQDOCSF ARQFUNC ARQDEPE.
           EXIT PROGRAM.
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

       LOG-DATA-SAVED.
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LOG-DATA-DELETED.
           MOVE "DADOS DELETADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ************************************************************
      *---------------[ BLOQUEIO DURANTE A CADEIA NOTURNA ]-------------
      *    ENQUANTO A CHAVE ARQAUTO ESTIVER LIGADA (FPP064 EM CURSO)
      *    A MANUTENCAO DOS CADASTROS FICA BLOQUEADA PARA A FOLHA NAO
      *    PROCESSAR DADOS METADE ANTIGOS, METADE NOVOS.
       CHECA-FOLHA-PROC.
           OPEN INPUT ARQAUTO.
           IF ST-AUTO = "00"
               READ ARQAUTO
               IF ST-AUTO = "00" AND AUTO-FLAG = "S"
                   CLOSE ARQAUTO
                   MOVE "*** FOLHA EM PROCESSAMENTO - AGUARDE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   EXIT PROGRAM
               END-IF
               CLOSE ARQAUTO.
           MOVE "00" TO ST-AUTO.
       CHECA-FOLHA-PROC-FIM.
           EXIT.

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
