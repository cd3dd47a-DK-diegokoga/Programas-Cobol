       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP143.
      *AUTOR: DIEGO TOSHIO TAKEDA KOGA              *
      ***********************************************
      *  CANDIDATOS E PROCESSO SELETIVO             *
      ***********************************************
      *----------------------------------------------------------------
      *    CADASTRO DO CANDIDATO (CPF, CONTATO, ORIGEM E CAMINHO DO
      *    CURRICULO) LIGADO A UMA REQUISICAO DE PESSOAL APROVADA
      *    (FPP097). REQUISICAO ZERO = BANCO DE TALENTOS.
      *    ETAPAS: T=TRIAGEM E=ENTREVISTA S=TESTE P=PROPOSTA
      *    A=APROVADO R=REPROVADO. A DATA EM QUE O CANDIDATO CHEGA A
      *    CADA ETAPA FICA GRAVADA. O APROVADO E ADMITIDO NO FPP004,
      *    QUE TRAZ OS DADOS DO CANDIDATO, CONSOME A REQUISICAO E MARCA
      *    A ETAPA D=ADMITIDO COM A CHAPA. NAO SE APROVA MAIS CANDIDATOS
      *    QUE AS VAGAS AINDA ABERTAS NA REQUISICAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------CANDIDATOS----------------------------------
           SELECT ARQCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAN-CODIGO
                      FILE STATUS IS ST-ERRO.
      *---------------------REQUISICAO DE PESSOAL-----------------------
           SELECT ARQREQPES ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RQ-NUMERO
                      FILE STATUS IS ST-RQ.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------------------CANDIDATOS----------------------------------
       FD ARQCAND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
           03 CAN-CODIGO          PIC 9(05).
           03 CAN-NOME            PIC X(30).
           03 CAN-CPF             PIC 9(11).
           03 CAN-DATANASC        PIC 9(08).
           03 CAN-DTN REDEFINES CAN-DATANASC.
            05 CAN-DTN-DIA        PIC 9(02).
            05 CAN-DTN-MES        PIC 9(02).
            05 CAN-DTN-ANO        PIC 9(04).
           03 CAN-SEXO            PIC X(01).
           03 CAN-FONE            PIC 9(11).
           03 CAN-EMAIL           PIC X(40).
           03 CAN-ORIGEM          PIC X(01).
           03 CAN-CURRICULO       PIC X(40).
           03 CAN-REQ             PIC 9(05).
           03 CAN-ETAPA           PIC X(01).
           03 CAN-DT-ETAPA        PIC 9(08) OCCURS 7 TIMES.
           03 CAN-CHAPA           PIC 9(06).
      *---------------------REQUISICAO DE PESSOAL-----------------------
       FD ARQREQPES
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREQPES.DAT".
       01 REGREQPES.
           03 RQ-NUMERO         PIC 9(05).
           03 RQ-CODPTO         PIC 9(03).
           03 RQ-CODCARG        PIC 9(03).
           03 RQ-QTDE           PIC 9(02).
           03 RQ-JUSTIF         PIC X(30).
           03 RQ-SOLICITANTE    PIC X(10).
           03 RQ-APROVADOR      PIC X(10).
           03 RQ-STATUS         PIC X(01).
           03 RQ-DATA-ABERT     PIC 9(08).
           03 RQ-DATA-APROV     PIC 9(08).
           03 RQ-DATA-CONSUMO   PIC 9(08).
           03 RQ-QTD-CONSUMIDA  PIC 9(02).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 ST-RQ           PIC X(02) VALUE "00".
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOVO          PIC X(01) VALUE "N".
       01 W-ETAPA-ANT     PIC X(01) VALUE SPACES.
       01 W-REQ-ANT       PIC 9(05) VALUE ZEROS.
       01 W-IND-ETAPA     PIC 9(01) VALUE ZEROS.
       01 W-DESC-ETAPA    PIC X(12) VALUE SPACES.
       01 W-DESC-ORIGEM   PIC X(18) VALUE SPACES.
       01 W-DESC-REQ      PIC X(30) VALUE SPACES.
       01 W-REQ-VAGAS     PIC 9(02) VALUE ZEROS.
       01 W-APROVADOS     PIC 9(03) VALUE ZEROS.
       01 W-SALVA-REGCAND PIC X(250) VALUE SPACES.
       01 W-ALVO-CAND     PIC 9(05) VALUE ZEROS.
       01 W-ALVO-REQ      PIC 9(05) VALUE ZEROS.
      *---------------[ DIGITOS VERIFICADORES DO CPF ]------------------
       01 W-CPF-OK        PIC X(01) VALUE "S".
       01 W-DOC-VALIDA    PIC 9(11) VALUE ZEROS.
       01 W-DOC-VALIDA-R REDEFINES W-DOC-VALIDA.
           03 W-DOC-DIG   PIC 9(01) OCCURS 11 TIMES.
       01 W-DV-IND        PIC 9(02) VALUE ZEROS.
       01 W-DV-PESO       PIC 9(02) VALUE ZEROS.
       01 W-DV-SOMA       PIC 9(05) VALUE ZEROS.
       01 W-DV-RESTO      PIC 9(02) VALUE ZEROS.
       01 W-DV-AUX        PIC 9(05) VALUE ZEROS.
       01 W-DV-CALC       PIC 9(02) VALUE ZEROS.
       01 W-DIG-IGUAIS    PIC X(01) VALUE "S".
      *----------------------------------------------------------------*
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------*
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                CANDIDATOS E PROCESSO SE".
           05  LINE 02  COLUMN 41
               VALUE  "LETIVO".
           05  LINE 04  COLUMN 01
               VALUE  " CANDIDATO:          |".
           05  LINE 05  COLUMN 01
               VALUE  " NOME:               |".
           05  LINE 06  COLUMN 01
               VALUE  " CPF:                |".
           05  LINE 07  COLUMN 01
               VALUE  " NASCIMENTO:         |".
           05  LINE 08  COLUMN 01
               VALUE  " SEXO (M/F):         |".
           05  LINE 09  COLUMN 01
               VALUE  " TELEFONE:           |".
           05  LINE 10  COLUMN 01
               VALUE  " E-MAIL:             |".
           05  LINE 11  COLUMN 01
               VALUE  " ORIGEM:             |".
           05  LINE 12  COLUMN 01
               VALUE  " CURRICULO:          |".
           05  LINE 13  COLUMN 01
               VALUE  " REQUISICAO:         |".
           05  LINE 14  COLUMN 01
               VALUE  " ETAPA:              |".
           05  LINE 15  COLUMN 01
               VALUE  " CHAPA ADMITIDA:     |".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           05  TCODIGO
               LINE 04  COLUMN 24  PIC 9(05)
               USING  CAN-CODIGO
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 24  PIC X(30)
               USING  CAN-NOME
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 24  PIC 9(11)
               USING  CAN-CPF
               HIGHLIGHT.
           05  TDATANASC
               LINE 07  COLUMN 24  PIC 99/99/9999
               USING  CAN-DATANASC
               HIGHLIGHT.
           05  TSEXO
               LINE 08  COLUMN 24  PIC X(01)
               USING  CAN-SEXO
               HIGHLIGHT.
           05  TFONE
               LINE 09  COLUMN 24  PIC 9(11)
               USING  CAN-FONE
               HIGHLIGHT.
           05  TEMAIL
               LINE 10  COLUMN 24  PIC X(40)
               USING  CAN-EMAIL
               HIGHLIGHT.
           05  TORIGEM
               LINE 11  COLUMN 24  PIC X(01)
               USING  CAN-ORIGEM
               HIGHLIGHT.
           05  TDESCORIGEM
               LINE 11  COLUMN 27  PIC X(18)
               USING  W-DESC-ORIGEM.
           05  TCURRICULO
               LINE 12  COLUMN 24  PIC X(40)
               USING  CAN-CURRICULO
               HIGHLIGHT.
           05  TREQ
               LINE 13  COLUMN 24  PIC 9(05)
               USING  CAN-REQ
               HIGHLIGHT.
           05  TDESCREQ
               LINE 13  COLUMN 31  PIC X(30)
               USING  W-DESC-REQ.
           05  TETAPA
               LINE 14  COLUMN 24  PIC X(01)
               USING  CAN-ETAPA
               HIGHLIGHT.
           05  TDESCETAPA
               LINE 14  COLUMN 27  PIC X(12)
               USING  W-DESC-ETAPA.
           05  TCHAPA
               LINE 15  COLUMN 24  PIC 9(06)
               USING  CAN-CHAPA.

      *---------------------[ TABELA DE ORIGEM ]-----------
       01  TELA-ORIGEM.
           05  LINE 09  COLUMN 60
               VALUE  "I-INDICACAO".
           05  LINE 10  COLUMN 60
               VALUE  "S-SITE/PORTAL".
           05  LINE 11  COLUMN 60
               VALUE  "A-AGENCIA".
           05  LINE 12  COLUMN 60
               VALUE  "B-BANCO TALENTOS".
           05  LINE 13  COLUMN 60
               VALUE  "O-OUTROS".
      *---------------------[ TABELA DE ETAPAS ]-----------
       01  TELA-ETAPA.
           05  LINE 12  COLUMN 60
               VALUE  "T-TRIAGEM".
           05  LINE 13  COLUMN 60
               VALUE  "E-ENTREVISTA".
           05  LINE 14  COLUMN 60
               VALUE  "S-TESTE".
           05  LINE 15  COLUMN 60
               VALUE  "P-PROPOSTA".
           05  LINE 16  COLUMN 60
               VALUE  "A-APROVADO".
           05  LINE 17  COLUMN 60
               VALUE  "R-REPROVADO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       CREATE-FILES.
           PERFORM I-O-ARQCAND.
           OPEN INPUT ARQREQPES
           IF ST-RQ NOT = "00"
               MOVE "*** SEM REQUISICOES DE PESSOAL (FPP097) ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *-----------------------------------------------------------------
       R0.
           MOVE SPACES TO CAN-NOME CAN-SEXO CAN-EMAIL CAN-ORIGEM
                          CAN-CURRICULO CAN-ETAPA W-DESC-ETAPA
                          W-DESC-ORIGEM W-DESC-REQ
           MOVE ZEROS TO CAN-CODIGO CAN-CPF CAN-DATANASC CAN-FONE
                         CAN-REQ CAN-CHAPA
           MOVE ZEROS TO CAN-DT-ETAPA(1) CAN-DT-ETAPA(2)
                         CAN-DT-ETAPA(3) CAN-DT-ETAPA(4)
                         CAN-DT-ETAPA(5) CAN-DT-ETAPA(6)
                         CAN-DT-ETAPA(7)
           DISPLAY TELA.
       R2.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CAN-CODIGO = ZEROS
                 MOVE "*** CODIGO DO CANDIDATO NAO INFORMADO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       LER-ARQCAND.
           MOVE "N" TO W-NOVO.
           READ ARQCAND
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE CAN-ETAPA TO W-ETAPA-ANT
                MOVE CAN-REQ   TO W-REQ-ANT
                PERFORM R9A
                PERFORM R12A
                PERFORM R13A THRU R13A-FIM
                DISPLAY TELA
                MOVE "*** CANDIDATO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCAND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "S" TO W-NOVO
                MOVE SPACES TO W-ETAPA-ANT
                MOVE ZEROS  TO W-REQ-ANT
                MOVE "*** CANDIDATO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TNOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF CAN-NOME = SPACES
              MOVE "*** INFORME O NOME DO CANDIDATO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           IF CAN-CPF = ZEROS
              MOVE "*** INFORME O CPF DO CANDIDATO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM.
           IF W-CPF-OK NOT = "S"
              MOVE "*** CPF COM DIGITO VERIFICADOR INVALIDO ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TDATANASC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF CAN-DTN-DIA = ZEROS OR CAN-DTN-DIA > 31
              OR CAN-DTN-MES = ZEROS OR CAN-DTN-MES > 12
              OR CAN-DTN-ANO < 1900
              MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TSEXO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.
           IF CAN-SEXO = "m"
              MOVE "M" TO CAN-SEXO.
           IF CAN-SEXO = "f"
              MOVE "F" TO CAN-SEXO.
           IF CAN-SEXO NOT = "M" AND CAN-SEXO NOT = "F"
              MOVE "*** DIGITE M=MASCULINO    F=FEMININO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TFONE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
       R8.
           ACCEPT TEMAIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF CAN-FONE = ZEROS AND CAN-EMAIL = SPACES
              MOVE "*** INFORME TELEFONE OU E-MAIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R9.
           DISPLAY TELA-ORIGEM.
           ACCEPT TORIGEM.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                DISPLAY TELA
                GO TO R8.
           IF CAN-ORIGEM = "i"
              MOVE "I" TO CAN-ORIGEM.
           IF CAN-ORIGEM = "s"
              MOVE "S" TO CAN-ORIGEM.
           IF CAN-ORIGEM = "a"
              MOVE "A" TO CAN-ORIGEM.
           IF CAN-ORIGEM = "b"
              MOVE "B" TO CAN-ORIGEM.
           IF CAN-ORIGEM = "o"
              MOVE "O" TO CAN-ORIGEM.
           IF CAN-ORIGEM NOT = "I" AND CAN-ORIGEM NOT = "S"
              AND CAN-ORIGEM NOT = "A" AND CAN-ORIGEM NOT = "B"
              AND CAN-ORIGEM NOT = "O"
              MOVE "*** ORIGEM INVALIDA - VEJA A TABELA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           PERFORM R9A.
           DISPLAY TELA.
           GO TO R10.
       R9A.
           IF CAN-ORIGEM = "I"
              MOVE "INDICACAO" TO W-DESC-ORIGEM.
           IF CAN-ORIGEM = "S"
              MOVE "SITE/PORTAL" TO W-DESC-ORIGEM.
           IF CAN-ORIGEM = "A"
              MOVE "AGENCIA" TO W-DESC-ORIGEM.
           IF CAN-ORIGEM = "B"
              MOVE "BANCO DE TALENTOS" TO W-DESC-ORIGEM.
           IF CAN-ORIGEM = "O"
              MOVE "OUTROS" TO W-DESC-ORIGEM.
       R10.
           ACCEPT TCURRICULO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.
      *    REQUISICAO ZERO: CANDIDATO FICA NO BANCO DE TALENTOS.
       R11.
           ACCEPT TREQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R10.
           IF CAN-REQ = ZEROS
              MOVE "BANCO DE TALENTOS" TO W-DESC-REQ
              DISPLAY TDESCREQ
              GO TO R12.
           MOVE CAN-REQ TO RQ-NUMERO.
           READ ARQREQPES
           IF ST-RQ NOT = "00"
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-RQ
              GO TO R11.
           IF RQ-STATUS NOT = "A" AND CAN-REQ NOT = W-REQ-ANT
              MOVE "*** REQUISICAO NAO ESTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           PERFORM R13A THRU R13A-FIM.
       R12.
           IF W-ETAPA-ANT = "D"
              MOVE "*** CANDIDATO JA ADMITIDO - ETAPA ENCERRADA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SALVAR.
           IF CAN-ETAPA = SPACES
              MOVE "T" TO CAN-ETAPA.
           DISPLAY TELA-ETAPA.
           ACCEPT TETAPA.
           ACCEPT W-ACT FROM ESCAPE KEY.
             IF W-ACT = 01
                DISPLAY TELA
                GO TO R11.
           IF CAN-ETAPA = "t"
              MOVE "T" TO CAN-ETAPA.
           IF CAN-ETAPA = "e"
              MOVE "E" TO CAN-ETAPA.
           IF CAN-ETAPA = "s"
              MOVE "S" TO CAN-ETAPA.
           IF CAN-ETAPA = "p"
              MOVE "P" TO CAN-ETAPA.
           IF CAN-ETAPA = "a"
              MOVE "A" TO CAN-ETAPA.
           IF CAN-ETAPA = "r"
              MOVE "R" TO CAN-ETAPA.
           IF CAN-ETAPA NOT = "T" AND CAN-ETAPA NOT = "E"
              AND CAN-ETAPA NOT = "S" AND CAN-ETAPA NOT = "P"
              AND CAN-ETAPA NOT = "A" AND CAN-ETAPA NOT = "R"
              MOVE "*** ETAPA INVALIDA - VEJA A TABELA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF CAN-ETAPA = "A" AND W-ETAPA-ANT NOT = "A"
              PERFORM CHECA-APROVACAO THRU FIM-CHECA-APROVACAO.
           PERFORM R12A.
           DISPLAY TELA.
           GO TO SALVAR.
       R12A.
           MOVE ZEROS TO W-IND-ETAPA.
           IF CAN-ETAPA = "T"
              MOVE 1 TO W-IND-ETAPA
              MOVE "TRIAGEM" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "E"
              MOVE 2 TO W-IND-ETAPA
              MOVE "ENTREVISTA" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "S"
              MOVE 3 TO W-IND-ETAPA
              MOVE "TESTE" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "P"
              MOVE 4 TO W-IND-ETAPA
              MOVE "PROPOSTA" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "A"
              MOVE 5 TO W-IND-ETAPA
              MOVE "APROVADO" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "R"
              MOVE 6 TO W-IND-ETAPA
              MOVE "REPROVADO" TO W-DESC-ETAPA.
           IF CAN-ETAPA = "D"
              MOVE 7 TO W-IND-ETAPA
              MOVE "ADMITIDO" TO W-DESC-ETAPA.
       R13A.
           MOVE "BANCO DE TALENTOS" TO W-DESC-REQ.
           IF CAN-REQ = ZEROS
              GO TO R13A-FIM.
           MOVE CAN-REQ TO RQ-NUMERO.
           READ ARQREQPES
               INVALID KEY
               MOVE ZEROS TO RQ-CODPTO RQ-CODCARG
               MOVE SPACES TO RQ-STATUS.
           MOVE SPACES TO W-DESC-REQ.
           STRING "DEPTO " RQ-CODPTO " CARGO " RQ-CODCARG
                  " SIT " RQ-STATUS DELIMITED BY SIZE
                  INTO W-DESC-REQ.
       R13A-FIM.
           MOVE "00" TO ST-RQ.

      *-----------------------------------------------------------------
      *             ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO              *
      *-----------------------------------------------------------------
       SALVAR.
           MOVE "VOCE QUER GRAVAR OS DADOS? (S/N)" TO MENS
           DISPLAY (23, 12) MENS.
           ACCEPT W-OPCAO.
           MOVE SPACES TO MENS.
           DISPLAY (23, 12) MENS.

           IF W-ACT = 01 GO TO R12.

           IF W-OPCAO = "S" or "s"
               PERFORM MARCA-ETAPA
               PERFORM WRITE-ARQCAND
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

           IF W-ACT = 01 GO TO R12.

           IF W-OPCAO = "S" or "s"
               PERFORM DELETE-ARQCAND
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
                      GO TO R3
                ELSE
                   IF W-OPCAO = "E"
                      IF W-ETAPA-ANT = "D"
                         MOVE "* CANDIDATO ADMITIDO NAO E EXCLUIDO *"
                                                          TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO ACE-001
                      ELSE
                         GO TO DELETAR.
      *
      *---------------[ DATA DE ENTRADA NA ETAPA ]----------------------
       MARCA-ETAPA.
           PERFORM R12A.
           IF W-IND-ETAPA NOT = ZEROS
              AND CAN-ETAPA NOT = W-ETAPA-ANT
              MOVE W-HOJE TO CAN-DT-ETAPA(W-IND-ETAPA).

      *---------------[ VAGAS ABERTAS PARA APROVACAO ]------------------
      *    APROVADOS AINDA NAO ADMITIDOS DA MESMA REQUISICAO NAO PODEM
      *    PASSAR DAS VAGAS QUE FALTAM CONSUMIR.
       CHECA-APROVACAO.
           IF CAN-REQ = ZEROS
              MOVE "*** APROVACAO EXIGE REQUISICAO DE PESSOAL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-ETAPA-ANT TO CAN-ETAPA
              GO TO FIM-CHECA-APROVACAO.
           MOVE CAN-REQ TO RQ-NUMERO.
           READ ARQREQPES
               INVALID KEY
               MOVE SPACES TO RQ-STATUS.
           MOVE "00" TO ST-RQ.
           IF RQ-STATUS NOT = "A"
              MOVE "*** REQUISICAO NAO ESTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-ETAPA-ANT TO CAN-ETAPA
              GO TO FIM-CHECA-APROVACAO.
           MOVE ZEROS TO W-REQ-VAGAS.
           IF RQ-QTDE > RQ-QTD-CONSUMIDA
              COMPUTE W-REQ-VAGAS = RQ-QTDE - RQ-QTD-CONSUMIDA.
           MOVE ZEROS TO W-APROVADOS.
           MOVE CAN-CODIGO TO W-ALVO-CAND.
           MOVE CAN-REQ    TO W-ALVO-REQ.
           MOVE REGCAND TO W-SALVA-REGCAND.
           MOVE ZEROS TO CAN-CODIGO.
           START ARQCAND KEY IS NOT LESS THAN CAN-CODIGO
               INVALID KEY
               GO TO CHECA-APROVACAO-8.
       CHECA-APROVACAO-1.
           READ ARQCAND NEXT
               AT END
               GO TO CHECA-APROVACAO-8.
           IF CAN-REQ = W-ALVO-REQ AND CAN-ETAPA = "A"
              AND CAN-CODIGO NOT = W-ALVO-CAND
              ADD 1 TO W-APROVADOS.
           GO TO CHECA-APROVACAO-1.
       CHECA-APROVACAO-8.
           MOVE "00" TO ST-ERRO.
           MOVE W-SALVA-REGCAND TO REGCAND.
           IF W-APROVADOS NOT < W-REQ-VAGAS
              MOVE "*** VAGAS DA REQUISICAO JA PREENCHIDAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-ETAPA-ANT TO CAN-ETAPA.
       FIM-CHECA-APROVACAO.
           IF CAN-ETAPA = SPACES
              MOVE "T" TO CAN-ETAPA.

      *--------[ VALIDACAO DOS DIGITOS DO CPF ]-------------------------
       VALIDA-CPF.
           MOVE "S" TO W-CPF-OK.
           MOVE CAN-CPF TO W-DOC-VALIDA.
           MOVE "S" TO W-DIG-IGUAIS.
           MOVE 1 TO W-DV-IND.
       VALIDA-CPF-1.
           ADD 1 TO W-DV-IND.
           IF W-DV-IND > 11
               GO TO VALIDA-CPF-2.
           IF W-DOC-DIG(W-DV-IND) NOT = W-DOC-DIG(1)
               MOVE "N" TO W-DIG-IGUAIS.
           GO TO VALIDA-CPF-1.
       VALIDA-CPF-2.
           IF W-DIG-IGUAIS = "S"
               MOVE "N" TO W-CPF-OK
               GO TO VALIDA-CPF-FIM.
           MOVE ZEROS TO W-DV-SOMA.
           MOVE ZEROS TO W-DV-IND.
       VALIDA-CPF-3.
           ADD 1 TO W-DV-IND.
           IF W-DV-IND > 9
               GO TO VALIDA-CPF-4.
           COMPUTE W-DV-PESO = 11 - W-DV-IND.
           COMPUTE W-DV-SOMA = W-DV-SOMA +
               (W-DOC-DIG(W-DV-IND) * W-DV-PESO).
           GO TO VALIDA-CPF-3.
       VALIDA-CPF-4.
           DIVIDE W-DV-SOMA BY 11 GIVING W-DV-AUX
               REMAINDER W-DV-RESTO.
           IF W-DV-RESTO < 2
               MOVE ZEROS TO W-DV-CALC
           ELSE
               COMPUTE W-DV-CALC = 11 - W-DV-RESTO.
           IF W-DV-CALC NOT = W-DOC-DIG(10)
               MOVE "N" TO W-CPF-OK
               GO TO VALIDA-CPF-FIM.
           MOVE ZEROS TO W-DV-SOMA.
           MOVE ZEROS TO W-DV-IND.
       VALIDA-CPF-5.
           ADD 1 TO W-DV-IND.
           IF W-DV-IND > 10
               GO TO VALIDA-CPF-6.
           COMPUTE W-DV-PESO = 12 - W-DV-IND.
           COMPUTE W-DV-SOMA = W-DV-SOMA +
               (W-DOC-DIG(W-DV-IND) * W-DV-PESO).
           GO TO VALIDA-CPF-5.
       VALIDA-CPF-6.
           DIVIDE W-DV-SOMA BY 11 GIVING W-DV-AUX
               REMAINDER W-DV-RESTO.
           IF W-DV-RESTO < 2
               MOVE ZEROS TO W-DV-CALC
           ELSE
               COMPUTE W-DV-CALC = 11 - W-DV-RESTO.
           IF W-DV-CALC NOT = W-DOC-DIG(11)
               MOVE "N" TO W-CPF-OK.
       VALIDA-CPF-FIM.
           EXIT.
      *
      *---------------------[ ROTINA DE ABERTURA ]---------------------

       I-O-ARQCAND.
           OPEN I-O ARQCAND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                  OPEN OUTPUT ARQCAND
                  CLOSE ARQCAND
                  PERFORM LOG-FILE-CREATED
                  GO TO I-O-ARQCAND
              ELSE
                 IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXECUTADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                  PERFORM ERROR-FILE-NOT-OPENED
                  GO TO ROT-FIM.

      *---------------------[ ROTINA DE ESCRITA ]----------------------

       WRITE-ARQCAND.
           WRITE REGCAND.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED
           ELSE IF
              ST-ERRO = "22"
              PERFORM REWRITE-ARQCAND.

       REWRITE-ARQCAND.
           REWRITE REGCAND.
           IF ST-ERRO = "00" OR "02"
              PERFORM LOG-DATA-SAVED.

       DELETE-ARQCAND.
           DELETE ARQCAND RECORD.
           IF ST-ERRO = "00"
              PERFORM LOG-DATA-DELETED
           ELSE
              PERFORM ERROR-DATA-NOT-DELETED.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQCAND
           CLOSE ARQREQPES
           STOP RUN.
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
