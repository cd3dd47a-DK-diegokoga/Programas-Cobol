      ***********************************************
      *  ORGANOGRAMA E AMPLITUDE DE GESTAO          *
      ***********************************************
      *----------------------------------------------------------------
      *    COM A COMPETENCIA DE REFERENCIA (AAAAMM) O EFETIVO, O GESTOR
      *    E O NOME DO GESTOR VEM DA FOTO DO QUADRO GRAVADA NO
      *    FECHAMENTO (ARQFOTO, FPP179); OS DEPARTAMENTOS E OS NIVEIS
      *    SAO OS DO CADASTRO ATUAL. COM 000000 TUDO VEM DO ARQFUNC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------FOTO MENSAL DO QUADRO (FPP179)--------------
           SELECT ARQFOTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FOT-KEY
                      FILE STATUS IS ST-FOT.
      *---------------------GERAR ORGANOGRAMA---------------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 NUMERO-FUNC     PIC 9(04).
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
      *---------------------FOTO MENSAL DO QUADRO (FPP179)--------------
       FD ARQFOTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOTO.DAT".
       01 REGFOTO.
           03 FOT-KEY.
               05 FOT-COMPETENCIA    PIC 9(06).
               05 FOT-CHAPA          PIC 9(06).
           03 FOT-NOME               PIC X(30).
           03 FOT-CODEMPRESA         PIC 9(03).
           03 FOT-CODPTO             PIC 9(03).
           03 FOT-CODCARG            PIC 9(03).
           03 FOT-NVSALARIAL         PIC 9(02).
           03 FOT-TIPOSALARIO        PIC X(01).
           03 FOT-SALARIO            PIC 9(07)V99.
           03 FOT-CATEGORIA          PIC X(01).
           03 FOT-STATUS             PIC X(01).
           03 FOT-GESTOR             PIC 9(06).
           03 FOT-DATA-ADMISSAO      PIC 9(08).
           03 FOT-DATA-DESLIGAMENTO  PIC 9(08).
           03 FOT-MOTIVO             PIC 9(02).
           03 FOT-DATA-FOTO          PIC 9(08).
           03 FOT-USUARIO            PIC X(10).
      *---------------------GERAR ORGANOGRAMA---------------------------
       FD TX
               LABEL RECORD IS STANDARD
       01 ARQTX    PIC X(110).
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
       77 ST-NIV     PIC X(02) VALUE "00".
       77 ST-FOT     PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-QTD-FUNC      PIC 9(05) VALUE ZEROS.
       01 W-NOME-GESTOR   PIC X(30) VALUE SPACES.
       01 W-TEM-NIVEL     PIC X(01) VALUE "N".
       01 W-GESTOR        PIC 9(06) VALUE ZEROS.
       01 W-ACHOU-GESTOR  PIC X(01) VALUE "N".
       01 W-COMPET-REF    PIC 9(06) VALUE ZEROS.
       01 W-REF-AAMM REDEFINES W-COMPET-REF.
           05 W-REF-ANO   PIC 9(04).
           05 W-REF-MES   PIC 9(02).
       01 W-TEM-FOTO      PIC X(01) VALUE "N".
       01 TABNIVEIS.
           03 TBNIVEL  PIC X(25) OCCURS 20 TIMES.
       01 W-TX-NOME.
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "ORGANOGRAMA / AMPLITUDE DE GESTAO POR NIVEL".
       01  CAB4.
           05  FILLER                 PIC X(038) VALUE
           "FOTO DO QUADRO - COMPETENCIA (AAAAMM):".
           05  C-COMPET               PIC 9(06) VALUE ZEROS.
       01  CAB3.
           05  FILLER                 PIC X(090) VALUE ALL "-".
       01  LINNIV.
               VALUE  "   *** ORGANOGRAMA E AMPLITUDE DE GESTA".
           05  LINE 02  COLUMN 41
               VALUE  "O (SPAN OF CONTROL) ***".
           05  LINE 10  COLUMN 01
               VALUE  "          COMPETENCIA DE REFERENCIA (AAA".
           05  LINE 10  COLUMN 41
               VALUE  "AMM, 0 = ATUAL):".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 10  COLUMN 58  PIC 9(06)
               USING  W-COMPET-REF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
       INC-001.
                ACCEPT W-TX-DATA FROM DATE YYYYMMDD
                DISPLAY TELA.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPET-REF = ZEROS
                   GO TO INC-OPC.
                IF W-REF-MES < 1 OR W-REF-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                PERFORM CHECA-FOTO THRU FIM-CHECA-FOTO.
                IF W-TEM-FOTO NOT = "S"
                   MOVE "* COMPETENCIA SEM FOTO DO QUADRO (FPP048) *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-COMPET-REF NOT = ZEROS
               OPEN INPUT ARQFOTO
               IF ST-FOT NOT = "00"
                   MOVE "* ERRO NA ABERTURA DO ARQFOTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN OUTPUT TX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO70" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP096" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           WRITE ARQTX FROM CAB1.
           IF W-COMPET-REF NOT = ZEROS
               MOVE W-COMPET-REF TO C-COMPET
               WRITE ARQTX FROM CAB4.
           WRITE ARQTX FROM CAB3.
           MOVE ZEROS TO W-NIVEL.
      *---------------[ VARRE OS NIVEIS DO ORGANOGRAMA ]----------------
               MOVE W-NIVEL TO LN-NIVEL
               MOVE TBNIVEL(W-NIVEL) TO LN-DESC
               WRITE ARQTX FROM LINNIV.
           MOVE DEP-GESTOR TO W-GESTOR.
           IF W-COMPET-REF NOT = ZEROS
               PERFORM CONTA-FOTO THRU FIM-CONTA-FOTO
           ELSE
               PERFORM CONTA-EFETIVO THRU FIM-CONTA-EFETIVO.
           PERFORM BUSCA-GESTOR THRU FIM-BUSCA-GESTOR.
           MOVE CODIGO1 TO D-CODPTO.
           MOVE DENOMINACAO-DEP TO D-NOME.
           MOVE W-GESTOR TO D-GESTOR.
           MOVE W-NOME-GESTOR TO D-GESTNOME.
           MOVE W-QTD-FUNC TO D-EFETIVO.
           WRITE ARQTX FROM DET.
       FIM-CONTA-EFETIVO.
           CONTINUE.

      *---------------[ EFETIVO ATIVO NA FOTO DA COMPETENCIA ]----------
      *    O GESTOR DA EPOCA VEM DA FOTO DE QUEM ESTAVA NO DEPARTAMENTO;
      *    SEM NINGUEM NA FOTO FICA O GESTOR ATUAL DO DEPARTAMENTO.
       CONTA-FOTO.
           MOVE ZEROS TO W-QTD-FUNC.
           MOVE "N" TO W-ACHOU-GESTOR.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS THAN FOT-KEY
               INVALID KEY
               GO TO FIM-CONTA-FOTO.
       CONTA-FOTO-1.
           READ ARQFOTO NEXT
               AT END
               GO TO FIM-CONTA-FOTO.
           IF FOT-COMPETENCIA NOT = W-COMPET-REF
               GO TO FIM-CONTA-FOTO.
           IF FOT-CODPTO NOT = CODIGO1
               GO TO CONTA-FOTO-1.
           IF W-ACHOU-GESTOR = "N"
               MOVE "S" TO W-ACHOU-GESTOR
               MOVE FOT-GESTOR TO W-GESTOR.
           IF FOT-STATUS = "A"
               ADD 1 TO W-QTD-FUNC.
           GO TO CONTA-FOTO-1.
       FIM-CONTA-FOTO.
           CONTINUE.

       BUSCA-GESTOR.
           MOVE SPACES TO W-NOME-GESTOR.
           IF W-GESTOR = ZEROS
               MOVE "(SEM GESTOR)" TO W-NOME-GESTOR
               GO TO FIM-BUSCA-GESTOR.
           IF W-COMPET-REF NOT = ZEROS
               MOVE W-COMPET-REF TO FOT-COMPETENCIA
               MOVE W-GESTOR     TO FOT-CHAPA
               READ ARQFOTO
                   INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO W-NOME-GESTOR
                   NOT INVALID KEY
                   MOVE FOT-NOME TO W-NOME-GESTOR
               END-READ
               GO TO FIM-BUSCA-GESTOR.
           MOVE W-GESTOR TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               MOVE "(NAO CADASTRADO)" TO W-NOME-GESTOR
       FIM-BUSCA-GESTOR.
           CONTINUE.

      *---------------[ FOTO GRAVADA PARA A COMPETENCIA ]--------------
       CHECA-FOTO.
           MOVE "N" TO W-TEM-FOTO.
           OPEN INPUT ARQFOTO.
           IF ST-FOT NOT = "00"
               MOVE "00" TO ST-FOT
               GO TO FIM-CHECA-FOTO.
           MOVE W-COMPET-REF TO FOT-COMPETENCIA.
           MOVE ZEROS        TO FOT-CHAPA.
           START ARQFOTO KEY IS NOT LESS THAN FOT-KEY.
           IF ST-FOT = "00"
               READ ARQFOTO NEXT
               IF ST-FOT = "00" AND FOT-COMPETENCIA = W-COMPET-REF
                   MOVE "S" TO W-TEM-FOTO.
           CLOSE ARQFOTO.
           MOVE "00" TO ST-FOT.
       FIM-CHECA-FOTO.
           CONTINUE.

       FIM-RELATORIO.
           MOVE "*** ORGANOGRAMA GERADO NO ARQUIVO70 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQDEP ARQFUNC TX.
                IF W-COMPET-REF NOT = ZEROS
                   CLOSE ARQFOTO.
       ROT-FIMP.
                EXIT PROGRAM.

