                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------------
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------PERIODICIDADE DE PAGAMENTO (FPP128)-------
           SELECT ARQFREQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FRQ-KEY
                  FILE STATUS  IS ST-ERRO.
           SELECT ARQRESUL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
           03 COMPLEMENTO-FUNC PIC X(12).
           03 STATUS1         PIC X(01).
           03 CPF             PIC 9(11).
           03 RG              PIC X(12).
           03 PIS             PIC 9(11).
           03 DATA-ADMISSAO   PIC 9(08).
           03 DATA-DESLIGAMENTO PIC 9(08).
           03 MOTIVO-DESLIGAMENTO PIC 9(02).
           03 BANCO           PIC 9(03).
           03 AGENCIA         PIC 9(05).
           03 CONTA           PIC X(12).
           03 VT-VALOR        PIC 9(04)V99.
           03 VR-VALOR        PIC 9(04)V99.
           03 CODEMPRESA      PIC 9(03).
           03 FILLER          PIC X(60).
           03 FILLER          PIC X(30).
           03 FILLER          PIC 9(11).
           03 FILLER          PIC X(15).
           03 CATEGORIA       PIC X(01).
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-CHAPA         PIC 9(06).
           03 SOC-NOME          PIC X(30).
           03 SOC-CPF           PIC 9(11).
           03 SOC-PIS           PIC 9(11).
           03 SOC-CODEMPRESA    PIC 9(03).
           03 SOC-TIPO          PIC X(01).
      *---------------------PERIODICIDADE DE PAGAMENTO (FPP128)-------
       FD ARQFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFREQ.DAT".
       01 REGFREQ.
           03 FRQ-KEY.
               05 FRQ-TIPO       PIC X(01).
               05 FRQ-CODIGO     PIC X(06).
           03 FRQ-PERIODO       PIC X(01).
       FD ARQRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESUL.DAT".
       01 ARQTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
      *---------------------ARQUIVO DE INTERFACE (FPP171)--------------
       01 INTERF-ARQ EXTERNAL.
           03 ITF-EXT-OPER      PIC X(01).
           03 ITF-EXT-PROGR     PIC X(07).
           03 ITF-EXT-TIPO      PIC X(08).
           03 ITF-EXT-ARQUIVO   PIC X(40).
           03 ITF-EXT-COMPET    PIC 9(06).
           03 ITF-EXT-EMPRESA   PIC 9(03).
           03 ITF-EXT-REFER     PIC 9(08).
           03 ITF-EXT-QTDE      PIC 9(07).
           03 ITF-EXT-VALOR     PIC 9(13)V99.
           03 ITF-EXT-REJEIT    PIC 9(07).
           03 ITF-EXT-PROTOCOLO PIC X(20).
           03 ITF-EXT-NUMERO    PIC 9(08).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-DET  PIC X(01) VALUE "S".
       77 W-TEM-SOCIO PIC X(01) VALUE "S".
       77 W-TEM-FREQ  PIC X(01) VALUE "S".
       01 W-FREQ-FUNC   PIC X(01) VALUE "M".
       01 W-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 W-SO-REJ      PIC X(01) VALUE "N".
       01 W-COMP-FECHADA PIC X(01) VALUE "N".
           05  L12-INSS    PIC 9(08)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L12-IRRF    PIC 9(08)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  L12-CATEG   PIC 9(03) VALUE ZEROS.
       01  LINRUB.
           05  FILLER      PIC X(04) VALUE "RUB;".
           05  LR-EVENTO   PIC X(03) VALUE SPACES.
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-DET
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-SOCIO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQFREQ
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-FREQ
               MOVE "00" TO ST-ERRO.
       INC-OPREC.
           OPEN I-O ARQESOCREC
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO80" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP109" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-COMPETENCIA TO LH-COMP.
           MOVE W-TX-DATA TO LH-DATA.
           ACCEPT W-HORA-GER FROM TIME.
           MOVE RES-CHAPA TO CHAPA.
           READ ARQFUNC
               INVALID KEY
               GO TO LER-RESUL-SOCIO.
           MOVE CPF TO L12-CPF L21-CPF.
           PERFORM CATEG-FUNC THRU FIM-CATEG-FUNC.
      *    QUEM RECEBE POR PERIODO (FPP128) SAI COM UM DEMONSTRATIVO
      *    POR PERIODO (Q1..S4); O FECHAMENTO FO DO MES NAO SE REPETE.
           IF RES-TIPO = "FO"
               PERFORM BUSCA-FREQ THRU FIM-BUSCA-FREQ
               IF W-FREQ-FUNC NOT = "M"
                   GO TO LER-RESUL.
       LER-RESUL-1.
           MOVE RES-TIPO TO L12-TIPO.
           MOVE RES-BRUTO TO L12-BRUTO.
           MOVE RES-INSS TO L12-INSS.
           DISPLAY (20, 40) W-QTD-EVT.
           GO TO LER-RESUL.

      *    CHAPA FORA DO ARQFUNC: PRO-LABORE DE SOCIO OU DIRETOR
      *    (FPP126/FPP127), CONTRIBUINTE INDIVIDUAL NO ESOCIAL.
       LER-RESUL-SOCIO.
           IF W-TEM-SOCIO NOT = "S"
               GO TO LER-RESUL.
           MOVE RES-CHAPA TO SOC-CHAPA.
           READ ARQSOCIO
               INVALID KEY
               GO TO LER-RESUL.
           MOVE SOC-CPF TO L12-CPF L21-CPF.
           IF SOC-TIPO = "D"
               MOVE 722 TO L12-CATEG
           ELSE
               MOVE 723 TO L12-CATEG.
           GO TO LER-RESUL-1.

      *---------------[ PERIODICIDADE DE PAGAMENTO DA CHAPA ]-----------
      *    A DA CHAPA; SEM ELA, A DA CATEGORIA; SEM NENHUMA, MENSAL.
       BUSCA-FREQ.
           MOVE "M" TO W-FREQ-FUNC.
           IF W-TEM-FREQ NOT = "S"
               GO TO FIM-BUSCA-FREQ.
           MOVE "F"   TO FRQ-TIPO.
           MOVE CHAPA TO FRQ-CODIGO.
           READ ARQFREQ
               INVALID KEY
               GO TO BUSCA-FREQ-1.
           MOVE FRQ-PERIODO TO W-FREQ-FUNC.
           GO TO FIM-BUSCA-FREQ.
       BUSCA-FREQ-1.
           MOVE "C"       TO FRQ-TIPO.
           MOVE SPACES    TO FRQ-CODIGO.
           MOVE CATEGORIA TO FRQ-CODIGO.
           READ ARQFREQ
               INVALID KEY
               GO TO FIM-BUSCA-FREQ.
           MOVE FRQ-PERIODO TO W-FREQ-FUNC.
       FIM-BUSCA-FREQ.
           MOVE "00" TO ST-ERRO.

      *---------------[ CATEGORIA DO TRABALHADOR NO ESOCIAL ]-----------
       CATEG-FUNC.
           MOVE 101 TO L12-CATEG.
           IF CATEGORIA = "A"
               MOVE 103 TO L12-CATEG.
           IF CATEGORIA = "I"
               MOVE 111 TO L12-CATEG.
           IF CATEGORIA = "E"
               MOVE 901 TO L12-CATEG.
       FIM-CATEG-FUNC.
           CONTINUE.

      *---------------[ RUBRICAS DA MEMORIA DE CALCULO ]----------------
       GERA-RUBRICAS.
           IF W-TEM-DET NOT = "S"
           CLOSE TX ARQFUNC ARQRESUL ARQESOCREC.
           IF W-TEM-DET = "S"
               CLOSE ARQRESDET.
           IF W-TEM-SOCIO = "S"
               CLOSE ARQSOCIO.
           IF W-TEM-FREQ = "S"
               CLOSE ARQFREQ.
           MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
           IF W-QTD-EVT > ZEROS
               MOVE "ESOCIAL" TO ITF-EXT-TIPO
               MOVE W-TX-NOME TO ITF-EXT-ARQUIVO
               MOVE ZEROS TO ITF-EXT-REFER
               MOVE W-QTD-EVT TO ITF-EXT-QTDE
               MOVE ZEROS TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** EVENTOS GERADOS NO ARQUIVO80 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM1.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP109" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                MOVE W-COMPETENCIA TO SPL-EXT-COMPET.
                DISPLAY (01, 01) ERASE.
       ROT-FIM1.
                DISPLAY (01, 01) ERASE.
