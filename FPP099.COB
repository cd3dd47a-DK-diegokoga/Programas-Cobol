      *    CONSOLIDA EM ARQPENDP (CONTADORES) E ARQPENDD (ITENS) OS
      *    ALERTAS QUE ANTES SO APARECIAM EM RELATORIOS AVULSOS:
      *    FERIAS PRESTES A DOBRAR, ASO A VENCER, CERTIFICACOES
      *    VENCIDAS, PAGAMENTOS REJEITADOS, PONTO NAO APROVADO,
      *    CONTRATOS DE EXPERIENCIA A VENCER E ARQUIVOS DE INTERFACE
      *    GERADOS E AINDA NAO TRANSMITIDOS. O MENU (SMPMEN) MOSTRA
      *    OS CONTADORES NO LOGIN E O FPP100 LISTA OS ITENS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EXP-CHAPA
                      FILE STATUS IS ST-ARQ.
           SELECT ARQINTERF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ITF-NUMERO
                      FILE STATUS IS ST-ARQ.
      *---------------------CONTADORES DO PAINEL------------------------
           SELECT ARQPENDP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
            05 EXP-MES2         PIC 9(02).
            05 EXP-ANO2         PIC 9(04).
           03 EXP-STATUS       PIC X(01).
       FD ARQINTERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINTERF.DAT".
       01 REGINTERF.
           03 ITF-NUMERO        PIC 9(08).
           03 ITF-PROGR         PIC X(07).
           03 ITF-TIPO          PIC X(08).
           03 ITF-ARQUIVO       PIC X(40).
           03 ITF-COMPET        PIC 9(06).
           03 ITF-EMPRESA       PIC 9(03).
           03 ITF-REFER         PIC 9(08).
           03 ITF-QTDE          PIC 9(07).
           03 ITF-VALOR         PIC 9(13)V99.
           03 ITF-USU-GER       PIC X(10).
           03 ITF-DATA-GER      PIC 9(08).
           03 ITF-HORA-GER      PIC 9(06).
           03 ITF-SITUACAO      PIC X(01).
           03 ITF-USU-TRANS     PIC X(10).
           03 ITF-DATA-TRANS    PIC 9(08).
           03 ITF-HORA-TRANS    PIC 9(06).
           03 ITF-PROTOCOLO     PIC X(20).
           03 ITF-DATA-RET      PIC 9(08).
           03 ITF-PROGR-RET     PIC X(07).
           03 ITF-RET-ACEITOS   PIC 9(07).
           03 ITF-RET-REJEIT    PIC 9(07).
      *---------------------CONTADORES DO PAINEL------------------------
       FD ARQPENDP
               LABEL RECORD IS STANDARD
       01 W-QTD-PGT       PIC 9(05) VALUE ZEROS.
       01 W-QTD-PON       PIC 9(05) VALUE ZEROS.
       01 W-QTD-CTR       PIC 9(05) VALUE ZEROS.
       01 W-QTD-ITF       PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *-----------------------------------------------------------------
           PERFORM CONTA-PGTO THRU FIM-CONTA-PGTO.
           PERFORM CONTA-PONTO THRU FIM-CONTA-PONTO.
           PERFORM CONTA-EXPER THRU FIM-CONTA-EXPER.
           PERFORM CONTA-INTERF THRU FIM-CONTA-INTERF.
           CLOSE ARQPENDD.
           PERFORM GRAVA-CONTADORES THRU FIM-GRAVA-CONTADORES.
           MOVE "*** PAINEL DE PENDENCIAS ATUALIZADO ***" TO MENS.
       FIM-CONTA-EXPER.
           CONTINUE.

      *---------------[ INTERFACES NAO TRANSMITIDAS (FPP172) ]----------
       CONTA-INTERF.
           OPEN INPUT ARQINTERF.
           IF ST-ARQ NOT = "00"
               MOVE "00" TO ST-ARQ
               GO TO FIM-CONTA-INTERF.
       CONTA-INTERF-1.
           READ ARQINTERF NEXT
           IF ST-ARQ NOT = "00"
               CLOSE ARQINTERF
               MOVE "00" TO ST-ARQ
               GO TO FIM-CONTA-INTERF.
           IF ITF-NUMERO = ZEROS OR ITF-SITUACAO NOT = "G"
               GO TO CONTA-INTERF-1.
           ADD 1 TO W-QTD-ITF.
           MOVE "ITF" TO PDD-CATEGORIA.
           MOVE SPACES TO PDD-TEXTO.
           STRING "NAO TRANSMITIDO " ITF-NUMERO " " ITF-TIPO " "
                  ITF-ARQUIVO
                  DELIMITED BY SIZE INTO PDD-TEXTO.
           WRITE REGPENDD.
           GO TO CONTA-INTERF-1.
       FIM-CONTA-INTERF.
           CONTINUE.

      *---------------[ CONTADORES DO PAINEL ]--------------------------
       GRAVA-CONTADORES.
           OPEN OUTPUT ARQPENDP.
           MOVE "CONTRATOS A VENCER" TO PDP-DESCRICAO.
           MOVE W-QTD-CTR TO PDP-QTDE.
           WRITE REGPENDP.
           MOVE "ITF" TO PDP-CATEGORIA.
           MOVE "INTERFACES NAO TRANSMITIDAS" TO PDP-DESCRICAO.
           MOVE W-QTD-ITF TO PDP-QTDE.
           WRITE REGPENDP.
           CLOSE ARQPENDP.
       FIM-GRAVA-CONTADORES.
           CONTINUE.
