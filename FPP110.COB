      *    EVENTO EM ARQESOCREC, E CONSULTA OS PENDENTES/REJEITADOS.
      *    OS REJEITADOS SAO REGERADOS PELO FPP109 (OPCAO "SO
      *    REJEITADOS").
      *    OS EVENTOS DE TABELA (S-1005/S-1010/S-1020/S-1030, GERADOS
      *    PELO FPP134) VOLTAM COM O CODIGO DO CADASTRO NO LUGAR DA
      *    CHAPA E SAO BAIXADOS NO ARQESOCTAB.
      *    OS EVENTOS PERIODICOS/NAO PERIODICOS DAO BAIXA NA REMESSA
      *    DO FPP109 REGISTRADA NO ARQINTERF (FPP171/FPP172).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ESR-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CONTROLE DOS EVENTOS DE TABELA--------------
           SELECT ARQESOCTAB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TAB-KEY
                  FILE STATUS  IS ST-TAB.
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 ESR-PROTOCOLO     PIC X(15).
           03 ESR-STATUS        PIC X(01).
           03 ESR-MSG           PIC X(40).
      *---------------------CONTROLE DOS EVENTOS DE TABELA--------------
       FD ARQESOCTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOCTAB.DAT".
       01 REGESOCTAB.
           03 TAB-KEY.
               05 TAB-EVENTO       PIC X(06).
               05 TAB-CODIGO       PIC 9(06).
           03 TAB-IMG-ACEITA    PIC X(60).
           03 TAB-IMG-ENVIADA   PIC X(60).
           03 TAB-OPERACAO      PIC X(01).
           03 TAB-VALIDADE      PIC 9(06).
           03 TAB-PROTOCOLO     PIC X(15).
           03 TAB-STATUS        PIC X(01).
           03 TAB-MSG           PIC X(40).
      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
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
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-TAB          PIC X(02) VALUE "00".
       01 W-TEM-REC       PIC X(01) VALUE "S".
       01 W-TEM-TAB       PIC X(01) VALUE "S".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-FILTRO        PIC X(01) VALUE SPACES.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTD-ACE       PIC 9(05) VALUE ZEROS.
       01 W-QTD-REJ       PIC 9(05) VALUE ZEROS.
       01 W-QTD-IGN       PIC 9(05) VALUE ZEROS.
       01 W-ITF-ACE       PIC 9(05) VALUE ZEROS.
       01 W-ITF-REJ       PIC 9(05) VALUE ZEROS.
       01 W-ITF-COMP      PIC 9(06) VALUE ZEROS.
       01 W-ITF-PROTO     PIC X(15) VALUE SPACES.
       01 LINDET.
           03 LD-CHAPA     PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
       I-O-ARQESOCREC.
           OPEN I-O ARQESOCREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-REC
               MOVE "00" TO ST-ERRO.
           OPEN I-O ARQESOCTAB
           IF ST-TAB NOT = "00"
               MOVE "N" TO W-TEM-TAB.
           IF W-TEM-REC = "N" AND W-TEM-TAB = "N"
               MOVE "* NENHUM EVENTO ESOCIAL ENVIADO (FPP109) *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
      *---------------[ IMPORTACAO DO RETORNO ]-------------------------
       IMPORTA.
           MOVE ZEROS TO W-QTD-ACE W-QTD-REJ W-QTD-IGN.
           MOVE ZEROS TO W-ITF-ACE W-ITF-REJ W-ITF-COMP.
           MOVE SPACES TO W-ITF-PROTO.
           OPEN INPUT TRETESOC.
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO ESOCRET.TXT NAO ENCONTRADO *" TO MENS
           READ TRETESOC
               AT END
               GO TO IMPORTA-FIM.
           IF RET-EVENTO = "S-1005" OR "S-1010" OR "S-1020"
                        OR "S-1030"
               GO TO IMPORTA-TAB.
           IF W-TEM-REC = "N"
               ADD 1 TO W-QTD-IGN
               GO TO IMPORTA-1.
           MOVE RET-CHAPA  TO ESR-CHAPA.
           MOVE RET-COMP   TO ESR-COMPETENCIA.
           MOVE RET-EVENTO TO ESR-EVENTO.
               GO TO IMPORTA-1.
           MOVE RET-PROTO TO ESR-PROTOCOLO.
           MOVE RET-MSG   TO ESR-MSG.
           IF W-ITF-COMP = ZEROS
               MOVE RET-COMP TO W-ITF-COMP.
           IF RET-ST = "A" AND W-ITF-PROTO = SPACES
               MOVE RET-PROTO TO W-ITF-PROTO.
           IF RET-ST = "A"
               MOVE "A" TO ESR-STATUS
               ADD 1 TO W-QTD-ACE W-ITF-ACE
           ELSE
               MOVE "R" TO ESR-STATUS
               ADD 1 TO W-QTD-REJ W-ITF-REJ.
           REWRITE REGESOCREC.
           GO TO IMPORTA-1.
      *    EVENTO DE TABELA: NO ACEITE A IMAGEM ENVIADA PASSA A SER A
      *    ACEITA (NA EXCLUSAO FICA EM BRANCO, O ITEM SAIU DO ESOCIAL).
       IMPORTA-TAB.
           IF W-TEM-TAB = "N"
               ADD 1 TO W-QTD-IGN
               GO TO IMPORTA-1.
           MOVE RET-EVENTO TO TAB-EVENTO.
           MOVE RET-CHAPA  TO TAB-CODIGO.
           READ ARQESOCTAB
           IF ST-TAB NOT = "00"
               ADD 1 TO W-QTD-IGN
               GO TO IMPORTA-1.
           MOVE RET-PROTO TO TAB-PROTOCOLO.
           MOVE RET-MSG   TO TAB-MSG.
           IF RET-ST = "A"
               MOVE "A" TO TAB-STATUS
               ADD 1 TO W-QTD-ACE
               IF TAB-OPERACAO = "E"
                   MOVE SPACES TO TAB-IMG-ACEITA
               ELSE
                   MOVE TAB-IMG-ENVIADA TO TAB-IMG-ACEITA
           ELSE
               MOVE "R" TO TAB-STATUS
               ADD 1 TO W-QTD-REJ.
           REWRITE REGESOCTAB.
           GO TO IMPORTA-1.
       IMPORTA-FIM.
           CLOSE TRETESOC.
           MOVE "00" TO ST-ERRO.
           DISPLAY (11, 16) W-QTD-REJ.
           DISPLAY (12, 02) "IGNORADOS..: ".
           DISPLAY (12, 16) W-QTD-IGN.
           PERFORM REGISTRA-RETORNO THRU FIM-REGISTRA-RETORNO.
           MOVE "*** RETORNO PROCESSADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.
      *---------------[ BAIXA DA REMESSA NO ARQINTERF (FPP171) ]-------
       REGISTRA-RETORNO.
           IF W-ITF-COMP = ZEROS
               GO TO FIM-REGISTRA-RETORNO.
           MOVE "R" TO ITF-EXT-OPER.
           MOVE "FPP110" TO ITF-EXT-PROGR.
           MOVE "ESOCIAL" TO ITF-EXT-TIPO.
           MOVE "ESOCRET.TXT" TO ITF-EXT-ARQUIVO.
           MOVE W-ITF-COMP TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA ITF-EXT-REFER ITF-EXT-VALOR.
           MOVE W-ITF-ACE TO ITF-EXT-QTDE.
           MOVE W-ITF-REJ TO ITF-EXT-REJEIT.
           MOVE W-ITF-PROTO TO ITF-EXT-PROTOCOLO.
           CALL "FPP171".
           CANCEL "FPP171".
           DISPLAY (13, 02) "REMESSA....: ".
           IF ITF-EXT-NUMERO = ZEROS
               DISPLAY (13, 16) "NAO LOCALIZADA"
           ELSE
               DISPLAY (13, 16) ITF-EXT-NUMERO.
       FIM-REGISTRA-RETORNO.
           CONTINUE.
      *---------------[ CONSULTA DE PENDENTES/REJEITADOS ]--------------
       CONSULTA.
           ACCEPT TFILTRO.
           DISPLAY TELA.
           DISPLAY (08, 02) LINCAB.
           MOVE 9 TO W-LIN.
           IF W-TEM-REC = "N"
               GO TO CONSULTA-TAB.
           MOVE ZEROS TO ESR-CHAPA ESR-COMPETENCIA.
           MOVE SPACES TO ESR-EVENTO.
           START ARQESOCREC KEY IS NOT LESS THAN ESR-KEY
               INVALID KEY
               GO TO CONSULTA-TAB.
       CONSULTA-1.
           READ ARQESOCREC NEXT
               AT END
               GO TO CONSULTA-TAB.
           IF W-FILTRO NOT = SPACES
              AND ESR-STATUS NOT = W-FILTRO
               GO TO CONSULTA-1.
           MOVE ESR-STATUS TO LD-STATUS.
           MOVE ESR-PROTOCOLO TO LD-PROTO.
           MOVE ESR-MSG TO LD-MSG.
           PERFORM MOSTRA-LINHA THRU FIM-MOSTRA-LINHA.
           GO TO CONSULTA-1.
      *    EVENTOS DE TABELA: CODIGO DO CADASTRO NA COLUNA DA CHAPA E
      *    INICIO DA VALIDADE NA DA COMPETENCIA.
       CONSULTA-TAB.
           IF W-TEM-TAB = "N"
               GO TO CONSULTA-FIM.
           MOVE SPACES TO TAB-EVENTO.
           MOVE ZEROS TO TAB-CODIGO.
           START ARQESOCTAB KEY IS NOT LESS THAN TAB-KEY
               INVALID KEY
               GO TO CONSULTA-FIM.
       CONSULTA-TAB1.
           READ ARQESOCTAB NEXT
               AT END
               GO TO CONSULTA-FIM.
           IF W-FILTRO NOT = SPACES
              AND TAB-STATUS NOT = W-FILTRO
               GO TO CONSULTA-TAB1.
           MOVE TAB-CODIGO TO LD-CHAPA.
           MOVE TAB-VALIDADE TO LD-COMP.
           MOVE TAB-EVENTO TO LD-EVENTO.
           MOVE TAB-STATUS TO LD-STATUS.
           MOVE TAB-PROTOCOLO TO LD-PROTO.
           MOVE TAB-MSG TO LD-MSG.
           PERFORM MOSTRA-LINHA THRU FIM-MOSTRA-LINHA.
           GO TO CONSULTA-TAB1.
      *
       MOSTRA-LINHA.
           DISPLAY (W-LIN, 02) LINDET.
           ADD 1 TO W-LIN W-QTDE.
           IF W-LIN > 21
               DISPLAY TELA
               DISPLAY (08, 02) LINCAB
               MOVE 9 TO W-LIN.
       FIM-MOSTRA-LINHA.
           EXIT.
       CONSULTA-FIM.
           IF W-QTDE = ZEROS
               MOVE "*** NENHUM EVENTO P/ O FILTRO ***" TO MENS

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           IF W-TEM-REC = "S"
               CLOSE ARQESOCREC.
           IF W-TEM-TAB = "S"
               CLOSE ARQESOCTAB.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE
           STOP RUN.
