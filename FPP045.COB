           SELECT TCNABTMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR REMESSA PIX DA RESCISAO---------
           SELECT TPIXR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TRABALHO DA REMESSA PIX DA RESCISAO---
           SELECT TPIXTMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------
           SELECT ARQPIX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PIX-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------SITUACAO DOS PAGAMENTOS---------------
           SELECT ARQPGTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PMV-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS-----------
           SELECT ARQENTEPI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ENT-KEY
                  FILE STATUS  IS ST-ERRO.

      *
      *-----------------------------------------------------------
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNABR.TMP".
       01 REGCNABTMP PIC X(100).
      *---------------------GERAR REMESSA PIX DA RESCISAO---------
       FD TPIXR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TPIXR-NOME.
       01 REGPIXR    PIC X(130).
      *---------------------TRABALHO DA REMESSA PIX DA RESCISAO---
       FD TPIXTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PIXR.TMP".
       01 REGPIXTMP  PIC X(130).
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO--------
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA         PIC 9(06).
           03 PIX-FORMA         PIC X(01).
           03 PIX-TIPO          PIC X(01).
           03 PIX-CHAVE         PIC X(77).
           03 PIX-STATUS        PIC X(01).
      *---------------------SITUACAO DOS PAGAMENTOS---------------
       FD ARQPGTO
               LABEL RECORD IS STANDARD
           03 PMV-VALOR-13      PIC 9(08)V99.
           03 PMV-VALOR-FER     PIC 9(08)V99.
           03 PMV-ENCARGOS      PIC 9(08)V99.
      *---------------------ENTREGAS DE EPI/EQUIPAMENTOS-----------
       FD ARQENTEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENTEPI.DAT".
       01 REGENTEPI.
           03 ENT-KEY.
               05 ENT-CHAPA        PIC 9(06).
               05 ENT-SEQ          PIC 9(03).
           03 ENT-CODCARG       PIC 9(03).
           03 ENT-ITEM          PIC 9(03).
           03 ENT-DESCR         PIC X(30).
           03 ENT-TIPO          PIC X(01).
           03 ENT-CA            PIC 9(06).
           03 ENT-QTDE          PIC 9(03).
           03 ENT-DATA-ENT      PIC 9(08).
           03 ENT-DATA-TROCA    PIC 9(08).
           03 ENT-DATA-DEV      PIC 9(08).
           03 ENT-SITUACAO      PIC X(01).
           03 ENT-VALOR-DESC    PIC 9(06)V99.
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
       77 ST-MOT     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 W-TEM-GRADE PIC X(01) VALUE "S".
       77 W-TEM-AVISO PIC X(01) VALUE "S".
       77 W-TEM-EQP   PIC X(01) VALUE "S".
       01 W-AVISO-REG PIC X(01) VALUE "N".
       01 W-CHAPA    PIC 9(06) VALUE ZEROS.
       01 W-SALMES   PIC 9(06)V99 VALUE ZEROS.
       01 W-MULTA-FGTS   PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDO-FGTS   PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTAL        PIC 9(09)V99 VALUE ZEROS.
       01 W-DESC-EQUIP   PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQUIDO      PIC 9(09)V99 VALUE ZEROS.
       01 W-EQP-PEND     PIC 9(03) VALUE ZEROS.
       01 W-AVOS         PIC S9(03) VALUE ZEROS.
       77 W-PCT-ENCARGOS PIC 9V999 VALUE 0,358.
       01 W-AVOS-13      PIC S9(03) VALUE ZEROS.
       01  LINSEMCONTA.
           05  FILLER      PIC X(045) VALUE
           "*** SEM CONTA BANCARIA - PAGAR EM ESPECIE ***".
       01  LINEQPPEND.
           05  FILLER      PIC X(013) VALUE "*** ATENCAO: ".
           05  LEP-QTDE    PIC ZZ9.
           05  FILLER      PIC X(046) VALUE
           " EPI/EQUIPAMENTO(S) SEM DEVOLUCAO (FPP019) ***".
      *---------------[ REMESSA PIX DA RESCISAO ]------------------
       01 W-PAGA-PIX     PIC X(01) VALUE "N".
       01 W-TPIXR-NOME.
           05 FILLER        PIC X(10) VALUE "ARQUIVO95_".
           05 W-TPIXR-DATA  PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
       01  PXR-HEADER.
           05  FILLER      PIC X(001) VALUE "0".
           05  FILLER      PIC X(020) VALUE
           "REMESSA PIX RESCISAO".
           05  PXR-H-DATA  PIC 9(08)  VALUE ZEROS.
           05  FILLER      PIC X(101) VALUE SPACES.
       01  PXR-DET.
           05  FILLER      PIC X(001) VALUE "1".
           05  PXR-TIPO        PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-CHAVE       PIC X(77) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-CHAPA       PIC 9(06) VALUE ZEROS.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-NOME        PIC X(30) VALUE SPACES.
           05  FILLER          PIC X(001) VALUE SPACES.
           05  PXR-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01  PXR-TRAILER.
           05  FILLER      PIC X(001) VALUE "9".
           05  FILLER      PIC X(019) VALUE
           "TOTAL REGISTROS.: ".
           05  PXR-T-QTDE  PIC ZZZZ9  VALUE ZEROS.
           05  FILLER      PIC X(005) VALUE
           "  R$ ".
           05  PXR-T-VALOR PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(089) VALUE SPACES.
       01  PXR-DET-LIDO.
           05  FILLER          PIC X(119).
           05  PXRL-VALOR      PIC 9(09)V99.
       01  LINPIX.
           05  FILLER      PIC X(031) VALUE
           "*** CREDITO VIA PIX - CHAVE: ".
           05  LP-CHAVE    PIC X(069) VALUE SPACES.
      *---------------[ ULTIMOS SALARIOS P/ SEGURO-DESEMPREGO ]----
       01 W-SAL-ULT1     PIC 9(08)V99 VALUE ZEROS.
       01 W-SAL-ULT2     PIC 9(08)V99 VALUE ZEROS.
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-AVISO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQENTEPI
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-EQP
               MOVE "00" TO ST-ERRO.
       INC-OPRES.
           OPEN I-O ARQRESUL
           IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO23" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE "FPP045" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-TX-DATA TO W-TGRRF-DATA W-TSEGD-DATA.
           OPEN EXTEND TGRRF
           IF ST-ERRO NOT = "00"

           COMPUTE W-TOTAL = W-SALDO-SAL + W-AVISO + W-13-PROP +
               W-FER-VENC + W-FER-PROP + W-TERCO + W-MULTA-FGTS.
           PERFORM SOMA-EQUIPAMENTO THRU FIM-SOMA-EQUIPAMENTO.
           COMPUTE W-LIQUIDO = W-TOTAL - W-DESC-EQUIP.

      *---------------[ DEMONSTRATIVO ]---------------------------------
       IMPRIME.
                                                  TO LV-DESC.
           MOVE W-TOTAL TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           IF W-DESC-EQUIP > ZEROS
               MOVE "DESCONTO EQUIPAMENTO NAO DEVOLVIDO....: "
                                                  TO LV-DESC
               MOVE W-DESC-EQUIP TO LV-VALOR
               WRITE ARQTX FROM LINVAL
               MOVE "LIQUIDO DA RESCISAO...................: "
                                                  TO LV-DESC
               MOVE W-LIQUIDO TO LV-VALOR
               WRITE ARQTX FROM LINVAL.
           IF W-EQP-PEND > ZEROS
               MOVE W-EQP-PEND TO LEP-QTDE
               WRITE ARQTX FROM LINEQPPEND.
           WRITE ARQTX FROM BARRA.
           WRITE ARQTX FROM LINHABR.
           PERFORM GRAVA-RESULTADO THRU FIM-GRAVA-RESULTADO.
           IF MOTIVO-DESLIGAMENTO = 02
               PERFORM GERA-GRRF THRU FIM-GERA-GRRF
               PERFORM GERA-SEGDES THRU FIM-GERA-SEGDES.
           IF W-EQP-PEND > ZEROS
               MOVE "*** ATENCAO: EQUIPAMENTO SEM DEVOLUCAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** DEMONSTRATIVO GERADO NO ARQUIVO23 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R0.
           MOVE W-TOTAL         TO RES-BRUTO.
           MOVE ZEROS           TO RES-INSS RES-IRRF RES-VT RES-VR.
           MOVE W-MULTA-FGTS    TO RES-FGTS.
           MOVE W-LIQUIDO       TO RES-LIQUIDO.
           WRITE REGRESUL.
           IF ST-ERRO = "22"
               REWRITE REGRESUL.
               MOVE W-SALDO-FGTS TO DET-BASE
               MOVE W-MULTA-FGTS TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-DESC-EQUIP > ZEROS
               MOVE "DEQ" TO DET-EVENTO
               MOVE "DESC EQUIP NAO DEVOLVIDO" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-SALMES TO DET-BASE
               MOVE W-DESC-EQUIP TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
       FIM-GRAVA-DETALHE.
           CONTINUE.

      *    CREDITO ENTRA NO ARQPGTO (STATUS E=ENVIADO) PARA O
      *    RETORNO DO BANCO (FPP044) CONCILIAR.
       GERA-REMESSA.
      *    QUEM OPTOU POR PIX (ARQPIX) RECEBE PELA REMESSA PIX.
           PERFORM BUSCA-PIX THRU FIM-BUSCA-PIX.
           IF W-PAGA-PIX = "S"
               PERFORM GERA-REMESSA-PIX THRU FIM-GERA-REMESSA-PIX
               GO TO FIM-GERA-REMESSA.
           IF CONTA = SPACES OR BANCO = ZEROS
               WRITE ARQTX FROM LINSEMCONTA
               GO TO FIM-GERA-REMESSA.
           MOVE CONTA   TO CNABR-CONTA.
           MOVE CHAPA   TO CNABR-CHAPA.
           MOVE NOME    TO CNABR-NOME.
           MOVE W-LIQUIDO TO CNABR-VALOR.
           WRITE REGCNABR FROM CNABR-DET.
           ADD 1 TO W-CNR-QTDE.
           ADD W-LIQUIDO TO W-CNR-TOTAL.
           MOVE W-CNR-QTDE  TO CNABR-T-QTDE.
           MOVE W-CNR-TOTAL TO CNABR-T-VALOR.
           WRITE REGCNABR FROM CNABR-TRAILER.
           CLOSE TCNABR.
           MOVE "CNAB" TO ITF-EXT-TIPO.
           MOVE W-TCNABR-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-TX-DATA TO ITF-EXT-REFER.
           MOVE W-CNR-QTDE TO ITF-EXT-QTDE.
           MOVE W-CNR-TOTAL TO ITF-EXT-VALOR.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           PERFORM GRAVA-PGTO THRU FIM-GRAVA-PGTO.
       FIM-GERA-REMESSA.
           MOVE "00" TO ST-ERRO.

      *---------------[ REMESSA PIX IMEDIATA DA RESCISAO ]--------------
      *    MESMO TRATAMENTO DO CNAB: O ARQUIVO PIX DO DIA E REFEITO A
      *    CADA RESCISAO COM O TRAILER NA ULTIMA LINHA.
       GERA-REMESSA-PIX.
           MOVE PIX-CHAVE TO LP-CHAVE.
           WRITE ARQTX FROM LINPIX.
           MOVE W-TX-DATA TO W-TPIXR-DATA.
           MOVE ZEROS TO W-CNR-QTDE W-CNR-TOTAL.
           OPEN INPUT TPIXR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO GERA-REMESSA-PIX-NOVO.
           OPEN OUTPUT TPIXTMP.
       GERA-REMESSA-PIX-1.
           READ TPIXR
               AT END
               GO TO GERA-REMESSA-PIX-2.
           IF REGPIXR(1:1) = "0" OR REGPIXR(1:1) = "9"
               GO TO GERA-REMESSA-PIX-1.
           WRITE REGPIXTMP FROM REGPIXR.
           MOVE REGPIXR TO PXR-DET-LIDO.
           ADD 1 TO W-CNR-QTDE.
           ADD PXRL-VALOR TO W-CNR-TOTAL.
           GO TO GERA-REMESSA-PIX-1.
       GERA-REMESSA-PIX-2.
           CLOSE TPIXR TPIXTMP.
           OPEN OUTPUT TPIXR.
           MOVE W-TX-DATA TO PXR-H-DATA.
           WRITE REGPIXR FROM PXR-HEADER.
           OPEN INPUT TPIXTMP.
       GERA-REMESSA-PIX-3.
           READ TPIXTMP
               AT END
               GO TO GERA-REMESSA-PIX-4.
           WRITE REGPIXR FROM REGPIXTMP.
           GO TO GERA-REMESSA-PIX-3.
       GERA-REMESSA-PIX-4.
           CLOSE TPIXTMP.
           GO TO GERA-REMESSA-PIX-DET.
       GERA-REMESSA-PIX-NOVO.
           OPEN OUTPUT TPIXR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-GERA-REMESSA-PIX.
           MOVE W-TX-DATA TO PXR-H-DATA.
           WRITE REGPIXR FROM PXR-HEADER.
       GERA-REMESSA-PIX-DET.
           MOVE PIX-TIPO  TO PXR-TIPO.
           MOVE PIX-CHAVE TO PXR-CHAVE.
           MOVE CHAPA     TO PXR-CHAPA.
           MOVE NOME      TO PXR-NOME.
           MOVE W-LIQUIDO TO PXR-VALOR.
           WRITE REGPIXR FROM PXR-DET.
           ADD 1 TO W-CNR-QTDE.
           ADD W-LIQUIDO TO W-CNR-TOTAL.
           MOVE W-CNR-QTDE  TO PXR-T-QTDE.
           MOVE W-CNR-TOTAL TO PXR-T-VALOR.
           WRITE REGPIXR FROM PXR-TRAILER.
           CLOSE TPIXR.
           MOVE "PIX" TO ITF-EXT-TIPO.
           MOVE W-TPIXR-NOME TO ITF-EXT-ARQUIVO.
           MOVE W-TX-DATA TO ITF-EXT-REFER.
           MOVE W-CNR-QTDE TO ITF-EXT-QTDE.
           MOVE W-CNR-TOTAL TO ITF-EXT-VALOR.
           PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           PERFORM GRAVA-PGTO THRU FIM-GRAVA-PGTO.
       FIM-GERA-REMESSA-PIX.
           MOVE "00" TO ST-ERRO.

       BUSCA-PIX.
           MOVE "N" TO W-PAGA-PIX.
           OPEN INPUT ARQPIX.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-BUSCA-PIX.
           MOVE CHAPA TO PIX-CHAPA.
           READ ARQPIX
               INVALID KEY
               MOVE SPACES TO PIX-FORMA.
           IF PIX-FORMA = "P" AND PIX-STATUS = "A"
              AND PIX-CHAVE NOT = SPACES
               MOVE "S" TO W-PAGA-PIX.
           CLOSE ARQPIX.
       FIM-BUSCA-PIX.
           MOVE "00" TO ST-ERRO.

       GRAVA-PGTO.
           OPEN I-O ARQPGTO.
           IF ST-ERRO NOT = "00"
                   GO TO FIM-GRAVA-PGTO.
           MOVE CHAPA          TO PGTO-CHAPA.
           MOVE W-TX-DATA(1:6) TO PGTO-COMPETENCIA.
           MOVE W-LIQUIDO      TO PGTO-VALOR.
           MOVE SPACES         TO PGTO-OCORRENCIA.
           MOVE "E"            TO PGTO-STATUS.
           WRITE REGPGTO.
       FIM-GRAVA-PGTO.
           CONTINUE.

      *---------------[ EPI/EQUIPAMENTO NAO DEVOLVIDO ]-----------------
      *    ITENS MARCADOS PARA DESCONTO NA RESCISAO (FPP019/FPP137). A
      *    COMPENSACAO NAO PASSA DE UMA REMUNERACAO MENSAL (CLT ART.
      *    477 PAR. 5) NEM DO TOTAL DAS VERBAS. ITENS AINDA EM POSSE
      *    SO SAO CONTADOS PARA O AVISO.
       SOMA-EQUIPAMENTO.
           MOVE ZEROS TO W-DESC-EQUIP W-EQP-PEND.
           IF W-TEM-EQP NOT = "S"
               GO TO FIM-SOMA-EQUIPAMENTO.
           MOVE CHAPA TO ENT-CHAPA.
           MOVE ZEROS TO ENT-SEQ.
           START ARQENTEPI KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
               GO TO FIM-SOMA-EQUIPAMENTO.
       SOMA-EQUIPAMENTO-1.
           READ ARQENTEPI NEXT
               AT END
               GO TO SOMA-EQUIPAMENTO-2.
           IF ENT-CHAPA NOT = CHAPA
               GO TO SOMA-EQUIPAMENTO-2.
           IF ENT-SITUACAO = "C"
               ADD ENT-VALOR-DESC TO W-DESC-EQUIP.
           IF ENT-SITUACAO = "E"
               ADD 1 TO W-EQP-PEND.
           GO TO SOMA-EQUIPAMENTO-1.
       SOMA-EQUIPAMENTO-2.
           IF W-DESC-EQUIP > W-SALMES
               MOVE W-SALMES TO W-DESC-EQUIP.
           IF W-DESC-EQUIP > W-TOTAL
               MOVE W-TOTAL TO W-DESC-EQUIP.
       FIM-SOMA-EQUIPAMENTO.
           MOVE "00" TO ST-ERRO.

      *---------------[ GUIA GRRF DO DESLIGADO ]------------------------
       GERA-GRRF.
           COMPUTE W-GRRF-TOTAL = W-SALDO-FGTS + W-MULTA-FGTS.
               GO TO CALC-MEDIA-1.
           IF DET-EVENTO = "H50" OR DET-EVENTO = "H10"
              OR DET-EVENTO = "NOT" OR DET-EVENTO = "DSR"
              OR DET-EVENTO = "LMD" OR DET-EVENTO = "SUB"
              OR DET-EVENTO = "SBA"
               ADD DET-VALOR TO W-TOT-VAR.
           GO TO CALC-MEDIA-1.
       CALC-MEDIA-2.
       LOAD-MOTIVOS-FIM.
           EXIT.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP045" TO ITF-EXT-PROGR.
           MOVE W-TX-DATA(1:6) TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
                    CLOSE ARQGRADE.
                IF W-TEM-AVISO = "S"
                    CLOSE ARQAVISO.
                IF W-TEM-EQP = "S"
                    CLOSE ARQENTEPI.
       ROT-FIMP.
                EXIT PROGRAM.

