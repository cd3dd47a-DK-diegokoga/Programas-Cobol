                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODEMPR
                      FILE STATUS IS ST-ERRO.
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------------
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------GERAR ARQUIVO DA DIRF-----------------------
           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 RAZAOSOCIAL     PIC X(30).
           03 CNPJ            PIC 9(14).
           03 STATUS2         PIC X(01).
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-CHAPA         PIC 9(06).
           03 SOC-NOME          PIC X(30).
           03 SOC-CPF           PIC 9(11).
      *---------------------GERAR ARQUIVO DA DIRF-----------------------
       FD TX
               LABEL RECORD IS STANDARD
       01 REGCONF  PIC X(100).
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
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TEM-PENSAO PIC X(01) VALUE "S".
       77 W-TEM-DET  PIC X(01) VALUE "S".
       77 W-TEM-SOCIO PIC X(01) VALUE "N".
       77 W-ORIGEM   PIC X(01) VALUE "F".
       01 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-COMP-DE  PIC 9(06) VALUE ZEROS.
       01 W-COMP-ATE PIC 9(06) VALUE ZEROS.
       01 W-TOT-IRRF13 PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-INSS  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PEN   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PREV  PIC 9(10)V99 VALUE ZEROS.
       01 W-GER-PREV  PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-RRA   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRINSS PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRIRRF PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRMESES PIC 9(03) VALUE ZEROS.
       01 W-GER-RRA   PIC 9(12)V99 VALUE ZEROS.
       01 W-GER-RRIRRF PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-PLR   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRPLR PIC 9(10)V99 VALUE ZEROS.
       01 W-GER-PLR   PIC 9(12)V99 VALUE ZEROS.
       01 W-GER-IRPLR PIC 9(12)V99 VALUE ZEROS.
       01 W-GER-BRUTO PIC 9(12)V99 VALUE ZEROS.
       01 W-GER-IRRF  PIC 9(12)V99 VALUE ZEROS.
       01 W-GER-BENEF PIC 9(06) VALUE ZEROS.
           05  LP-BENEF    PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(01) VALUE ";".
           05  LP-VALOR    PIC 9(10)V99 VALUE ZEROS.
       01  LINPLR.
           05  FILLER      PIC X(06) VALUE "RTPLR;".
           05  LR-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LR-VALOR    PIC 9(10)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LR-IRRF     PIC 9(10)V99 VALUE ZEROS.
       01  LINPRV.
           05  FILLER      PIC X(05) VALUE "RTPP;".
           05  LV-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LV-VALOR    PIC 9(10)V99 VALUE ZEROS.
       01  LINRRA.
           05  FILLER      PIC X(04) VALUE "RRA;".
           05  LA-CPF      PIC 9(11) VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LA-VALOR    PIC 9(10)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LA-INSS     PIC 9(10)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LA-IRRF     PIC 9(10)V99 VALUE ZEROS.
           05  FILLER      PIC X(01) VALUE ";".
           05  LA-MESES    PIC 9(03) VALUE ZEROS.
       01  LINTRL.
           05  FILLER      PIC X(04) VALUE "FIM;".
           05  LT-BENEF    PIC 9(06) VALUE ZEROS.
               MOVE "ERRO ABERTURA DO ARQUIVO78" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP108" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           OPEN OUTPUT TCONF
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO79" TO MENS
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "10"
                  GO TO INC-SOCIO
               ELSE
                  MOVE "ERRO NA LEITURA ARQFUNC" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       EMITE-BENEF.
           PERFORM SOMA-ANO THRU FIM-SOMA-ANO.
           IF W-TOT-BRUTO = ZEROS AND W-TOT-13 = ZEROS
              AND W-TOT-PLR = ZEROS
               GO TO PROX-BENEF.
           MOVE CPF TO LB-CPF.
           MOVE NOME TO LB-NOME.
           MOVE W-TOT-BRUTO TO LB-REND.
           ADD W-TOT-BRUTO TO W-GER-BRUTO.
           ADD W-TOT-IRRF TO W-GER-IRRF.
           ADD W-TOT-IRRF13 TO W-GER-IRRF.
      *    PLR (TRIBUTACAO EXCLUSIVA) VAI EM REGISTRO PROPRIO.
           IF W-TOT-PLR > ZEROS
               MOVE CPF         TO LR-CPF
               MOVE W-TOT-PLR   TO LR-VALOR
               MOVE W-TOT-IRPLR TO LR-IRRF
               WRITE ARQTX FROM LINPLR
               ADD W-TOT-PLR   TO W-GER-PLR
               ADD W-TOT-IRPLR TO W-GER-IRPLR.
           PERFORM LISTA-PENSAO THRU FIM-LISTA-PENSAO.
      *    CONTRIBUICAO DO FUNCIONARIO A PREVIDENCIA COMPLEMENTAR.
           PERFORM SOMA-PREV-ANO THRU FIM-SOMA-PREV-ANO.
           IF W-TOT-PREV > ZEROS
               MOVE CPF        TO LV-CPF
               MOVE W-TOT-PREV TO LV-VALOR
               WRITE ARQTX FROM LINPRV
               ADD W-TOT-PREV TO W-GER-PREV.
      *    RENDIMENTOS RECEBIDOS ACUMULADAMENTE (DIFERENCAS DE ANOS
      *    ANTERIORES): TRIBUTACAO EXCLUSIVA, EM REGISTRO PROPRIO.
           PERFORM SOMA-RRA-ANO THRU FIM-SOMA-RRA-ANO.
           IF W-TOT-RRA > ZEROS
               MOVE CPF           TO LA-CPF
               MOVE W-TOT-RRA     TO LA-VALOR
               MOVE W-TOT-RRINSS  TO LA-INSS
               MOVE W-TOT-RRIRRF  TO LA-IRRF
               MOVE W-TOT-RRMESES TO LA-MESES
               WRITE ARQTX FROM LINRRA
               ADD W-TOT-RRA    TO W-GER-RRA
               ADD W-TOT-RRIRRF TO W-GER-RRIRRF.
           DISPLAY (20, 40) W-GER-BENEF.
       PROX-BENEF.
           IF W-ORIGEM = "S"
               GO TO LER-SOCIO.
           GO TO LER-FUNC.

      *---------------[ SOCIOS E DIRETORES COM PRO-LABORE ]-------------
      *    DEPOIS DOS FUNCIONARIOS, OS SOCIOS/DIRETORES DO ARQSOCIO
      *    (FPP126), COM O PRO-LABORE DO ANO (TIPO PR) COMO
      *    RENDIMENTO TRIBUTAVEL, IGUAL AO INFORME DO FPP040.
       INC-SOCIO.
           MOVE "S" TO W-ORIGEM.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-GERACAO.
           MOVE "S" TO W-TEM-SOCIO.
       LER-SOCIO.
           READ ARQSOCIO NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-GERACAO.
           MOVE SOC-CHAPA TO CHAPA.
           MOVE SOC-NOME  TO NOME.
           MOVE SOC-CPF   TO CPF.
           GO TO EMITE-BENEF.

      *---------------[ TOTAIS DO ANO (COMO NO FPP040) ]----------------
       SOMA-ANO.
           MOVE ZEROS TO W-TOT-BRUTO W-TOT-IRRF W-TOT-13
                         W-TOT-IRRF13 W-TOT-INSS W-TOT-PLR
                         W-TOT-IRPLR.
           MOVE CHAPA     TO RES-CHAPA.
           MOVE W-COMP-DE TO RES-COMPETENCIA.
           MOVE SPACES    TO RES-TIPO.
               GO TO FIM-SOMA-ANO.
           IF RES-COMPETENCIA > W-COMP-ATE
               GO TO FIM-SOMA-ANO.
      *    OS PERIODOS DA FOLHA QUINZENAL/SEMANAL (Q1..S4) JA ESTAO
      *    SOMADOS NO FECHAMENTO DO MES (FO) - NAO CONTAM DE NOVO.
           IF RES-TIPO(1:1) = "Q" OR RES-TIPO(1:1) = "S"
               GO TO SOMA-ANO-1.
           IF RES-TIPO = "PL"
               ADD RES-BRUTO TO W-TOT-PLR
               ADD RES-IRRF  TO W-TOT-IRPLR
               GO TO SOMA-ANO-1.
           IF RES-TIPO = "13"
               ADD RES-LIQUIDO TO W-TOT-13
               ADD RES-IRRF TO W-TOT-IRRF13
       FIM-SOMA-PENSAO-ANO.
           MOVE "00" TO ST-ERRO.

      *---------------[ PREVIDENCIA COMPLEMENTAR DO ANO (PGBL) ]--------
       SOMA-PREV-ANO.
           MOVE ZEROS TO W-TOT-PREV.
           IF W-TEM-DET NOT = "S"
               GO TO FIM-SOMA-PREV-ANO.
           MOVE CHAPA     TO DET-CHAPA.
           MOVE W-COMP-DE TO DET-COMPETENCIA.
           MOVE SPACES    TO DET-TIPO.
           MOVE ZEROS     TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-PREV-ANO.
       SOMA-PREV-ANO-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-PREV-ANO.
           IF DET-CHAPA NOT = CHAPA
               GO TO FIM-SOMA-PREV-ANO.
           IF DET-COMPETENCIA > W-COMP-ATE
               GO TO FIM-SOMA-PREV-ANO.
           IF DET-EVENTO = "PVF"
               ADD DET-VALOR TO W-TOT-PREV.
           GO TO SOMA-PREV-ANO-1.
       FIM-SOMA-PREV-ANO.
           MOVE "00" TO ST-ERRO.

      *---------------[ RRA PAGO NO ANO (FPP046 -> FPP015) ]------------
       SOMA-RRA-ANO.
           MOVE ZEROS TO W-TOT-RRA W-TOT-RRINSS W-TOT-RRIRRF
                         W-TOT-RRMESES.
           IF W-TEM-DET NOT = "S"
               GO TO FIM-SOMA-RRA-ANO.
           MOVE CHAPA     TO DET-CHAPA.
           MOVE W-COMP-DE TO DET-COMPETENCIA.
           MOVE SPACES    TO DET-TIPO.
           MOVE ZEROS     TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-SOMA-RRA-ANO.
       SOMA-RRA-ANO-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-SOMA-RRA-ANO.
           IF DET-CHAPA NOT = CHAPA
               GO TO FIM-SOMA-RRA-ANO.
           IF DET-COMPETENCIA > W-COMP-ATE
               GO TO FIM-SOMA-RRA-ANO.
           IF DET-EVENTO = "RRA"
               ADD DET-VALOR TO W-TOT-RRA
               ADD DET-QTDE  TO W-TOT-RRMESES.
           IF DET-EVENTO = "RRI"
               ADD DET-VALOR TO W-TOT-RRINSS.
           IF DET-EVENTO = "RRF"
               ADD DET-VALOR TO W-TOT-RRIRRF.
           GO TO SOMA-RRA-ANO-1.
       FIM-SOMA-RRA-ANO.
           MOVE "00" TO ST-ERRO.

       FIM-GERACAO.
           MOVE W-GER-BENEF TO LT-BENEF.
           MOVE W-GER-BRUTO TO LT-BRUTO.
                                                  TO CF-DESC.
           MOVE W-GER-IRRF TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           MOVE "PLR - TRIBUTACAO EXCLUSIVA (= FPP040).: "
                                                  TO CF-DESC.
           MOVE W-GER-PLR TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           MOVE "IRRF SOBRE PLR (= FPP040).............: "
                                                  TO CF-DESC.
           MOVE W-GER-IRPLR TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           MOVE "PREVIDENCIA COMPLEMENTAR (= FPP040)...: "
                                                  TO CF-DESC.
           MOVE W-GER-PREV TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           MOVE "RRA - RENDIM. ACUMULADOS (= FPP040)...: "
                                                  TO CF-DESC.
           MOVE W-GER-RRA TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           MOVE "IRRF SOBRE RRA (= FPP040).............: "
                                                  TO CF-DESC.
           MOVE W-GER-RRIRRF TO CF-VALOR.
           WRITE REGCONF FROM CONFLIN.
           CLOSE TX TCONF.
           MOVE W-COMP-ATE TO SPL-EXT-COMPET.
           IF W-GER-BENEF > ZEROS
               MOVE "DIRF" TO ITF-EXT-TIPO
               MOVE W-TX-NOME TO ITF-EXT-ARQUIVO
               MOVE ZEROS TO ITF-EXT-REFER
               MOVE W-GER-BENEF TO ITF-EXT-QTDE
               MOVE W-GER-BRUTO TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           MOVE "*** DIRF GERADA - ARQUIVO78/79 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP108" TO ITF-EXT-PROGR.
           MOVE W-COMP-ATE TO ITF-EXT-COMPET.
           MOVE ZEROS TO ITF-EXT-EMPRESA.
           CALL "FPP171".
           CANCEL "FPP171".
       FIM-REGISTRA-INTERF.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
                    CLOSE ARQRESDET.
                IF W-TEM-PENSAO = "S"
                    CLOSE ARQPENSAO.
                IF W-TEM-SOCIO = "S"
                    CLOSE ARQSOCIO.
       ROT-FIMP.
                EXIT PROGRAM.

