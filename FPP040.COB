           SELECT TX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-CHAPA
                      FILE STATUS IS ST-ERRO.
      *---------------------CADASTRO DO NOME DA EMPRESA-----------
           SELECT ARQEMPRESA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 DET-BASE          PIC 9(08)V99.
           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
      *---------------------SOCIOS E DIRETORES (PRO-LABORE)-------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-CHAPA         PIC 9(06).
           03 SOC-NOME          PIC X(30).
           03 SOC-CPF           PIC 9(11).
      *---------------------GERAR INFORME DE RENDIMENTOS----------
       FD TX
               LABEL RECORD IS STANDARD
       01 REGEMPRESA    PIC X(032).
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-TOT-INSS  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRRF  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-13    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PLR   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRPLR PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-SAUDE PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PREV  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRA   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRINSS PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRIRRF PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-RRMESES PIC 9(03) VALUE ZEROS.
       77 W-TEM-DET   PIC X(01) VALUE "S".
       77 W-TEM-SOCIO PIC X(01) VALUE "N".
       77 W-ORIGEM    PIC X(01) VALUE "F".
       01 W-MESES-SIMPLES PIC 9(02) VALUE ZEROS.
       01 W-MESES-LEGAL   PIC 9(02) VALUE ZEROS.
       01 W-NOME-EMPRESA PIC X(032) VALUE "EMPRESA FATEC - ZL".
           05  FILLER                 PIC X(018) VALUE
           " DEDUCOES LEGAIS ".
           05  LO-LEGAL               PIC Z9 VALUE ZEROS.
       01  LINRRA.
           05  FILLER                 PIC X(040) VALUE
           "NUMERO DE MESES (NM)..................: ".
           05  LR-MESES               PIC ZZZZZZZZZZZ9 VALUE ZEROS.
       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
               MOVE "ERRO ABERTURA DO ARQUIVO18" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP040" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-ANO TO CAB-ANO.
           MOVE W-NOME-EMPRESA TO LF-EMPRESA.
      *
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO INC-SOCIO
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM

       SOMA-ANO.
           MOVE ZEROS TO W-TOT-BRUTO W-TOT-INSS W-TOT-IRRF W-TOT-13.
           MOVE ZEROS TO W-TOT-PLR W-TOT-IRPLR.
           MOVE CHAPA     TO RES-CHAPA.
           MOVE W-COMP-DE TO RES-COMPETENCIA.
           MOVE SPACES    TO RES-TIPO.
               GO TO SOMA-ANO-FIM.
           IF RES-COMPETENCIA > W-COMP-ATE
               GO TO SOMA-ANO-FIM.
      *    PLR TEM TRIBUTACAO EXCLUSIVA: FICA FORA DOS RENDIMENTOS
      *    TRIBUTAVEIS E DO IRRF DA FOLHA.
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
           ELSE
           GO TO SOMA-ANO-1.
       SOMA-ANO-FIM.
           IF W-TOT-BRUTO = ZEROS AND W-TOT-13 = ZEROS
              AND W-TOT-PLR = ZEROS
               GO TO PROX-BENEF.

       IMPRIME-INFORME.
           WRITE ARQTX FROM BARRA.
                                                  TO LV-DESC.
           MOVE W-TOT-13 TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           IF W-TOT-PLR > ZEROS
               MOVE "PARTICIPACAO NOS LUCROS (TRIB.EXCL.)..: "
                                                  TO LV-DESC
               MOVE W-TOT-PLR TO LV-VALOR
               WRITE ARQTX FROM LINVAL
               MOVE "IRRF RETIDO SOBRE A PLR...............: "
                                                  TO LV-DESC
               MOVE W-TOT-IRPLR TO LV-VALOR
               WRITE ARQTX FROM LINVAL.
           PERFORM CONTA-OPCAO THRU FIM-CONTA-OPCAO.
           IF W-TOT-SAUDE > ZEROS
               MOVE "DESPESAS MEDICAS (PLANO DE SAUDE).....: "
                                                  TO LV-DESC
               MOVE W-TOT-SAUDE TO LV-VALOR
               WRITE ARQTX FROM LINVAL.
           IF W-TOT-PREV > ZEROS
               MOVE "PREVIDENCIA COMPLEMENTAR (PGBL).......: "
                                                  TO LV-DESC
               MOVE W-TOT-PREV TO LV-VALOR
               WRITE ARQTX FROM LINVAL.
           IF W-TOT-RRA > ZEROS
               PERFORM IMPRIME-RRA THRU FIM-IMPRIME-RRA.
           IF W-MESES-SIMPLES > ZEROS OR W-MESES-LEGAL > ZEROS
               MOVE W-MESES-SIMPLES TO LO-SIMPLES
               MOVE W-MESES-LEGAL   TO LO-LEGAL
           WRITE ARQTX FROM LINHABR.
           ADD 1 TO CONLIN1.
           DISPLAY (20, 40) CONLIN1.
       PROX-BENEF.
           IF W-ORIGEM = "S"
               GO TO LER-SOCIO.
           GO TO LER-FUNC.

      *---------------[ SOCIOS E DIRETORES COM PRO-LABORE ]-------------
      *    DEPOIS DOS FUNCIONARIOS, UM INFORME POR SOCIO/DIRETOR DO
      *    ARQSOCIO (FPP126) COM O PRO-LABORE DO ANO (TIPO PR).
       INC-SOCIO.
           MOVE "S" TO W-ORIGEM.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-INFORMES.
           MOVE "S" TO W-TEM-SOCIO.
       LER-SOCIO.
           READ ARQSOCIO NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-INFORMES.
           MOVE SOC-CHAPA TO CHAPA.
           MOVE SOC-NOME  TO NOME.
           MOVE SOC-CPF   TO CPF.
           GO TO SOMA-ANO.
       FIM-INFORMES.
           MOVE "*** INFORMES GERADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *---------------[ OPCAO DE IRRF USADA NO ANO ]--------------------
      *    CONTA, NA MEMORIA DE CALCULO, EM QUANTOS MESES PREVALECEU
      *    O DESCONTO SIMPLIFICADO E EM QUANTOS AS DEDUCOES LEGAIS.
      *    NA MESMA LEITURA SOMA O PLANO DE SAUDE/ODONTO PAGO PELO
      *    FUNCIONARIO (EVENTO SAU), INFORMADO COMO DESPESA MEDICA, E
      *    A CONTRIBUICAO DO FUNCIONARIO AO PGBL (EVENTO PVF).
       CONTA-OPCAO.
           MOVE ZEROS TO W-MESES-SIMPLES W-MESES-LEGAL W-TOT-SAUDE
                         W-TOT-PREV.
           MOVE ZEROS TO W-TOT-RRA W-TOT-RRINSS W-TOT-RRIRRF
                         W-TOT-RRMESES.
           IF W-TEM-DET NOT = "S"
               GO TO FIM-CONTA-OPCAO.
           MOVE CHAPA     TO DET-CHAPA.
               GO TO FIM-CONTA-OPCAO.
           IF DET-COMPETENCIA > W-COMP-ATE
               GO TO FIM-CONTA-OPCAO.
           IF DET-EVENTO = "SAU"
               ADD DET-VALOR TO W-TOT-SAUDE
               GO TO CONTA-OPCAO-1.
           IF DET-EVENTO = "PVF"
               ADD DET-VALOR TO W-TOT-PREV
               GO TO CONTA-OPCAO-1.
      *    DIFERENCAS DE ANOS ANTERIORES PAGAS NO ANO (RRA).
           IF DET-EVENTO = "RRA"
               ADD DET-VALOR TO W-TOT-RRA
               ADD DET-QTDE  TO W-TOT-RRMESES
               GO TO CONTA-OPCAO-1.
           IF DET-EVENTO = "RRI"
               ADD DET-VALOR TO W-TOT-RRINSS
               GO TO CONTA-OPCAO-1.
           IF DET-EVENTO = "RRF"
               ADD DET-VALOR TO W-TOT-RRIRRF
               GO TO CONTA-OPCAO-1.
           IF DET-EVENTO NOT = "IRF"
               GO TO CONTA-OPCAO-1.
      *    NA FOLHA POR PERIODO A OPCAO DO MES E A DO ULTIMO PERIODO,
      *    CALCULADO SOBRE O ACUMULADO (Q2 OU S4).
           IF DET-TIPO NOT = "FO" AND DET-TIPO NOT = "PR"
              AND DET-TIPO NOT = "Q2" AND DET-TIPO NOT = "S4"
               GO TO CONTA-OPCAO-1.
           IF DET-DESCRICAO(1:11) = "IRRF (SIMPL"
               ADD 1 TO W-MESES-SIMPLES
       FIM-CONTA-OPCAO.
           MOVE "00" TO ST-ERRO.

      *---------------[ RENDIMENTOS RECEBIDOS ACUMULADAMENTE ]---------
      *    QUADRO PROPRIO DO INFORME: O RRA TEM TRIBUTACAO EXCLUSIVA E
      *    NAO SE SOMA AOS RENDIMENTOS TRIBUTAVEIS DA FOLHA.
       IMPRIME-RRA.
           WRITE ARQTX FROM LINHABR.
           MOVE "RENDIMENTOS RECEBIDOS ACUMULADAMENTE..: "
                                                  TO LV-DESC.
           MOVE W-TOT-RRA TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "  CONTRIBUICAO PREVIDENCIARIA (RRA)...: "
                                                  TO LV-DESC.
           MOVE W-TOT-RRINSS TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE "  IMPOSTO RETIDO NA FONTE (RRA).......: "
                                                  TO LV-DESC.
           MOVE W-TOT-RRIRRF TO LV-VALOR.
           WRITE ARQTX FROM LINVAL.
           MOVE W-TOT-RRMESES TO LR-MESES.
           WRITE ARQTX FROM LINRRA.
       FIM-IMPRIME-RRA.
           CONTINUE.

      *---------------------[ NOME DA EMPRESA ]------------------------
       LOAD-EMPRESA.
           OPEN INPUT ARQEMPRESA.
                CLOSE ARQFUNC ARQRESUL TX.
                IF W-TEM-DET = "S"
                    CLOSE ARQRESDET.
                IF W-TEM-SOCIO = "S"
                    CLOSE ARQSOCIO.
       ROT-FIMP.
                EXIT PROGRAM.

