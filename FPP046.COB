           03 BANCO-HORAS     PIC X(01).
           03 PERICULOSIDADE  PIC X(01).
           03 INSALUBRIDADE   PIC 9(01).
           03 CBO             PIC 9(06).
      *---------------------HISTORICO DE SALARIO DO CARGO---------
       FD ARQSALH
               LABEL RECORD IS STANDARD
           03 RETRO-COMP-FIM    PIC 9(06).
           03 RETRO-COMP-PGTO   PIC 9(06).
           03 RETRO-STATUS      PIC X(01).
           03 RETRO-RRA-BRUTO   PIC 9(08)V99.
           03 RETRO-RRA-INSS    PIC 9(08)V99.
           03 RETRO-RRA-IRRF    PIC 9(08)V99.
           03 RETRO-RRA-MESES   PIC 9(03).
           03 RETRO-RRA-ANO-INI PIC 9(04).
           03 RETRO-RRA-ANO-FIM PIC 9(04).
      *---------------------ACOES PENDENTES DE DUPLO CONTROLE-----------
       FD ARQPENDAC
                 LABEL RECORD IS STANDARD
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
      *---------------------RELATORIO PARA O SPOOL (FPP169)------------
       01 SPOOL-RELAT EXTERNAL.
           03 SPL-EXT-PROGR    PIC X(07).
           03 SPL-EXT-ARQUIVO  PIC X(40).
           03 SPL-EXT-COMPET   PIC 9(06).
           03 SPL-EXT-EMPRESA  PIC 9(03).
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-ACU-LIQ      PIC 9(08)V99 VALUE ZEROS.
       01 W-ACU-FGTS     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-CARGOS   PIC 9(04) VALUE ZEROS.
      *---------------[ RRA - DIFERENCAS DE ANOS ANTERIORES ]----------
       01 W-RETRO-NOVO   PIC X(01) VALUE "N".
       01 W-RRA-BRUTO    PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-INSS     PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-IRRF     PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-IRRF-ANT PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-MESES    PIC 9(03) VALUE ZEROS.
       01 W-RRA-ANO-INI  PIC 9(04) VALUE ZEROS.
       01 W-RRA-ANO-FIM  PIC 9(04) VALUE ZEROS.
       01 W-RRA-BASE     PIC S9(08)V99 VALUE ZEROS.
       01 W-RRA-NM       PIC 9(03) VALUE ZEROS.
       01 W-RRA-CALC     PIC 9(08)V99 VALUE ZEROS.
       01 W-IND-ANO      PIC 9(02) VALUE ZEROS.
       01 W-QTD-ANO      PIC 9(02) VALUE ZEROS.
       01 W-TAB-ANO.
           03 W-ANO-ITEM OCCURS 10 TIMES.
               05 W-ANO-REF     PIC 9(04).
               05 W-ANO-MESES   PIC 9(02).
               05 W-ANO-BRUTO   PIC 9(08)V99.
               05 W-ANO-INSS    PIC 9(08)V99.
       01 W-TOT-FUNC     PIC 9(04) VALUE ZEROS.
      *---------------[ DUPLO CONTROLE (DOIS OPERADORES) ]-------------
       77 ST-PAC          PIC X(02) VALUE "00".
       01 W-USUARIO-DC    PIC X(10) VALUE "OPERADOR".
       01 W-IMAGEM-CARG   PIC X(56) VALUE SPACES.
       01 W-DC-OK         PIC X(01) VALUE "N".
       01 W-DC-PARAM1     PIC 9(08)V99 VALUE ZEROS.
       01 W-DC-PARAM2     PIC 9(08) VALUE ZEROS.
           05  D-BRUTO    PIC ZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  D-LIQ      PIC ZZZZZZ9,99 VALUE ZEROS.
       01  DETANO.
           05  FILLER     PIC X(10) VALUE SPACES.
           05  FILLER     PIC X(09) VALUE "RRA ANO: ".
           05  DA-ANO     PIC 9(04) VALUE ZEROS.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  DA-MESES   PIC Z9 VALUE ZEROS.
           05  FILLER     PIC X(09) VALUE " MES(ES) ".
           05  FILLER     PIC X(07) VALUE "BRUTO: ".
           05  DA-BRUTO   PIC ZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE "  INSS: ".
           05  DA-INSS    PIC ZZZZZZ9,99 VALUE ZEROS.
       01  DETRRA.
           05  FILLER     PIC X(10) VALUE SPACES.
           05  FILLER     PIC X(16) VALUE "RRA TOTAL - NM: ".
           05  DR-MESES   PIC ZZ9 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE "  BASE: ".
           05  DR-BASE    PIC ZZZZZZ9,99 VALUE ZEROS.
           05  FILLER     PIC X(08) VALUE "  IRRF: ".
           05  DR-IRRF    PIC ZZZZZZ9,99 VALUE ZEROS.
       01  LINTOT1.
           05  FILLER                 PIC X(045) VALUE
           "***CARGOS REAJUSTADOS.....................: ".
               MOVE "ERRO ABERTURA DO ARQUIVO24" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "FPP046" TO SPL-EXT-PROGR.
           MOVE W-TX-NOME TO SPL-EXT-ARQUIVO.
           MOVE W-PERCENTUAL  TO CAB-PCT.
           MOVE W-COMP-EFEITO TO CAB-COMP.
           WRITE ARQTX FROM CAB1.
           COMPUTE W-SAL-NOVO ROUNDED =
               SALARIOBASE * (1 + (W-PERCENTUAL / 100)).
           PERFORM GRAVA-HIST THRU FIM-GRAVA-HIST.
           MOVE REGCARG TO W-IMAGEM-CARG.
           MOVE W-SAL-NOVO TO SALARIOBASE.
           REWRITE REGCARG.
           IF ST-ERRO = "00"
               PERFORM LOG-CARGO THRU FIM-LOG-CARGO.
           ADD 1 TO W-TOT-CARGOS.
           GO TO LER-CARG.

           MOVE W-ACU-BRUTO TO D-BRUTO.
           MOVE W-ACU-LIQ   TO D-LIQ.
           WRITE ARQTX FROM DET.
           PERFORM LISTA-RRA THRU FIM-LISTA-RRA.
           ADD 1 TO W-TOT-FUNC.
           GO TO LER-FUNC.

       SOMA-DIFERENCAS.
           MOVE ZEROS TO W-ACU-BRUTO W-ACU-LIQ W-ACU-FGTS.
           MOVE ZEROS TO W-RRA-BRUTO W-RRA-INSS W-RRA-IRRF W-RRA-MESES
                         W-RRA-ANO-INI W-RRA-ANO-FIM W-QTD-ANO.
           MOVE CHAPA         TO RES-CHAPA.
           MOVE W-COMP-EFEITO TO RES-COMPETENCIA.
           MOVE SPACES        TO RES-TIPO.
           PERFORM ACHA-ALIQ-INSS THRU FIM-ACHA-ALIQ-INSS.
           COMPUTE W-DIF-INSS ROUNDED =
               W-DIF-BRUTO * W-ALIQ-ACH.
      *    DIFERENCA DE ANO-CALENDARIO ANTERIOR E RENDIMENTO RECEBIDO
      *    ACUMULADAMENTE (RRA): NAO ENTRA NO IRRF DO MES; E SOMADA
      *    POR ANO E TRIBUTADA A PARTE NO FIM (CALC-RRA).
           IF RES-COMPETENCIA(1:4) < W-COMP-ATUAL(1:4)
               PERFORM ACUMULA-RRA THRU FIM-ACUMULA-RRA
               GO TO SOMA-DIFERENCAS-1.
           COMPUTE W-BASE-IRRF-N = W-BASE-NOVA - RES-INSS
               - W-DIF-INSS.
           IF W-BASE-IRRF-N < ZEROS
           ADD W-DIF-FGTS TO W-ACU-FGTS.
           GO TO SOMA-DIFERENCAS-1.
       FIM-SOMA-DIFERENCAS.
           IF W-RRA-BRUTO = ZEROS
               GO TO FIM-SOMA-DIFERENCAS-1.
           COMPUTE W-RRA-BASE = W-RRA-BRUTO - W-RRA-INSS.
           MOVE W-RRA-MESES TO W-RRA-NM.
           PERFORM CALC-RRA THRU FIM-CALC-RRA.
           MOVE W-RRA-CALC TO W-RRA-IRRF.
           COMPUTE W-ACU-LIQ = W-ACU-LIQ +
               W-RRA-BRUTO - W-RRA-INSS - W-RRA-IRRF.
       FIM-SOMA-DIFERENCAS-1.
           CONTINUE.

      *---------[ RRA: DIFERENCAS SEPARADAS POR ANO DE REFERENCIA ]-----
       ACUMULA-RRA.
           COMPUTE W-DIF-FGTS ROUNDED =
               W-DIF-BRUTO * 0,08.
           ADD W-DIF-BRUTO TO W-ACU-BRUTO W-RRA-BRUTO.
           ADD W-DIF-FGTS  TO W-ACU-FGTS.
           ADD W-DIF-INSS  TO W-RRA-INSS.
           ADD 1 TO W-RRA-MESES.
           IF W-RRA-ANO-INI = ZEROS
               MOVE RES-COMPETENCIA(1:4) TO W-RRA-ANO-INI.
           MOVE RES-COMPETENCIA(1:4) TO W-RRA-ANO-FIM.
           IF W-QTD-ANO > ZEROS
               IF W-ANO-REF(W-QTD-ANO) = W-RRA-ANO-FIM
                   GO TO ACUMULA-RRA-1.
           IF W-QTD-ANO NOT < 10
               GO TO ACUMULA-RRA-1.
           ADD 1 TO W-QTD-ANO.
           MOVE W-RRA-ANO-FIM TO W-ANO-REF(W-QTD-ANO).
           MOVE ZEROS TO W-ANO-MESES(W-QTD-ANO) W-ANO-BRUTO(W-QTD-ANO)
                         W-ANO-INSS(W-QTD-ANO).
       ACUMULA-RRA-1.
           ADD 1           TO W-ANO-MESES(W-QTD-ANO).
           ADD W-DIF-BRUTO TO W-ANO-BRUTO(W-QTD-ANO).
           ADD W-DIF-INSS  TO W-ANO-INSS(W-QTD-ANO).
       FIM-ACUMULA-RRA.
           CONTINUE.

      *    IRRF DO RRA PELA TABELA DO MES DO PAGAMENTO COM AS FAIXAS
      *    MULTIPLICADAS PELO NUMERO DE MESES (NM) A QUE SE REFERE.
       CALC-RRA.
           MOVE ZEROS TO W-RRA-CALC.
           IF W-RRA-BASE NOT > ZEROS OR W-RRA-NM = ZEROS
               GO TO FIM-CALC-RRA.
           MOVE W-COMP-ATUAL TO W-COMP-TAB.
           PERFORM CARREGA-TABELAS THRU FIM-CARREGA-TABELAS.
           MOVE 1 TO IND-TAB.
       CALC-RRA-1.
           IF IND-TAB > 10
               GO TO FIM-CALC-RRA.
           IF LIMITE-ATE-IRRF(IND-TAB) NOT = ZEROS
              AND W-RRA-BASE NOT > LIMITE-ATE-IRRF(IND-TAB) * W-RRA-NM
               COMPUTE W-RRA-CALC ROUNDED =
                   W-RRA-BASE * ALIQUOTA-IRRF(IND-TAB)
               GO TO FIM-CALC-RRA.
           ADD 1 TO IND-TAB.
           GO TO CALC-RRA-1.
       FIM-CALC-RRA.
           CONTINUE.

       LISTA-RRA.
           IF W-RRA-BRUTO = ZEROS
               GO TO FIM-LISTA-RRA.
           MOVE 1 TO W-IND-ANO.
       LISTA-RRA-1.
           IF W-IND-ANO > W-QTD-ANO
               GO TO LISTA-RRA-2.
           MOVE W-ANO-REF(W-IND-ANO)   TO DA-ANO.
           MOVE W-ANO-MESES(W-IND-ANO) TO DA-MESES.
           MOVE W-ANO-BRUTO(W-IND-ANO) TO DA-BRUTO.
           MOVE W-ANO-INSS(W-IND-ANO)  TO DA-INSS.
           WRITE ARQTX FROM DETANO.
           ADD 1 TO W-IND-ANO.
           GO TO LISTA-RRA-1.
       LISTA-RRA-2.
           MOVE W-RRA-MESES TO DR-MESES.
           COMPUTE DR-BASE = W-RRA-BRUTO - W-RRA-INSS.
           MOVE W-RRA-IRRF TO DR-IRRF.
           WRITE ARQTX FROM DETRRA.
       FIM-LISTA-RRA.
           CONTINUE.

      *---------[ TABELAS DE IRRF/INSS VIGENTES NA COMPETENCIA ]--------
       FIM-ACHA-ALIQ-IRRF.
           CONTINUE.

      *    UM NOVO DISSIDIO SOBRE DIFERENCAS AINDA NAO PAGAS SE SOMA A
      *    ELAS. O RRA E RECALCULADO SOBRE O TOTAL ACUMULADO; O NM E O
      *    MAIOR ENTRE OS DOIS, POIS OS MESES DE REFERENCIA SAO OS
      *    MESMOS.
       GRAVA-RETRO.
           MOVE "N" TO W-RETRO-NOVO.
           MOVE CHAPA TO RETRO-CHAPA.
           READ ARQRETRO
               INVALID KEY
               MOVE "S" TO W-RETRO-NOVO
               MOVE CHAPA TO RETRO-CHAPA
               MOVE "N" TO RETRO-STATUS.
           IF RETRO-STATUS NOT = "A"
               MOVE ZEROS TO RETRO-BRUTO RETRO-LIQUIDO RETRO-FGTS
                             RETRO-COMP-PGTO RETRO-RRA-BRUTO
                             RETRO-RRA-INSS RETRO-RRA-IRRF
                             RETRO-RRA-MESES RETRO-RRA-ANO-INI
                             RETRO-RRA-ANO-FIM
               MOVE "A"   TO RETRO-STATUS.
           MOVE W-COMP-EFEITO TO RETRO-COMP-INI.
           MOVE W-COMP-ATUAL  TO RETRO-COMP-FIM.
           ADD W-ACU-BRUTO TO RETRO-BRUTO.
           ADD W-ACU-LIQ   TO RETRO-LIQUIDO.
           ADD W-ACU-FGTS  TO RETRO-FGTS.
           IF W-RRA-BRUTO = ZEROS
               GO TO GRAVA-RETRO-1.
           MOVE RETRO-RRA-IRRF TO W-RRA-IRRF-ANT.
           ADD W-RRA-BRUTO TO RETRO-RRA-BRUTO.
           ADD W-RRA-INSS  TO RETRO-RRA-INSS.
           IF W-RRA-MESES > RETRO-RRA-MESES
               MOVE W-RRA-MESES TO RETRO-RRA-MESES.
           IF RETRO-RRA-ANO-INI = ZEROS
              OR W-RRA-ANO-INI < RETRO-RRA-ANO-INI
               MOVE W-RRA-ANO-INI TO RETRO-RRA-ANO-INI.
           IF W-RRA-ANO-FIM > RETRO-RRA-ANO-FIM
               MOVE W-RRA-ANO-FIM TO RETRO-RRA-ANO-FIM.
           COMPUTE W-RRA-BASE = RETRO-RRA-BRUTO - RETRO-RRA-INSS.
           MOVE RETRO-RRA-MESES TO W-RRA-NM.
           PERFORM CALC-RRA THRU FIM-CALC-RRA.
           COMPUTE RETRO-LIQUIDO = RETRO-LIQUIDO + W-RRA-IRRF
               + W-RRA-IRRF-ANT - W-RRA-CALC.
           MOVE W-RRA-CALC TO RETRO-RRA-IRRF.
       GRAVA-RETRO-1.
           IF W-RETRO-NOVO = "S"
               WRITE REGRETRO
           ELSE
               REWRITE REGRETRO.
       FIM-GRAVA-RETRO.
           CONTINUE.

       FIM-GRAVA-LOG-DC.
           CONTINUE.

      *    IMAGENS ANTERIOR E NOVA DO CARGO REAJUSTADO (A), PARA A
      *    REAPLICACAO DO ARQLOG (FPP164).
       LOG-CARGO.
           OPEN EXTEND ARQLOGDC.
           IF ST-PAC NOT = "00"
               OPEN OUTPUT ARQLOGDC.
           MOVE W-USUARIO-DC TO LGD-USUARIO.
           ACCEPT LGD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGD-HORA FROM TIME.
           MOVE "ARQCARG" TO LGD-ARQUIVO.
           MOVE "A" TO LGD-OPERACAO.
           MOVE CODIGO TO LGD-CHAVE.
           MOVE W-IMAGEM-CARG TO LGD-IMAGEM-ANT.
           MOVE REGCARG TO LGD-IMAGEM-NOVA.
           WRITE REGLOGDC.
           CLOSE ARQLOGDC.
           MOVE "00" TO ST-PAC.
       FIM-LOG-CARGO.
           CONTINUE.

      *
      **********************
      * ROTINA DE FIM      *
