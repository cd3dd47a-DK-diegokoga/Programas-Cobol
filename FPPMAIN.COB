           SELECT ARQUSU ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------POLITICA DE SENHAS--------------------------
           SELECT ARQSENPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------TRILHA DE AUDITORIA DO MENU-----------------
           SELECT ARQAUDIT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           03 USU-PERFIL    PIC X(08).
           03 USU-ATIVO     PIC X(01).
           03 USU-CHAPA     PIC 9(06).
           03 FILLER        PIC X(101).
      *---------------------POLITICA DE SENHAS--------------------------
       FD ARQSENPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSENPAR.DAT".
       01 REGSENPAR.
           03 SNP-DIAS-VALIDADE  PIC 9(03).
           03 SNP-MAX-FALHAS     PIC 9(01).
           03 SNP-HISTORICO      PIC 9(01).
           03 SNP-TAM-MINIMO     PIC 9(02).
      *---------------------TRILHA DE AUDITORIA DO MENU-----------------
       FD ARQAUDIT
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
       01 W-CONT          PIC 9(04) VALUE ZEROS.
       01 W-OPCAO       PIC 9(02) VALUE ZEROS.
       01 ST-ERRO           PIC X(02) VALUE "00".
      *---------------[ REGISTRO DE SESSOES ]--------------------------
       01 W-SESS-SEQ     PIC 9(06) VALUE ZEROS.
       01 W-PAINEL.
           03 FILLER        PIC X(06) VALUE "PEND: ".
           03 FILLER        PIC X(04) VALUE "FER=".
           03 PA-FER        PIC ZZZZ9 VALUE ZEROS.
           03 FILLER        PIC X(05) VALUE " ASO=".
           03 PA-PON        PIC ZZZZ9 VALUE ZEROS.
           03 FILLER        PIC X(05) VALUE " CTR=".
           03 PA-CTR        PIC ZZZZ9 VALUE ZEROS.
           03 FILLER        PIC X(05) VALUE " ITF=".
           03 PA-ITF        PIC ZZZZ9 VALUE ZEROS.

      *---------------[ POLITICA DE SENHAS ]----------------------------
      *    A SENHA FICA GRAVADA SO COMO HASH (USU-SENHA EM BRANCO).
      *    VALORES PADRAO ENQUANTO NAO HOUVER O ARQSENPAR.
       01 W-DIAS-SENHA   PIC 9(03) VALUE 90.
       01 W-MAX-FALHAS   PIC 9(01) VALUE 5.
       01 W-QTD-HIST     PIC 9(01) VALUE 4.
       01 W-TAM-MIN      PIC 9(02) VALUE 6.
       01 W-TEM-USU      PIC X(01) VALUE "N".
       01 W-USU-CHEIO    PIC X(01) VALUE "N".
       01 W-QTD-USU      PIC 9(02) VALUE ZEROS.
       01 W-IND-U        PIC 9(02) VALUE ZEROS.
       01 W-ACHADO       PIC 9(02) VALUE ZEROS.
       01 W-IND-H        PIC 9(01) VALUE ZEROS.
       01 W-SENHA-OK     PIC X(01) VALUE "N".
       01 W-TROCA-OBRIG  PIC X(01) VALUE "N".
       01 W-TROCA-MOTIVO PIC X(40) VALUE SPACES.
       01 W-SENHA-NOVA   PIC X(10) VALUE SPACES.
       01 W-SENHA-CONF   PIC X(10) VALUE SPACES.
       01 W-TAM-SENHA    PIC 9(02) VALUE ZEROS.
       01 W-REPETIDA     PIC X(01) VALUE "N".
       01 W-AUD-EVENTO   PIC X(07) VALUE SPACES.
       01 W-DIAS-USO     PIC S9(07) VALUE ZEROS.
       01 W-SER-HOJE     PIC 9(07) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *    USUARIO LIDO DO ARQUSU.
       01 USU-ATUAL.
           03 UA-LOGIN       PIC X(10).
           03 UA-SENHA       PIC X(10).
           03 UA-PERFIL      PIC X(08).
           03 UA-ATIVO       PIC X(01).
           03 UA-CHAPA       PIC 9(06).
           03 UA-HASH        PIC 9(18).
           03 UA-DATA-SENHA  PIC 9(08).
           03 UA-TROCA       PIC X(01).
           03 UA-FALHAS      PIC 9(01).
           03 UA-BLOQ        PIC X(01).
           03 UA-HIST        PIC 9(18) OCCURS 4 TIMES.
       01 TAB-USU.
           03 TU-REG         PIC X(136) OCCURS 50 TIMES.
      *    HASH DA SENHA: O LOGIN ENTRA COMO SAL, PARA SENHAS IGUAIS
      *    DE USUARIOS DIFERENTES NAO TEREM O MESMO HASH.
       01 W-HS-LOGIN     PIC X(10) VALUE SPACES.
       01 W-HS-SENHA     PIC X(10) VALUE SPACES.
       01 W-HS-TEXTO     PIC X(20) VALUE SPACES.
       01 W-HS-TEXTO-R REDEFINES W-HS-TEXTO.
           03 W-HS-CAR       PIC X(01) OCCURS 20 TIMES.
       01 W-HS-BYTE.
           03 W-HS-BYTE-ALTO  PIC X(01) VALUE LOW-VALUE.
           03 W-HS-BYTE-BAIXO PIC X(01) VALUE LOW-VALUE.
       01 W-HS-ORD REDEFINES W-HS-BYTE PIC 9(04) COMP.
       01 W-HS-A         PIC 9(09) VALUE ZEROS.
       01 W-HS-B         PIC 9(09) VALUE ZEROS.
       01 W-HS-AUX       PIC 9(12) VALUE ZEROS.
       01 W-HS-QUOC      PIC 9(12) VALUE ZEROS.
       01 W-HS-IND       PIC 9(02) VALUE ZEROS.
       01 W-HS-VOLTA     PIC 9(02) VALUE ZEROS.
       01 W-HS-RESULT    PIC 9(18) VALUE ZEROS.
      *    NUMERO SERIAL DO DIA (VALIDADE DA SENHA).
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

      *-----------------------------------------------------------------
      *          TABELAS DE FUNCOES POR SUBMENU (INDICE EM TAB-PROG)
           03 FILLER PIC 9(03) VALUE 104.
           03 FILLER PIC 9(03) VALUE 105.
           03 FILLER PIC 9(03) VALUE 106.
           03 FILLER PIC 9(03) VALUE 127.
           03 FILLER PIC 9(03) VALUE 128.
           03 FILLER PIC 9(03) VALUE 139.
           03 FILLER PIC 9(03) VALUE 140.
           03 FILLER PIC 9(03) VALUE 141.
           03 FILLER PIC 9(03) VALUE 142.
           03 FILLER PIC 9(03) VALUE 143.
           03 FILLER PIC 9(03) VALUE 144.
           03 FILLER PIC 9(03) VALUE 159.
       01 TAB-ESO REDEFINES TAB-ESO-R.
          03 IDX-ESO  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-ESO   PIC 9(02) VALUE 13.

       01 TAB-BEN-R.
           03 FILLER PIC 9(03) VALUE 107.
           03 FILLER PIC 9(03) VALUE 108.
           03 FILLER PIC 9(03) VALUE 109.
           03 FILLER PIC 9(03) VALUE 110.
           03 FILLER PIC 9(03) VALUE 111.
           03 FILLER PIC 9(03) VALUE 112.
           03 FILLER PIC 9(03) VALUE 113.
           03 FILLER PIC 9(03) VALUE 114.
           03 FILLER PIC 9(03) VALUE 115.
           03 FILLER PIC 9(03) VALUE 116.
           03 FILLER PIC 9(03) VALUE 117.
           03 FILLER PIC 9(03) VALUE 118.
           03 FILLER PIC 9(03) VALUE 119.
       01 TAB-BEN REDEFINES TAB-BEN-R.
          03 IDX-BEN  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-BEN   PIC 9(02) VALUE 13.

       01 TAB-PRO-R.
           03 FILLER PIC 9(03) VALUE 120.
           03 FILLER PIC 9(03) VALUE 121.
           03 FILLER PIC 9(03) VALUE 122.
           03 FILLER PIC 9(03) VALUE 123.
           03 FILLER PIC 9(03) VALUE 145.
           03 FILLER PIC 9(03) VALUE 146.
           03 FILLER PIC 9(03) VALUE 147.
           03 FILLER PIC 9(03) VALUE 149.
           03 FILLER PIC 9(03) VALUE 151.
           03 FILLER PIC 9(03) VALUE 152.
           03 FILLER PIC 9(03) VALUE 153.
           03 FILLER PIC 9(03) VALUE 154.
           03 FILLER PIC 9(03) VALUE 155.
       01 TAB-PRO REDEFINES TAB-PRO-R.
          03 IDX-PRO  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-PRO   PIC 9(02) VALUE 13.

       01 TAB-SST-R.
           03 FILLER PIC 9(03) VALUE 124.
           03 FILLER PIC 9(03) VALUE 125.
           03 FILLER PIC 9(03) VALUE 126.
           03 FILLER PIC 9(03) VALUE 129.
           03 FILLER PIC 9(03) VALUE 130.
           03 FILLER PIC 9(03) VALUE 131.
           03 FILLER PIC 9(03) VALUE 132.
           03 FILLER PIC 9(03) VALUE 148.
           03 FILLER PIC 9(03) VALUE 150.
           03 FILLER PIC 9(03) VALUE 163.
           03 FILLER PIC 9(03) VALUE 164.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
       01 TAB-SST REDEFINES TAB-SST-R.
          03 IDX-SST  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-SST   PIC 9(02) VALUE 11.

       01 TAB-DES-R.
           03 FILLER PIC 9(03) VALUE 133.
           03 FILLER PIC 9(03) VALUE 134.
           03 FILLER PIC 9(03) VALUE 135.
           03 FILLER PIC 9(03) VALUE 136.
           03 FILLER PIC 9(03) VALUE 137.
           03 FILLER PIC 9(03) VALUE 138.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
       01 TAB-DES REDEFINES TAB-DES-R.
          03 IDX-DES  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-DES   PIC 9(02) VALUE 06.

       01 TAB-SIS-R.
           03 FILLER PIC 9(03) VALUE 156.
           03 FILLER PIC 9(03) VALUE 157.
           03 FILLER PIC 9(03) VALUE 158.
           03 FILLER PIC 9(03) VALUE 160.
           03 FILLER PIC 9(03) VALUE 161.
           03 FILLER PIC 9(03) VALUE 162.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
           03 FILLER PIC 9(03) VALUE 00.
       01 TAB-SIS REDEFINES TAB-SIS-R.
          03 IDX-SIS  PIC 9(03) OCCURS 13 TIMES.
       77 W-MAX-SIS   PIC 9(02) VALUE 06.

      *-----------------------------------------------------------------
       01 TAB-PROGR-R.
           03 FILLER PIC X(07) VALUE "FPP110".
           03 FILLER PIC X(07) VALUE "FPP111".
           03 FILLER PIC X(07) VALUE "FPP112".
           03 FILLER PIC X(07) VALUE "FPP113".
           03 FILLER PIC X(07) VALUE "FPP114".
           03 FILLER PIC X(07) VALUE "FPP115".
           03 FILLER PIC X(07) VALUE "FPP116".
           03 FILLER PIC X(07) VALUE "FPP117".
           03 FILLER PIC X(07) VALUE "FPP118".
           03 FILLER PIC X(07) VALUE "FPP119".
           03 FILLER PIC X(07) VALUE "FPP120".
           03 FILLER PIC X(07) VALUE "FPP121".
           03 FILLER PIC X(07) VALUE "FPP122".
           03 FILLER PIC X(07) VALUE "FPP123".
           03 FILLER PIC X(07) VALUE "FPP124".
           03 FILLER PIC X(07) VALUE "FPP125".
           03 FILLER PIC X(07) VALUE "FPP126".
           03 FILLER PIC X(07) VALUE "FPP127".
           03 FILLER PIC X(07) VALUE "FPP128".
           03 FILLER PIC X(07) VALUE "FPP129".
           03 FILLER PIC X(07) VALUE "FPP130".
           03 FILLER PIC X(07) VALUE "FPP131".
           03 FILLER PIC X(07) VALUE "FPP132".
           03 FILLER PIC X(07) VALUE "FPP133".
           03 FILLER PIC X(07) VALUE "FPP134".
           03 FILLER PIC X(07) VALUE "FPP135".
           03 FILLER PIC X(07) VALUE "FPP136".
           03 FILLER PIC X(07) VALUE "FPP137".
           03 FILLER PIC X(07) VALUE "FPP138".
           03 FILLER PIC X(07) VALUE "FPP139".
           03 FILLER PIC X(07) VALUE "FPP140".
           03 FILLER PIC X(07) VALUE "FPP141".
           03 FILLER PIC X(07) VALUE "FPP142".
           03 FILLER PIC X(07) VALUE "FPP143".
           03 FILLER PIC X(07) VALUE "FPP144".
           03 FILLER PIC X(07) VALUE "FPP147".
           03 FILLER PIC X(07) VALUE "FPP148".
           03 FILLER PIC X(07) VALUE "FPP149".
           03 FILLER PIC X(07) VALUE "FPP150".
           03 FILLER PIC X(07) VALUE "FPP151".
           03 FILLER PIC X(07) VALUE "FPP152".
           03 FILLER PIC X(07) VALUE "FPP153".
           03 FILLER PIC X(07) VALUE "FPP154".
           03 FILLER PIC X(07) VALUE "FPP155".
           03 FILLER PIC X(07) VALUE "FPP156".
           03 FILLER PIC X(07) VALUE "FPP157".
           03 FILLER PIC X(07) VALUE "FPP158".
           03 FILLER PIC X(07) VALUE "FPP159".
           03 FILLER PIC X(07) VALUE "FPP160".
           03 FILLER PIC X(07) VALUE "FPP161".
           03 FILLER PIC X(07) VALUE "FPP162".
           03 FILLER PIC X(07) VALUE "FPP163".
           03 FILLER PIC X(07) VALUE "FPP164".
           03 FILLER PIC X(07) VALUE "FPP165".
           03 FILLER PIC X(07) VALUE "FPP166".
           03 FILLER PIC X(07) VALUE "FPP167".
           03 FILLER PIC X(07) VALUE "FPP168".
           03 FILLER PIC X(07) VALUE "FPP170".
           03 FILLER PIC X(07) VALUE "FPP172".
           03 FILLER PIC X(07) VALUE "FPP177".
           03 FILLER PIC X(07) VALUE "FPP178".
      *
       01 TAB-PROGR   REDEFINES TAB-PROGR-R.
          03 TAB-PROG  PIC X(07) OCCURS 164 TIMES.
      **********************
      *
      *-----------------------------------------------------------------  
               VALUE  "                          9 - ESOCIAL E ".
           05  LINE 13  COLUMN 41
               VALUE  "PONTO".
           05  LINE 14  COLUMN 01
               VALUE  "                         10 - BENEFICIOS".
           05  LINE 14  COLUMN 41
               VALUE  " E REMUNERACAO".
           05  LINE 15  COLUMN 01
               VALUE  "                         11 - PRO-LABORE".
           05  LINE 15  COLUMN 41
               VALUE  " E PAGTOS ESPECIAIS".
           05  LINE 16  COLUMN 01
               VALUE  "                         12 - SAUDE, SEG".
           05  LINE 16  COLUMN 41
               VALUE  "URANCA E ESTABILIDADE".
           05  LINE 17  COLUMN 01
               VALUE  "                         13 - AVALIACAO ".
           05  LINE 17  COLUMN 41
               VALUE  "DE DESEMPENHO".
           05  LINE 18  COLUMN 01
               VALUE  "                         14 - ROTINAS DE".
           05  LINE 18  COLUMN 41
               VALUE  " SISTEMA E RECUPERACAO".
           05  LINE 19  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 19  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO
               LINE 19  COLUMN 38  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
               VALUE  "                          4 - CONFORMIDA".
           05  LINE 08  COLUMN 41
               VALUE  "DE DE JORNADA".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - ESOCIAL EV".
           05  LINE 09  COLUMN 41
               VALUE  "ENTOS SST".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - ESOCIAL EV".
           05  LINE 10  COLUMN 41
               VALUE  "ENTOS DE TABELA".
           05  LINE 11  COLUMN 01
               VALUE  "                          7 - APROVACAO ".
           05  LINE 11  COLUMN 41
               VALUE  "DE FERIAS".
           05  LINE 12  COLUMN 01
               VALUE  "                          8 - SUBSTITUIC".
           05  LINE 12  COLUMN 41
               VALUE  "AO TEMPORARIA".
           05  LINE 13  COLUMN 01
               VALUE  "                          9 - ESCALA DE ".
           05  LINE 13  COLUMN 41
               VALUE  "SOBREAVISO".
           05  LINE 14  COLUMN 01
               VALUE  "                         10 - RELATORIO ".
           05  LINE 14  COLUMN 41
               VALUE  "DE SOBREAVISO".
           05  LINE 15  COLUMN 01
               VALUE  "                         11 - DOCUMENTOS".
           05  LINE 15  COLUMN 41
               VALUE  " SALARIO-FAMILIA".
           05  LINE 16  COLUMN 01
               VALUE  "                         12 - PENDENCIAS".
           05  LINE 16  COLUMN 41
               VALUE  " SALARIO-FAMILIA".
           05  LINE 17  COLUMN 01
               VALUE  "                         13 - CONTATOS E".
           05  LINE 17  COLUMN 41
               VALUE  "-MAIL/CELULAR".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSUB10.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   BENEFICIOS E REMUNER".
           05  LINE 02  COLUMN 41
               VALUE  "ACAO".
           05  LINE 05  COLUMN 01
               VALUE  "                          1 - VALORES E".
           05  LINE 05  COLUMN 41
               VALUE  " REGRAS DA PLR".
           05  LINE 06  COLUMN 01
               VALUE  "                          2 - FOLHA DE P".
           05  LINE 06  COLUMN 41
               VALUE  "LR (PARTICIPACAO)".
           05  LINE 07  COLUMN 01
               VALUE  "                          3 - PLANOS DE ".
           05  LINE 07  COLUMN 41
               VALUE  "SAUDE/ODONTO E ADESAO".
           05  LINE 08  COLUMN 01
               VALUE  "                          4 - IMPORTA CO".
           05  LINE 08  COLUMN 41
               VALUE  "PARTICIPACAO".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - SEGURO DE ".
           05  LINE 09  COLUMN 41
               VALUE  "VIDA EM GRUPO".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - PREVIDENCI".
           05  LINE 10  COLUMN 41
               VALUE  "A PRIVADA PGBL - ADESAO".
           05  LINE 11  COLUMN 01
               VALUE  "                          7 - REMESSA ME".
           05  LINE 11  COLUMN 41
               VALUE  "NSAL DO PGBL".
           05  LINE 12  COLUMN 01
               VALUE  "                          8 - AUXILIO-CR".
           05  LINE 12  COLUMN 41
               VALUE  "ECHE - RECIBOS".
           05  LINE 13  COLUMN 01
               VALUE  "                          9 - REEMBOLSO ".
           05  LINE 13  COLUMN 41
               VALUE  "DE DESPESAS E DIARIAS".
           05  LINE 14  COLUMN 01
               VALUE  "                         10 - PEDIDO DE ".
           05  LINE 14  COLUMN 41
               VALUE  "RECARGA VT/VR".
           05  LINE 15  COLUMN 01
               VALUE  "                         11 - CHAVE PIX ".
           05  LINE 15  COLUMN 41
               VALUE  "E FORMA DE PAGAMENTO".
           05  LINE 16  COLUMN 01
               VALUE  "                         12 - REGRAS DE ".
           05  LINE 16  COLUMN 41
               VALUE  "COMISSAO S/VENDAS".
           05  LINE 17  COLUMN 01
               VALUE  "                         13 - IMPORTA VE".
           05  LINE 17  COLUMN 41
               VALUE  "NDAS E COMISSOES".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-SUB10-OPCAO
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSUB11.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                       PRO-LABORE E PAGA".
           05  LINE 02  COLUMN 41
               VALUE  "MENTOS ESPECIAIS".
           05  LINE 05  COLUMN 01
               VALUE  "                          1 - SOCIOS E D".
           05  LINE 05  COLUMN 41
               VALUE  "IRETORES (PRO-LABORE)".
           05  LINE 06  COLUMN 01
               VALUE  "                          2 - FOLHA DE P".
           05  LINE 06  COLUMN 41
               VALUE  "RO-LABORE".
           05  LINE 07  COLUMN 01
               VALUE  "                          3 - PERIODICID".
           05  LINE 07  COLUMN 41
               VALUE  "ADE DE PAGAMENTO".
           05  LINE 08  COLUMN 01
               VALUE  "                          4 - SIMULADOR ".
           05  LINE 08  COLUMN 41
               VALUE  "BRUTO PELO LIQUIDO".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - PISO SALAR".
           05  LINE 09  COLUMN 41
               VALUE  "IAL (SIND. X CARGO)".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - CRITICA DE".
           05  LINE 10  COLUMN 41
               VALUE  " SALARIOS ABAIXO DO PISO".
           05  LINE 11  COLUMN 01
               VALUE  "                          7 - TRANSPAREN".
           05  LINE 11  COLUMN 41
               VALUE  "CIA SALARIAL (LEI 14.611)".
           05  LINE 12  COLUMN 01
               VALUE  "                          8 - POSICIONAM".
           05  LINE 12  COLUMN 41
               VALUE  "ENTO NA GRADE (COMPA-RATIO)".
           05  LINE 13  COLUMN 01
               VALUE  "                          9 - PROJECAO D".
           05  LINE 13  COLUMN 41
               VALUE  "E CUSTO DE PESSOAL (12 MESES)".
           05  LINE 14  COLUMN 01
               VALUE  "                         10 - ESTORNO DE".
           05  LINE 14  COLUMN 41
               VALUE  " FOLHA PROCESSADA".
           05  LINE 15  COLUMN 01
               VALUE  "                         11 - VIRADA DE ".
           05  LINE 15  COLUMN 41
               VALUE  "ANO (CHECKLIST)".
           05  LINE 16  COLUMN 01
               VALUE  "                         12 - CRONOGRAMA".
           05  LINE 16  COLUMN 41
               VALUE  " DA FOLHA".
           05  LINE 17  COLUMN 01
               VALUE  "                         13 - COMPARACAO".
           05  LINE 17  COLUMN 41
               VALUE  " BASE X PREVIA".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-SUB11-OPCAO
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSUB12.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                        SAUDE, SEGURANCA".
           05  LINE 02  COLUMN 41
               VALUE  " E ESTABILIDADE".
           05  LINE 05  COLUMN 01
               VALUE  "                          1 - CADASTRO D".
           05  LINE 05  COLUMN 41
               VALUE  "E ESTABILIDADE PROVISORIA".
           05  LINE 06  COLUMN 01
               VALUE  "                          2 - CADASTRO D".
           05  LINE 06  COLUMN 41
               VALUE  "E ACIDENTES (CAT)".
           05  LINE 07  COLUMN 01
               VALUE  "                          3 - AGENTES NO".
           05  LINE 07  COLUMN 41
               VALUE  "CIVOS POR CARGO".
           05  LINE 08  COLUMN 01
               VALUE  "                          4 - PPP PERFIL".
           05  LINE 08  COLUMN 41
               VALUE  " PROFISSIOGRAFICO".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - EPI E EQUI".
           05  LINE 09  COLUMN 41
               VALUE  "PAMENTOS POR CARGO".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - ENTREGA E ".
           05  LINE 10  COLUMN 41
               VALUE  "DEVOLUCAO DE EPI".
           05  LINE 11  COLUMN 01
               VALUE  "                          7 - FICHA DE E".
           05  LINE 11  COLUMN 41
               VALUE  "PI E VENCIMENTOS".
           05  LINE 12  COLUMN 01
               VALUE  "                          8 - COTA DE PC".
           05  LINE 12  COLUMN 41
               VALUE  "D (LEI 8.213 ART. 93)".
           05  LINE 13  COLUMN 01
               VALUE  "                          9 - INDICE DE ".
           05  LINE 13  COLUMN 41
               VALUE  "ABSENTEISMO".
           05  LINE 14  COLUMN 01
               VALUE  "                         10 - CADASTRO D".
           05  LINE 14  COLUMN 41
               VALUE  "E ATESTADOS MEDICOS".
           05  LINE 15  COLUMN 01
               VALUE  "                         11 - ATESTADOS ".
           05  LINE 15  COLUMN 41
               VALUE  "- INSS E GRUPOS DE CID".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-SUB12-OPCAO
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSUB13.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                            AVALIACAO DE".
           05  LINE 02  COLUMN 41
               VALUE  " DESEMPENHO".
           05  LINE 05  COLUMN 01
               VALUE  "                          1 - CRITERIOS ".
           05  LINE 05  COLUMN 41
               VALUE  "POR CARGO".
           05  LINE 06  COLUMN 01
               VALUE  "                          2 - CICLOS DE ".
           05  LINE 06  COLUMN 41
               VALUE  "AVALIACAO".
           05  LINE 07  COLUMN 01
               VALUE  "                          3 - AVALIACAO ".
           05  LINE 07  COLUMN 41
               VALUE  "E CIENCIA".
           05  LINE 08  COLUMN 01
               VALUE  "                          4 - CALIBRACAO".
           05  LINE 08  COLUMN 41
               VALUE  " POR DEPTO".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - CANDIDATOS".
           05  LINE 09  COLUMN 41
               VALUE  " E PROCESSO SELETIVO".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - TEMPO DE P".
           05  LINE 10  COLUMN 41
               VALUE  "REENCHIMENTO REQUISICOES".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-SUB13-OPCAO
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSUB14.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                      ROTINAS DE SISTEMA".
           05  LINE 02  COLUMN 41
               VALUE  " E RECUPERACAO".
           05  LINE 05  COLUMN 01
               VALUE  "                          1 - REAPLICACA".
           05  LINE 05  COLUMN 41
               VALUE  "O DO ARQLOG (RECUPERACAO)".
           05  LINE 06  COLUMN 01
               VALUE  "                          2 - RELATORIO ".
           05  LINE 06  COLUMN 41
               VALUE  "DO TITULAR LGPD (POR CPF)".
           05  LINE 07  COLUMN 01
               VALUE  "                          3 - ANONIMIZAC".
           05  LINE 07  COLUMN 41
               VALUE  "AO LGPD DE EX-FUNCIONARIOS".
           05  LINE 08  COLUMN 01
               VALUE  "                          4 - FILA DE NO".
           05  LINE 08  COLUMN 41
               VALUE  "TIFICACOES E-MAIL/SMS".
           05  LINE 09  COLUMN 01
               VALUE  "                          5 - SPOOL DE R".
           05  LINE 09  COLUMN 41
               VALUE  "ELATORIOS (CONSULTA/REIMPR.)".
           05  LINE 10  COLUMN 01
               VALUE  "                          6 - ARQUIVOS D".
           05  LINE 10  COLUMN 41
               VALUE  "E INTERFACE (TRANSMISSAO)".
           05  LINE 18  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 18  COLUMN 41
               VALUE  " ( 00 - VOLTA )".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-SUB14-OPCAO
               LINE 18  COLUMN 38  PIC 9(02)
               USING  W-SUBOPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTLOGIN.
           05  BLANK SCREEN.
               LINE 12  COLUMN 40  PIC X(10)
               USING  W-SENHA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  SMTSENHA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                        TROCA OBRIGATOR".
           05  LINE 02  COLUMN 40
               VALUE  "IA DE SENHA".
           05  LINE 10  COLUMN 01
               VALUE  "                             NOVA SENHA:".
           05  LINE 12  COLUMN 01
               VALUE  "                             CONFIRME  :".
           05  LINE 14  COLUMN 01
               VALUE  "                             (SENHA EM B".
           05  LINE 14  COLUMN 40
               VALUE  "RANCO SAI DO SISTEMA)".
           05  LINE 20  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-MOTIVO
               LINE 06  COLUMN 25  PIC X(40)
               FROM   W-TROCA-MOTIVO.
           05  T-NOVA
               LINE 10  COLUMN 41  PIC X(10)
               USING  W-SENHA-NOVA
               HIGHLIGHT.
           05  T-CONF
               LINE 12  COLUMN 41  PIC X(10)
               USING  W-SENHA-CONF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ROT-LOGIN THRU ROT-LOGIN-FIM.
           PERFORM RESET-AUTO THRU RESET-AUTO-FIM.
      *    PERFIL FUNCION (AUTOATENDIMENTO) NAO VE O MENU: ENTRA DIRETO
      *    NA CONSULTA DOS PROPRIOS DADOS E SAI DO SISTEMA NO RETORNO.
           IF W-PERFIL = "FUNCION"
               MOVE "FPP145" TO W-PROGR
               PERFORM ROT-EXEC THRU ROT-EXEC-FIM
               GO TO ROT-FIM.

      ****************************
      * ROTINA DE SELECAO NIVEL1 *
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           IF W-OPCAO = 10
              IF W-PERFIL = "FOLHA" OR W-PERFIL = "ADMIN"
                      GO TO SUB-BENEFICIOS
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           IF W-OPCAO = 11
              IF W-PERFIL = "FOLHA" OR W-PERFIL = "ADMIN"
                      GO TO SUB-PROLABORE
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           IF W-OPCAO = 12
              IF W-PERFIL = "CADASTRO" OR W-PERFIL = "MEDICO"
                 OR W-PERFIL = "ADMIN"
                      GO TO SUB-SST
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           IF W-OPCAO = 13
              IF W-PERFIL = "CADASTRO" OR W-PERFIL = "FOLHA"
                 OR W-PERFIL = "CONSULTA" OR W-PERFIL = "ADMIN"
                      GO TO SUB-DESEMPENHO
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           IF W-OPCAO = 14
              IF W-PERFIL = "ADMIN"
                      GO TO SUB-SISTEMA
              ELSE
                      PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                      GO TO NIVEL1.
           MOVE "*** CATEGORIA NAO DISPONIVEL *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NIVEL1.
                 GO TO SUB-ESOCIAL.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-ESOCIAL.
      *
      **************************************
      * SUBMENU DE BENEFICIOS E REMUNERACAO *
      **************************************
      *
       SUB-BENEFICIOS.
           DISPLAY SMTSUB10.
           ACCEPT T-SUB10-OPCAO.
           IF W-SUBOPCAO = 00
                      GO TO NIVEL1.
           IF W-SUBOPCAO > W-MAX-BEN
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-BENEFICIOS.
           MOVE IDX-BEN(W-SUBOPCAO) TO W-PROGIDX
           IF W-PROGIDX = ZEROS
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-BENEFICIOS.
           MOVE TAB-PROG(W-PROGIDX) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-BENEFICIOS.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-BENEFICIOS.
      *
      ********************************************
      * SUBMENU DE PRO-LABORE E PAGTOS ESPECIAIS *
      ********************************************
      *
       SUB-PROLABORE.
           DISPLAY SMTSUB11.
           ACCEPT T-SUB11-OPCAO.
           IF W-SUBOPCAO = 00
                      GO TO NIVEL1.
           IF W-SUBOPCAO > W-MAX-PRO
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-PROLABORE.
           MOVE IDX-PRO(W-SUBOPCAO) TO W-PROGIDX
           IF W-PROGIDX = ZEROS
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-PROLABORE.
           MOVE TAB-PROG(W-PROGIDX) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-PROLABORE.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-PROLABORE.
      *
      ***************************************
      * SUBMENU DE SST E ESTABILIDADE       *
      ***************************************
      *
       SUB-SST.
           DISPLAY SMTSUB12.
           ACCEPT T-SUB12-OPCAO.
           IF W-SUBOPCAO = 00
                      GO TO NIVEL1.
           IF W-SUBOPCAO > W-MAX-SST
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SST.
           MOVE IDX-SST(W-SUBOPCAO) TO W-PROGIDX
           IF W-PROGIDX = ZEROS
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SST.
           MOVE TAB-PROG(W-PROGIDX) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SST.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-SST.
      *
      ***************************************
      * SUBMENU DE AVALIACAO DE DESEMPENHO  *
      ***************************************
      *
       SUB-DESEMPENHO.
           DISPLAY SMTSUB13.
           ACCEPT T-SUB13-OPCAO.
           IF W-SUBOPCAO = 00
                      GO TO NIVEL1.
           IF W-SUBOPCAO > W-MAX-DES
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-DESEMPENHO.
           MOVE IDX-DES(W-SUBOPCAO) TO W-PROGIDX
           IF W-PROGIDX = ZEROS
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-DESEMPENHO.
           MOVE TAB-PROG(W-PROGIDX) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-DESEMPENHO.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-DESEMPENHO.
      *
      ***************************************
      * SUBMENU DE ROTINAS DE SISTEMA       *
      ***************************************
      *
       SUB-SISTEMA.
           DISPLAY SMTSUB14.
           ACCEPT T-SUB14-OPCAO.
           IF W-SUBOPCAO = 00
                      GO TO NIVEL1.
           IF W-SUBOPCAO > W-MAX-SIS
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SISTEMA.
           MOVE IDX-SIS(W-SUBOPCAO) TO W-PROGIDX
           IF W-PROGIDX = ZEROS
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SISTEMA.
           MOVE TAB-PROG(W-PROGIDX) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUB-SISTEMA.
           PERFORM ROT-EXEC THRU ROT-EXEC-FIM.
           GO TO SUB-SISTEMA.
      *
       ROT-EXEC.
           PERFORM AUDIT-GRAVA THRU AUDIT-GRAVA-FIM.
           MOVE SPACES TO SPL-EXT-PROGR SPL-EXT-ARQUIVO.
           MOVE ZEROS TO SPL-EXT-COMPET SPL-EXT-EMPRESA.
           CALL W-PROGR ON OVERFLOW
              MOVE "* ERRO NA CHAMADA DO PROGRAMA SELECIONADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CANCEL W-PROGR.
      *    RELATORIO EMITIDO PELO PROGRAMA VAI PARA O SPOOL.
           CALL "FPP169".
           CANCEL "FPP169".
       ROT-EXEC-FIM.
           EXIT.
      *
      *
       ROT-LOGIN.
           MOVE ZEROS TO W-TENTATIVAS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM LOAD-SENPAR THRU LOAD-SENPAR-FIM.
       ROT-LOGIN1.
           MOVE SPACES TO W-USUARIO W-SENHA.
           DISPLAY SMTLOGIN.
           ACCEPT T-USUARIO.
           ACCEPT T-SENHA.
           MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS.
           PERFORM CHECK-LOGIN THRU CHECK-LOGIN-FIM.
           IF W-LOGIN-OK = "S"
               IF W-TROCA-OBRIG = "S"
                   PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM.
           IF W-LOGIN-OK = "S"
               PERFORM GRAVA-SESSAO THRU GRAVA-SESSAO-FIM
               GO TO ROT-LOGIN-FIM.
           ADD 1 TO W-TENTATIVAS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-TENTATIVAS < 3
               GO TO ROT-LOGIN1
           EXIT.
      *
      **************************************
      * TROCA OBRIGATORIA DE SENHA         *
      **************************************
      *    PRIMEIRO ACESSO, SENHA REDEFINIDA NO FPP060 OU VENCIDA.
      *    SEM A TROCA O ACESSO NAO E LIBERADO.
       TROCA-SENHA.
           MOVE SPACES TO W-SENHA-NOVA W-SENHA-CONF.
           DISPLAY SMTSENHA.
           ACCEPT T-NOVA.
           IF W-SENHA-NOVA = SPACES
               DISPLAY (01, 01) ERASE
               STOP RUN.
           ACCEPT T-CONF.
           IF W-SENHA-CONF NOT = W-SENHA-NOVA
               MOVE "*** CONFIRMACAO DIFERENTE DA NOVA SENHA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TROCA-SENHA.
           MOVE 10 TO W-TAM-SENHA.
       TROCA-SENHA-1.
           IF W-TAM-SENHA > ZEROS
               IF W-SENHA-NOVA (W-TAM-SENHA:1) = SPACE
                   SUBTRACT 1 FROM W-TAM-SENHA
                   GO TO TROCA-SENHA-1.
           IF W-TAM-SENHA < W-TAM-MIN
               MOVE "*** SENHA MENOR QUE O TAMANHO MINIMO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TROCA-SENHA.
           MOVE UA-LOGIN TO W-HS-LOGIN.
           MOVE W-SENHA-NOVA TO W-HS-SENHA.
           PERFORM CALC-HASH THRU CALC-HASH-FIM.
           MOVE "N" TO W-REPETIDA.
           IF W-SENHA-NOVA = W-SENHA OR W-HS-RESULT = UA-HASH
               MOVE "S" TO W-REPETIDA.
           MOVE ZEROS TO W-IND-H.
       TROCA-SENHA-2.
           ADD 1 TO W-IND-H.
           IF W-IND-H > W-QTD-HIST
               GO TO TROCA-SENHA-3.
           IF UA-HIST (W-IND-H) = W-HS-RESULT
               MOVE "S" TO W-REPETIDA.
           GO TO TROCA-SENHA-2.
       TROCA-SENHA-3.
           IF W-REPETIDA = "S"
               MOVE "*** SENHA JA USADA RECENTEMENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TROCA-SENHA.
      *    A SENHA ATUAL ENTRA NO HISTORICO (QUATRO ULTIMAS).
           MOVE UA-HIST (3) TO UA-HIST (4).
           MOVE UA-HIST (2) TO UA-HIST (3).
           MOVE UA-HIST (1) TO UA-HIST (2).
           MOVE UA-HASH TO UA-HIST (1).
           MOVE W-HS-RESULT TO UA-HASH.
           MOVE W-HOJE TO UA-DATA-SENHA.
           MOVE "N" TO UA-TROCA.
           MOVE SPACES TO UA-SENHA.
           MOVE ZEROS TO UA-FALHAS.
           MOVE USU-ATUAL TO TU-REG (W-ACHADO).
           PERFORM REGRAVA-USU THRU REGRAVA-USU-FIM.
           MOVE "SENHA" TO W-AUD-EVENTO.
           PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM.
           MOVE "*** SENHA ALTERADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TROCA-SENHA-FIM.
           EXIT.
      *
      **************************************
      * SITUACAO DA ULTIMA CADEIA NOTURNA  *
      **************************************
      *
               MOVE PDP-QTDE TO PA-PON.
           IF PDP-CATEGORIA = "CTR"
               MOVE PDP-QTDE TO PA-CTR.
           IF PDP-CATEGORIA = "ITF"
               MOVE PDP-QTDE TO PA-ITF.
           GO TO MOSTRA-PAINEL-1.
       MOSTRA-PAINEL-2.
           IF W-TEM-PAINEL = "S"
           EXIT.
      *
       CHECK-LOGIN.
           MOVE "N" TO W-LOGIN-OK W-TROCA-OBRIG.
           MOVE SPACES TO W-PERFIL.
           PERFORM CARREGA-USU THRU CARREGA-USU-FIM.
           IF W-TEM-USU = "N"
               IF W-USUARIO = "ADMIN" AND W-SENHA = "1234"
                   MOVE "S" TO W-LOGIN-OK
                   MOVE "ADMIN" TO W-PERFIL
               END-IF
               GO TO CHECK-LOGIN-FIM
           END-IF.
           MOVE ZEROS TO W-ACHADO W-IND-U.
       CHECK-LOGIN1.
           ADD 1 TO W-IND-U.
           IF W-IND-U > W-QTD-USU
               MOVE "FALHA" TO W-AUD-EVENTO
               PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM
               GO TO CHECK-LOGIN-FIM.
           MOVE TU-REG (W-IND-U) TO USU-ATUAL.
           IF UA-LOGIN NOT = W-USUARIO
               GO TO CHECK-LOGIN1.
           MOVE W-IND-U TO W-ACHADO.
      *    BLOQUEADO POR TENTATIVAS ERRADAS: SO O ADMINISTRADOR
      *    LIBERA, NO FPP060.
           IF UA-BLOQ = "S"
               MOVE "*** USUARIO BLOQUEADO - PROCURE O ADMINISTRADOR"
                                                          TO MENS
               MOVE "FALHA" TO W-AUD-EVENTO
               PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM
               GO TO CHECK-LOGIN-FIM.
      *    CADASTRO ANTIGO AINDA SEM HASH: CONFERE A SENHA GRAVADA E
      *    EXIGE A TROCA, QUE GRAVA O HASH.
           MOVE "N" TO W-SENHA-OK.
           MOVE UA-LOGIN TO W-HS-LOGIN.
           MOVE W-SENHA TO W-HS-SENHA.
           PERFORM CALC-HASH THRU CALC-HASH-FIM.
           IF UA-HASH = ZEROS AND UA-SENHA = W-SENHA
              AND UA-SENHA NOT = SPACES
               MOVE "S" TO W-SENHA-OK.
           IF UA-HASH NOT = ZEROS AND UA-HASH = W-HS-RESULT
               MOVE "S" TO W-SENHA-OK.
           IF W-SENHA-OK = "N"
               GO TO CHECK-LOGIN-FALHA.
           IF UA-ATIVO = "D"
               MOVE "FALHA" TO W-AUD-EVENTO
               PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM
               GO TO CHECK-LOGIN-FIM.
           MOVE "S" TO W-LOGIN-OK.
           MOVE UA-PERFIL TO W-PERFIL.
           IF W-PERFIL = SPACES
               MOVE "ADMIN" TO W-PERFIL.
           IF UA-FALHAS NOT = ZEROS
               MOVE ZEROS TO UA-FALHAS
               MOVE USU-ATUAL TO TU-REG (W-ACHADO)
               PERFORM REGRAVA-USU THRU REGRAVA-USU-FIM.
      *    VALIDADE DA SENHA CONTADA DA DATA DA ULTIMA TROCA.
           IF UA-HASH = ZEROS OR UA-DATA-SENHA = ZEROS
               MOVE "S" TO W-TROCA-OBRIG
               MOVE "PRIMEIRO ACESSO - DEFINA A SUA SENHA"
                                                  TO W-TROCA-MOTIVO
               GO TO CHECK-LOGIN-FIM.
           IF UA-TROCA = "S"
               MOVE "S" TO W-TROCA-OBRIG
               MOVE "SENHA REDEFINIDA PELO ADMINISTRADOR"
                                                  TO W-TROCA-MOTIVO
               GO TO CHECK-LOGIN-FIM.
           MOVE W-HOJE (7:2) TO W-S-DIA.
           MOVE W-HOJE (5:2) TO W-S-MES.
           MOVE W-HOJE (1:4) TO W-S-ANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-SERIAL TO W-SER-HOJE.
           MOVE UA-DATA-SENHA (7:2) TO W-S-DIA.
           MOVE UA-DATA-SENHA (5:2) TO W-S-MES.
           MOVE UA-DATA-SENHA (1:4) TO W-S-ANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS-USO = W-SER-HOJE - W-SERIAL.
           IF W-DIAS-USO > W-DIAS-SENHA
               MOVE "S" TO W-TROCA-OBRIG
               MOVE "SENHA VENCIDA - CADASTRE UMA NOVA SENHA"
                                                  TO W-TROCA-MOTIVO.
           GO TO CHECK-LOGIN-FIM.
      *    SENHA ERRADA: CONTA A FALHA E BLOQUEIA NO LIMITE.
       CHECK-LOGIN-FALHA.
           IF UA-FALHAS < 9
               ADD 1 TO UA-FALHAS.
           MOVE "FALHA" TO W-AUD-EVENTO.
           PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM.
           IF UA-FALHAS NOT < W-MAX-FALHAS
               MOVE "S" TO UA-BLOQ
               MOVE "BLOQ" TO W-AUD-EVENTO
               PERFORM GRAVA-AUD-LOGIN THRU GRAVA-AUD-LOGIN-FIM
               MOVE "*** USUARIO BLOQUEADO - PROCURE O ADMINISTRADOR"
                                                          TO MENS.
           MOVE USU-ATUAL TO TU-REG (W-ACHADO).
           PERFORM REGRAVA-USU THRU REGRAVA-USU-FIM.
       CHECK-LOGIN-FIM.
           EXIT.
      *
      **************************************
      * CADASTRO DE USUARIOS (ARQUSU)      *
      **************************************
      *    O ARQUSU E SEQUENCIAL: E LIDO INTEIRO PARA A TABELA E
      *    REGRAVADO A CADA ALTERACAO, COMO NO FPP060.
       CARREGA-USU.
           MOVE "N" TO W-TEM-USU W-USU-CHEIO.
           MOVE ZEROS TO W-QTD-USU.
           OPEN INPUT ARQUSU.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO CARREGA-USU-FIM.
           MOVE "S" TO W-TEM-USU.
       CARREGA-USU1.
           READ ARQUSU INTO USU-ATUAL
           IF ST-ERRO NOT = "00"
               CLOSE ARQUSU
               MOVE "00" TO ST-ERRO
               GO TO CARREGA-USU-FIM.
           IF W-QTD-USU NOT < 50
               MOVE "S" TO W-USU-CHEIO
               GO TO CARREGA-USU1.
           IF UA-HASH NOT NUMERIC
               MOVE ZEROS TO UA-HASH.
           IF UA-DATA-SENHA NOT NUMERIC
               MOVE ZEROS TO UA-DATA-SENHA.
           IF UA-FALHAS NOT NUMERIC
               MOVE ZEROS TO UA-FALHAS.
           IF UA-HIST (1) NOT NUMERIC
               MOVE ZEROS TO UA-HIST (1).
           IF UA-HIST (2) NOT NUMERIC
               MOVE ZEROS TO UA-HIST (2).
           IF UA-HIST (3) NOT NUMERIC
               MOVE ZEROS TO UA-HIST (3).
           IF UA-HIST (4) NOT NUMERIC
               MOVE ZEROS TO UA-HIST (4).
           ADD 1 TO W-QTD-USU.
           MOVE USU-ATUAL TO TU-REG (W-QTD-USU).
           GO TO CARREGA-USU1.
       CARREGA-USU-FIM.
           EXIT.
      *
      *    COM MAIS USUARIOS DO QUE A TABELA NAO REGRAVA, PARA NAO
      *    PERDER OS QUE FICARAM DE FORA.
       REGRAVA-USU.
           IF W-USU-CHEIO = "S"
               GO TO REGRAVA-USU-FIM.
           OPEN OUTPUT ARQUSU.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO REGRAVA-USU-FIM.
           MOVE ZEROS TO W-IND-U.
       REGRAVA-USU1.
           ADD 1 TO W-IND-U.
           IF W-IND-U > W-QTD-USU
               CLOSE ARQUSU
               GO TO REGRAVA-USU-FIM.
           WRITE REGUSU FROM TU-REG (W-IND-U).
           GO TO REGRAVA-USU1.
       REGRAVA-USU-FIM.
           EXIT.
      *
       LOAD-SENPAR.
           OPEN INPUT ARQSENPAR.
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               PERFORM SEED-SENPAR THRU SEED-SENPAR-FIM
               OPEN INPUT ARQSENPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO LOAD-SENPAR-FIM.
           READ ARQSENPAR.
           IF ST-ERRO = "00"
               MOVE SNP-DIAS-VALIDADE TO W-DIAS-SENHA
               MOVE SNP-MAX-FALHAS    TO W-MAX-FALHAS
               MOVE SNP-HISTORICO     TO W-QTD-HIST
               MOVE SNP-TAM-MINIMO    TO W-TAM-MIN.
           CLOSE ARQSENPAR.
           MOVE "00" TO ST-ERRO.
           IF W-QTD-HIST > 4
               MOVE 4 TO W-QTD-HIST.
           IF W-MAX-FALHAS = ZEROS
               MOVE 5 TO W-MAX-FALHAS.
       LOAD-SENPAR-FIM.
           EXIT.
      *
       SEED-SENPAR.
           OPEN OUTPUT ARQSENPAR.
           MOVE 90 TO SNP-DIAS-VALIDADE.
           MOVE 5  TO SNP-MAX-FALHAS.
           MOVE 4  TO SNP-HISTORICO.
           MOVE 6  TO SNP-TAM-MINIMO.
           WRITE REGSENPAR.
           CLOSE ARQSENPAR.
       SEED-SENPAR-FIM.
           EXIT.
      *
      *    CADA TENTATIVA RECUSADA (FALHA), O BLOQUEIO (BLOQ) E A
      *    TROCA DE SENHA (SENHA) VAO PARA A TRILHA DE AUDITORIA.
       GRAVA-AUD-LOGIN.
           OPEN EXTEND ARQAUDIT.
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT ARQAUDIT.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE W-AUD-EVENTO TO AUD-PROGR.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           CLOSE ARQAUDIT.
           MOVE "00" TO ST-ERRO.
       GRAVA-AUD-LOGIN-FIM.
           EXIT.
      *
      *---------[ HASH DA SENHA (LOGIN + SENHA) EM W-HS-RESULT ]--------
      *    OITO PASSADAS SOBRE OS 20 CARACTERES, EM DOIS ACUMULADORES
      *    COM MODULOS PRIMOS DIFERENTES.
       CALC-HASH.
           MOVE W-HS-LOGIN TO W-HS-TEXTO (1:10).
           MOVE W-HS-SENHA TO W-HS-TEXTO (11:10).
           MOVE 5381 TO W-HS-A.
           MOVE 7919 TO W-HS-B.
           MOVE ZEROS TO W-HS-VOLTA.
       CALC-HASH1.
           ADD 1 TO W-HS-VOLTA.
           IF W-HS-VOLTA > 8
               GO TO CALC-HASH3.
           MOVE ZEROS TO W-HS-IND.
       CALC-HASH2.
           ADD 1 TO W-HS-IND.
           IF W-HS-IND > 20
               GO TO CALC-HASH1.
           MOVE LOW-VALUE TO W-HS-BYTE-ALTO.
           MOVE W-HS-CAR (W-HS-IND) TO W-HS-BYTE-BAIXO.
           COMPUTE W-HS-AUX = (W-HS-A * 33) + W-HS-ORD + W-HS-VOLTA.
           DIVIDE W-HS-AUX BY 999999937 GIVING W-HS-QUOC
               REMAINDER W-HS-A.
           COMPUTE W-HS-AUX = (W-HS-B * 131)
                            + (W-HS-ORD * W-HS-IND) + W-HS-A.
           DIVIDE W-HS-AUX BY 999999929 GIVING W-HS-QUOC
               REMAINDER W-HS-B.
           GO TO CALC-HASH2.
       CALC-HASH3.
           COMPUTE W-HS-RESULT = (W-HS-A * 1000000000) + W-HS-B.
       CALC-HASH-FIM.
           EXIT.
      *
      *---------[ NUMERO SERIAL DO DIA W-S-DIA/W-S-MES/W-S-ANO ]--------
       CALC-SERIAL.
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
       CALC-SERIAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
