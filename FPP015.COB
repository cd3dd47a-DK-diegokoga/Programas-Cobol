                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COMP-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CONTROLE DA VIRADA DE ANO (FPP161)------
           SELECT ARQVIRADA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS VIR-ANO
                      FILE STATUS IS ST-ERRO.
      *---------------------CRONOGRAMA DA FOLHA (FPP162)-------------
           SELECT ARQCRONO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRO-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------DIFERENCAS RETROATIVAS A PAGAR----------
           SELECT ARQRETRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------SUBSTITUICOES TEMPORARIAS (FPP148)------
           SELECT ARQSUBST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SUB-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------SOBREAVISO E ACIONAMENTOS (FPP149)------
           SELECT ARQSOBRE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SBA-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------CALENDARIO DE FERIADOS------------------
           SELECT ARQFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
           SELECT WRKPENSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT WRKSUBST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT WRKSOBRE ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR ARQUIVO FUNCIONARIO-------------
           SELECT TARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA (FPP151)--
           SELECT ARQDOCSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DSF-KEY
                      FILE STATUS IS ST-ERRO.
      *---------------------PARAMETROS DO SALARIO-FAMILIA-----------
           SELECT ARQSALFAM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT TCNAB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------GERAR ARQUIVO REMESSA PIX---------------
           SELECT TPIX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------LISTA DE PONTO NAO APROVADO-------------
           SELECT TAPROV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PONTO DE CONTROLE DA FOLHA--------------
           SELECT ARQCKPT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CKPT-PARTICAO
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARTICOES DA FOLHA POR EMPRESA----------
           SELECT ARQPARTF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PRT-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CNAB/PIX GERADO POR UMA PARTICAO--------
           SELECT TPARTARQ ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------ARQPROC GRAVADO POR UMA PARTICAO--------
           SELECT ARQPROCP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PROCP-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DO NOME DA EMPRESA-------------
           SELECT ARQEMPRESA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARQRPAGPS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PRO-LABORE CALCULADO (FPP127)------------
           SELECT ARQPROFOL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PRF-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CADASTRO DE SINDICATOS-------------------
           SELECT ARQSIND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SOP-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------OPERADORAS E PLANOS DE SAUDE-------------
           SELECT ARQPLANO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PLA-CODIGO
                  FILE STATUS  IS ST-ERRO.
      *---------------------ADESAO AO PLANO (VIDAS)------------------
           SELECT ARQADESAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ADE-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------COPARTICIPACAO POR COMPETENCIA-----------
           SELECT ARQCOPART ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COP-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------SEGURO DE VIDA EM GRUPO (VIDAS)----------
           SELECT ARQSEGVD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SGV-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------ADESAO A PREVIDENCIA PRIVADA-------------
           SELECT ARQPREV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PRV-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO PLANO PGBL-----------------
           SELECT ARQPREVPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RECIBOS DO AUXILIO-CRECHE----------------
           SELECT ARQCRECHE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CRE-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DO AUXILIO-CRECHE-------------
           SELECT ARQCRECHEPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------PARAMETROS DA COMISSAO SOBRE VENDAS------
           SELECT ARQCOMPAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *---------------------RECARGA DE VT/VR POR COMPETENCIA---------
           SELECT ARQRECARGA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RCG-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO-----------
           SELECT ARQPIX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PIX-CHAPA
                  FILE STATUS  IS ST-ERRO.
      *---------------------FILA DE NOTIFICACOES------------------------
           SELECT ARQNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOT-KEY
                    FILE STATUS  IS ST-NOT.
      *---------------------PERIODICIDADE DE PAGAMENTO (FPP128)-------
           SELECT ARQFREQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FRQ-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------BASE INSS DE OUTRO VINCULO---------------
           SELECT ARQMULTV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DET-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------MEMORIA DE CALCULO DA ULTIMA PREVIA------
           SELECT ARQPRVDET ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PVD-KEY
                  FILE STATUS  IS ST-ERRO.
      *---------------------LOG DE FUNCIONARIOS PROCESSADOS---------
           SELECT ARQPROC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
               05 LAN-EVENTO         PIC 9(03).
           03 LAN-VALOR           PIC 9(06)V99.
           03 LAN-STATUS          PIC X(01).
           03 LAN-DATA            PIC 9(08).
      *---------------------ARQUIVO DE FALTAS-------------------------
       FD ARQFALTA
              LABEL RECORD IS STANDARD
           03 COMP-USUARIO        PIC X(10).
           03 COMP-DATA           PIC 9(08).
           03 COMP-MOTIVO         PIC X(30).
      *---------------------CONTROLE DA VIRADA DE ANO (FPP161)--------
       FD ARQVIRADA
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQVIRADA.DAT".
       01 REGVIRADA.
           03 VIR-ANO             PIC 9(04).
           03 VIR-STATUS          PIC X(01).
           03 VIR-PENDENCIAS      PIC 9(04).
           03 VIR-DATA            PIC 9(08).
           03 VIR-HORA            PIC 9(08).
           03 VIR-USUARIO         PIC X(10).
           03 VIR-MOTIVO          PIC X(30).
      *---------------------CRONOGRAMA DA FOLHA (FPP162)---------------
       FD ARQCRONO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCRONO.DAT".
       01 REGCRONO.
           03 CRO-KEY.
               05 CRO-CODEMPRESA     PIC 9(03).
               05 CRO-COMPETENCIA    PIC 9(06).
           03 CRO-CORTE-LANC      PIC 9(08).
           03 CRO-CORTE-PONTO     PIC 9(08).
           03 CRO-PREVIA          PIC 9(08).
           03 CRO-FECHAMENTO      PIC 9(08).
           03 CRO-PAGAMENTO       PIC 9(08).
           03 CRO-ADIANTAMENTO    PIC 9(08).
           03 CRO-USUARIO         PIC X(10).
           03 CRO-DATA            PIC 9(08).
      *---------------------DIFERENCAS RETROATIVAS A PAGAR------------
       FD ARQRETRO
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
      *---------------------ARQUIVO DE AFASTAMENTOS-----------------
       FD ARQAFAST
              LABEL RECORD IS STANDARD
               05 AFA-MES-RET        PIC 9(02).
               05 AFA-ANO-RET        PIC 9(04).
           03 AFA-STATUS          PIC X(01).
      *---------------------SUBSTITUICOES TEMPORARIAS (FPP148)------
      *    DATAS EM DDMMAAAA. STATUS: A=ATIVA C=CANCELADA.
       FD ARQSUBST
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
           03 SUB-KEY.
               05 SUB-CHAPA          PIC 9(06).
               05 SUB-SEQ            PIC 9(02).
           03 SUB-CHAPA-TIT       PIC 9(06).
           03 SUB-DATA-INI        PIC 9(08).
           03 SUB-DT-INI REDEFINES SUB-DATA-INI.
               05 SUB-DIA-INI        PIC 9(02).
               05 SUB-MES-INI        PIC 9(02).
               05 SUB-ANO-INI        PIC 9(04).
           03 SUB-DATA-FIM        PIC 9(08).
           03 SUB-DT-FIM REDEFINES SUB-DATA-FIM.
               05 SUB-DIA-FIM        PIC 9(02).
               05 SUB-MES-FIM        PIC 9(02).
               05 SUB-ANO-FIM        PIC 9(04).
           03 SUB-CARGO-TIT       PIC 9(03).
           03 SUB-NIVEL-TIT       PIC 9(02).
           03 SUB-MOTIVO          PIC X(01).
           03 SUB-STATUS          PIC X(01).
           03 SUB-DATA-CAD        PIC 9(08).
      *---------------------SOBREAVISO E ACIONAMENTOS (FPP149)------
      *    DATA EM AAAAMMDD. TIPO: E=ESCALA A=ACIONAMENTO.
      *    TIPO-DIA: N=NORMAL D=DOMINGO F=FERIADO. STATUS: A/C.
       FD ARQSOBRE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQSOBRE.DAT".
       01 REGSOBRE.
           03 SBA-KEY.
               05 SBA-CHAPA          PIC 9(06).
               05 SBA-DATA           PIC 9(08).
               05 SBA-SEQ            PIC 9(02).
           03 SBA-TIPO            PIC X(01).
           03 SBA-HORAS           PIC 9(02)V99.
           03 SBA-TIPO-DIA        PIC X(01).
           03 SBA-STATUS          PIC X(01).
           03 SBA-OBS             PIC X(30).
      *---------------------CALENDARIO DE FERIADOS------------------
       FD ARQFERIAD
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "WRKLANC.TMP".
       01 WLAN-REG.
           03 WLAN-CHAPA          PIC 9(06).
           03 FILLER              PIC X(26).
       FD WRKAFAST
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "WRKAFAST.TMP".
       01 WPEN-REG.
           03 WPEN-CHAPA          PIC 9(06).
           03 FILLER              PIC X(66).
       FD WRKSUBST
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "WRKSUBST.TMP".
       01 WSUB-REG.
           03 WSUB-CHAPA          PIC 9(06).
           03 FILLER              PIC X(39).
       FD WRKSOBRE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "WRKSOBRE.TMP".
       01 WSBA-REG.
           03 WSBA-CHAPA          PIC 9(06).
           03 FILLER              PIC X(47).
      *---------------------GERAR ARQUIVO FUNCIONARIO-------------
       FD TARQFUNC
               LABEL RECORD IS STANDARD
           03 DEPEN-INSS          PIC X(01).
           03 DEPEN-IMPRENDA      PIC X(01).
           03 DEPEN-STATUS        PIC X(20).
      *---------------------DOCUMENTOS DO SALARIO-FAMILIA (FPP151)--
      *    DATAS EM DDMMAAAA. TIPO: V=VACINACAO E=FREQUENCIA ESCOLAR.
       FD ARQDOCSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOCSF.DAT".
       01 REGDOCSF.
           03 DSF-KEY.
               05 DSF-CHAPA          PIC 9(06).
               05 DSF-DEPSEQ         PIC 9(02).
               05 DSF-TIPO           PIC X(01).
           03 DSF-DATA-ENTREGA    PIC 9(08).
           03 DSF-DATA-VENCTO     PIC 9(08).
           03 DSF-DT-VENCTO REDEFINES DSF-DATA-VENCTO.
               05 DSF-DIA-VENCTO     PIC 9(02).
               05 DSF-MES-VENCTO     PIC 9(02).
               05 DSF-ANO-VENCTO     PIC 9(04).
           03 DSF-OBS             PIC X(30).
           03 DSF-DATA-CAD        PIC 9(08).
      *---------------------PARAMETROS DO SALARIO-FAMILIA-------------
       FD ARQSALFAM
               LABEL RECORD IS STANDARD
           03 SF-LIMITE-RENDA     PIC 9(06)V99.
           03 SF-VALOR-QUOTA      PIC 9(04)V99.
           03 SF-IDADE-LIMITE     PIC 9(02).
           03 SF-VIGENCIA         PIC 9(06).
      *---------------------PARAMETROS DO ADIC.TEMPO DE SERVICO-------
       FD ARQATS
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TCNAB-NOME.
       01 REGCNAB    PIC X(100).
      *---------------------GERAR ARQUIVO REMESSA PIX-----------------
       FD TPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TPIX-NOME.
       01 REGTPIX    PIC X(130).
      *---------------------LISTA DE PONTO NAO APROVADO---------------
       FD TAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TCONTAB-NOME.
       01 REGTCONTAB   PIC X(100).
      *---------------------PONTO DE CONTROLE DA FOLHA----------------
      *    UM REGISTRO POR PARTICAO (CHAVE = PRIMEIRA EMPRESA DA
      *    FAIXA); A RODADA PARA TODAS AS EMPRESAS USA A CHAVE 000.
       FD ARQCKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKPT.DAT".
       01 REGCKPT.
           03 CKPT-PARTICAO    PIC 9(03).
           03 CKPT-STATUS      PIC X(01).
           03 CKPT-CHAPA       PIC 9(06).
           03 CKPT-CONLIN1     PIC 9(04).
           03 CKPT-TOTAL-CNAB  PIC 9(09)V99.
           03 CKPT-PENSAO-REGS PIC 9(04).
           03 CKPT-CNAB-DETS   PIC 9(05).
           03 CKPT-TOTAL-PIX   PIC 9(09)V99.
           03 CKPT-PIX-DETS    PIC 9(05).
           03 CKPT-EMPR-ATE    PIC 9(03).
           03 CKPT-DATA-ARQ    PIC 9(08).
           03 CKPT-COMPETENCIA PIC 9(06).
      *---------------------PARTICOES DA FOLHA POR EMPRESA------------
      *    STATUS P=PROCESSANDO C=CONCLUIDA M=CONSOLIDADA.
       FD ARQPARTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARTF.DAT".
       01 REGPARTF.
           03 PRT-KEY.
               05 PRT-COMPETENCIA  PIC 9(06).
               05 PRT-EMPR-DE      PIC 9(03).
           03 PRT-EMPR-ATE      PIC 9(03).
           03 PRT-STATUS        PIC X(01).
           03 PRT-DATA-ARQ      PIC 9(08).
           03 PRT-USUARIO       PIC X(10).
           03 PRT-DATA-INI      PIC 9(08).
           03 PRT-HORA-INI      PIC 9(06).
           03 PRT-DATA-FIM      PIC 9(08).
           03 PRT-HORA-FIM      PIC 9(06).
           03 PRT-QTD-FUNC      PIC 9(05).
           03 PRT-CNAB-QTDE     PIC 9(05).
           03 PRT-CNAB-VALOR    PIC 9(09)V99.
           03 PRT-PIX-QTDE      PIC 9(05).
           03 PRT-PIX-VALOR     PIC 9(09)V99.
           03 PRT-DATA-CONS     PIC 9(08).
      *---------------------CNAB/PIX GERADO POR UMA PARTICAO----------
       FD TPARTARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TPARTARQ-NOME.
       01 REGPARTARQ   PIC X(130).
      *---------------------ARQPROC GRAVADO POR UMA PARTICAO----------
       FD ARQPROCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-PROCP-NOME.
       01 REGPROCP.
           03 PROCP-CHAPA PIC 9(06).
      *---------------------CADASTRO DO NOME DA EMPRESA---------------
       FD ARQEMPRESA
               LABEL RECORD IS STANDARD
           03 RPAG-PATRONAL     PIC 9(09)V99.
           03 RPAG-IRRF         PIC 9(09)V99.
           03 RPAG-ISS          PIC 9(09)V99.
      *---------------------PRO-LABORE CALCULADO (FPP127)------------
       FD ARQPROFOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROFOL.DAT".
       01 REGPROFOL.
           03 PRF-KEY.
               05 PRF-COMPETENCIA  PIC 9(06).
               05 PRF-CHAPA        PIC 9(06).
           03 PRF-CODEMPRESA    PIC 9(03).
           03 PRF-VALOR         PIC 9(08)V99.
           03 PRF-INSS          PIC 9(08)V99.
           03 PRF-PATRONAL      PIC 9(08)V99.
           03 PRF-IRRF          PIC 9(08)V99.
           03 PRF-LIQUIDO       PIC 9(08)V99.
      *---------------------CADASTRO DE SINDICATOS--------------------
       FD ARQSIND
               LABEL RECORD IS STANDARD
       01 REGSINDOP.
           03 SOP-CHAPA         PIC 9(06).
           03 SOP-AUTORIZA      PIC X(01).
      *---------------------OPERADORAS E PLANOS DE SAUDE--------------
       FD ARQPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
           03 PLA-CODIGO        PIC 9(03).
           03 PLA-OPERADORA     PIC X(30).
           03 PLA-DESCRICAO     PIC X(25).
           03 PLA-TIPO          PIC X(01).
           03 PLA-VALOR-VIDA    PIC 9(06)V99.
           03 PLA-PCT-FUNC      PIC 9(03)V99.
           03 PLA-STATUS        PIC X(01).
      *---------------------ADESAO AO PLANO (VIDAS)-------------------
       FD ARQADESAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
           03 ADE-KEY.
               05 ADE-CHAPA        PIC 9(06).
               05 ADE-DEPSEQ       PIC 9(02).
               05 ADE-PLANO        PIC 9(03).
           03 ADE-INICIO        PIC 9(08).
           03 ADE-FIM           PIC 9(08).
           03 ADE-STATUS        PIC X(01).
      *---------------------COPARTICIPACAO POR COMPETENCIA------------
       FD ARQCOPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOPART.DAT".
       01 REGCOPART.
           03 COP-KEY.
               05 COP-CHAPA        PIC 9(06).
               05 COP-COMPETENCIA  PIC 9(06).
               05 COP-PLANO        PIC 9(03).
               05 COP-SEQ          PIC 9(05).
           03 COP-VALOR         PIC 9(06)V99.
           03 COP-DESCRICAO     PIC X(30).
           03 COP-STATUS        PIC X(01).
      *---------------------SEGURO DE VIDA EM GRUPO (VIDAS)-----------
       FD ARQSEGVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVD.DAT".
       01 REGSEGVD.
           03 SGV-KEY.
               05 SGV-CHAPA        PIC 9(06).
               05 SGV-COMPETENCIA  PIC 9(06).
           03 SGV-MOVIMENTO     PIC X(01).
           03 SGV-IDADE         PIC 9(03).
           03 SGV-CAPITAL       PIC 9(08)V99.
           03 SGV-PREMIO        PIC 9(06)V99.
           03 SGV-PARTE-FUNC    PIC 9(06)V99.
           03 SGV-STATUS        PIC X(01).
      *---------------------ADESAO A PREVIDENCIA PRIVADA--------------
       FD ARQPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREV.
           03 PRV-CHAPA         PIC 9(06).
           03 PRV-PCT-FUNC      PIC 9(02)V99.
           03 PRV-CERTIFICADO   PIC X(15).
           03 PRV-INICIO        PIC 9(06).
           03 PRV-STATUS        PIC X(01).
      *---------------------PARAMETROS DO PLANO PGBL------------------
       FD ARQPREVPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREVPAR.DAT".
       01 REGPREVPAR.
           03 PVP-ADMINISTRADORA PIC X(30).
           03 PVP-CONTRATO      PIC X(15).
           03 PVP-PCT-MATCH     PIC 9(03)V99.
           03 PVP-TETO-MATCH    PIC 9(03)V99.
           03 PVP-LIMITE-IR     PIC 9(03)V99.
      *---------------------RECIBOS DO AUXILIO-CRECHE-----------------
       FD ARQCRECHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
           03 CRE-KEY.
               05 CRE-CHAPA        PIC 9(06).
               05 CRE-DEPSEQ       PIC 9(02).
               05 CRE-COMPETENCIA  PIC 9(06).
           03 CRE-ESCOLA        PIC X(30).
           03 CRE-VALOR-RECIBO  PIC 9(06)V99.
           03 CRE-VALOR-PAGO    PIC 9(06)V99.
           03 CRE-STATUS        PIC X(01).
      *---------------------PARAMETROS DO AUXILIO-CRECHE--------------
       FD ARQCRECHEPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHEPAR.DAT".
       01 REGCRECHEPAR.
           03 CRP-IDADE-MESES   PIC 9(03).
           03 CRP-TETO          PIC 9(06)V99.
      *---------------------PARAMETROS DA COMISSAO SOBRE VENDAS-------
       FD ARQCOMPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPAR.DAT".
       01 REGCOMPAR.
           03 CPA-EVE-COMIS     PIC 9(03).
      *---------------------RECARGA DE VT/VR POR COMPETENCIA----------
       FD ARQRECARGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRECARGA.DAT".
       01 REGRECARGA.
           03 RCG-KEY.
               05 RCG-CHAPA        PIC 9(06).
               05 RCG-COMPETENCIA  PIC 9(06).
           03 RCG-CODPTO        PIC 9(03).
           03 RCG-DIAS          PIC 9(02).
           03 RCG-VT-DIA        PIC 9(04)V99.
           03 RCG-VT-VALOR      PIC 9(06)V99.
           03 RCG-VR-DIA        PIC 9(04)V99.
           03 RCG-VR-VALOR      PIC 9(06)V99.
           03 RCG-STATUS        PIC X(01).
      *---------------------CHAVE PIX E FORMA DE PAGAMENTO------------
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
           03 PIX-CHAPA         PIC 9(06).
           03 PIX-FORMA         PIC X(01).
           03 PIX-TIPO          PIC X(01).
           03 PIX-CHAVE         PIC X(77).
           03 PIX-STATUS        PIC X(01).
      *---------------------FILA DE NOTIFICACOES------------------------
       FD ARQNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNOTIF.DAT".
       01 REGNOTIF.
           03 NOT-KEY.
               05 NOT-CHAPA       PIC 9(06).
               05 NOT-MODELO      PIC X(08).
               05 NOT-REF         PIC X(14).
               05 NOT-DEST-TIPO   PIC X(01).
           03 NOT-DEST-CHAPA      PIC 9(06).
           03 NOT-VAR1            PIC X(30).
           03 NOT-VAR2            PIC X(30).
           03 NOT-VAR3            PIC X(30).
           03 NOT-ORIGEM          PIC X(07).
           03 NOT-DATA-INC        PIC 9(08).
           03 NOT-HORA-INC        PIC 9(08).
           03 NOT-SITUACAO        PIC X(01).
           03 NOT-TENTATIVAS      PIC 9(01).
           03 NOT-DATA-ENV        PIC 9(08).
           03 NOT-CANAL           PIC X(01).
           03 NOT-DATA-RET        PIC 9(08).
           03 NOT-MOTIVO          PIC X(30).
      *---------------------PERIODICIDADE DE PAGAMENTO (FPP128)-------
       FD ARQFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFREQ.DAT".
       01 REGFREQ.
           03 FRQ-KEY.
               05 FRQ-TIPO       PIC X(01).
               05 FRQ-CODIGO     PIC X(06).
           03 FRQ-PERIODO       PIC X(01).
      *---------------------BASE INSS DE OUTRO VINCULO----------------
       FD ARQMULTV
               LABEL RECORD IS STANDARD
           03 DET-BASE          PIC 9(08)V99.
           03 DET-QTDE          PIC 9(05)V99.
           03 DET-VALOR         PIC 9(08)V99.
      *---------------------MEMORIA DE CALCULO DA ULTIMA PREVIA-------
      *    MESMO LAYOUT DO ARQRESDET. GUARDA SO A ULTIMA PREVIA, PARA A
      *    COMPARACAO COM A BASE SALVA NO FPP163.
       FD ARQPRVDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRVDET.DAT".
       01 REGPRVDET.
           03 PVD-KEY           PIC X(17).
           03 FILLER            PIC X(56).
      *---------------------LOG DE FUNCIONARIOS PROCESSADOS-----------
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-PROC-NOME.
       01 REGPROC.
           03 PROC-CHAPA PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------SESSAO DA UNIDADE DE EXECUCAO--------------
       01 SESSAO-ATIVA EXTERNAL.
           03 SESS-EXT-USUARIO PIC X(10).
           03 SESS-EXT-SEQ     PIC 9(06).
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
       77 W-SEL      PIC 9(01) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-FIM-WLAN       PIC X(01) VALUE "S".
       77 W-FIM-WAFA       PIC X(01) VALUE "S".
       77 W-FIM-WPEN       PIC X(01) VALUE "S".
       77 W-FIM-WSUB       PIC X(01) VALUE "S".
       77 W-FIM-WSBA       PIC X(01) VALUE "S".
      *---------------[ DIAS DO FUNCIONARIO PELA ESCALA EM CICLO ]-----
       77 W-TEM-ESCALA     PIC X(01) VALUE "S".
       77 W-DIAS-UTEIS-F   PIC 9(02) VALUE ZEROS.
           03 TDM-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 W-VALOR-DSR   PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT-DSR     PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-DSR-COM PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT-DSR-COM PIC 9(08)V99 VALUE ZEROS.
       01 VT-DESCONTO   PIC 9(04)V99 VALUE ZEROS.
       01 VT-TETO       PIC 9(06)V99 VALUE ZEROS.
       01 VR-BENEFICIO  PIC 9(04)V99 VALUE ZEROS.
       01 W-RPA-PATRONAL   PIC 9(09)V99 VALUE ZEROS.
       01 W-RPA-IRRF       PIC 9(09)V99 VALUE ZEROS.
       01 W-RPA-ISS        PIC 9(09)V99 VALUE ZEROS.
      *---------------[ PRO-LABORE NA GUIA GPS/DARF POR EMPRESA ]------
       01 W-QTD-PRO        PIC 9(02) VALUE ZEROS.
       01 W-IND-PRO        PIC 9(02) VALUE ZEROS.
       01 TAB-PROLABORE.
           03 TP-ITEM OCCURS 20 TIMES.
               05 TP-CODEMPRESA  PIC 9(03).
               05 TP-INSS        PIC 9(10)V99.
               05 TP-PATRONAL    PIC 9(10)V99.
               05 TP-IRRF        PIC 9(10)V99.
               05 TP-USADO       PIC X(01).
      *---------------[ MENSALIDADE SINDICAL ]--------------------------
       77 W-TEM-SIND       PIC X(01) VALUE "S".
       01 W-VALOR-SIND     PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMES-SIND    PIC 9(08)V99 VALUE ZEROS.
      *---------------[ PLANO DE SAUDE/ODONTO E COPARTICIPACAO ]-------
       77 W-TEM-SAUDE      PIC X(01) VALUE "S".
       77 W-TEM-COPART     PIC X(01) VALUE "S".
       01 W-VALOR-SAUDE    PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-COPART   PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-VIDAS      PIC 9(03) VALUE ZEROS.
       01 W-PARTE-VIDA     PIC 9(06)V99 VALUE ZEROS.
      *---------------[ SEGURO DE VIDA EM GRUPO ]----------------------
       77 W-TEM-SEGVD      PIC X(01) VALUE "S".
       01 W-VALOR-SEGURO   PIC 9(06)V99 VALUE ZEROS.
       01 W-CAPITAL-SEG    PIC 9(08)V99 VALUE ZEROS.
      *---------------[ PREVIDENCIA PRIVADA (PGBL) ]--------------------
       77 W-TEM-PREV       PIC X(01) VALUE "S".
       01 W-PREV-FUNC      PIC 9(06)V99 VALUE ZEROS.
       01 W-PREV-EMPR      PIC 9(06)V99 VALUE ZEROS.
       01 W-PREV-DEDUZ     PIC 9(06)V99 VALUE ZEROS.
       01 W-PREV-LIMITE    PIC 9(06)V99 VALUE ZEROS.
       01 W-PREV-PCT-MATCH PIC 9(03)V99 VALUE 100.
       01 W-PREV-TETO      PIC 9(03)V99 VALUE 5.
       01 W-PREV-LIMITE-IR PIC 9(03)V99 VALUE 12.
      *---------------[ AUXILIO-CRECHE ]--------------------------------
       77 W-TEM-CRECHE     PIC X(01) VALUE "S".
       01 W-VALOR-CRECHE   PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-CRECHE     PIC 9(02) VALUE ZEROS.
       01 W-CRE-IDADE      PIC 9(03) VALUE 72.
       01 W-CRE-TETO       PIC 9(06)V99 VALUE 500.
       01 W-CRE-MESES      PIC S9(05) VALUE ZEROS.
       01 W-CRE-PAGO       PIC 9(06)V99 VALUE ZEROS.
      *---------------[ RECARGA DE VT/VR PEDIDA ]-----------------------
       77 W-TEM-RECARGA    PIC X(01) VALUE "S".
      *---------------[ PAGAMENTO POR PIX ]-----------------------------
       77 W-TEM-PIX        PIC X(01) VALUE "S".
       01 W-PAGA-PIX       PIC X(01) VALUE "N".
       01 W-PIX-DETS       PIC 9(05) VALUE ZEROS.
      *---------------[ FILA DE NOTIFICACOES (FPP168) ]-----------------
       77 ST-NOT           PIC X(02) VALUE "00".
       77 W-TEM-NOTIF      PIC X(01) VALUE "N".
       01 TOTAL-PIX        PIC 9(09)V99 VALUE ZEROS.
       01 W-TPIX-NOME.
           05 FILLER        PIC X(10) VALUE "ARQUIVO93_".
           05 W-TPIX-DATA   PIC 9(08) VALUE ZEROS.
           05 FILLER        PIC X(04) VALUE ".DOC".
      *---------------[ PAGAMENTO QUINZENAL / SEMANAL ]-----------------
      *    PERIODOS DENTRO DA COMPETENCIA, EM MES COMERCIAL DE 30 DIAS:
      *    Q1=01-15 Q2=16-30; S1=01-07 S2=08-14 S3=15-21 S4=22-30. O
      *    ULTIMO PERIODO ALCANCA O FIM DO MES NO PONTO/LANCAMENTOS.
       77 W-TEM-FREQ       PIC X(01) VALUE "S".
       77 W-FREQ-RUN       PIC X(01) VALUE "M".
       77 W-PERIODO        PIC 9(01) VALUE ZEROS.
       01 W-FREQ-FUNC      PIC X(01) VALUE "M".
       01 W-PER-PARCIAL    PIC X(01) VALUE "N".
       01 W-PER-ULTIMO     PIC 9(01) VALUE 1.
       01 W-PER-DIA-INI    PIC 9(02) VALUE 01.
       01 W-PER-DIA-FIM    PIC 9(02) VALUE 30.
       01 W-PER-DIAS       PIC 9(02) VALUE 30.
       01 W-PER-INI        PIC 9(08) VALUE ZEROS.
       01 W-PER-FIM        PIC 9(08) VALUE ZEROS.
       01 W-IND-PER        PIC 9(01) VALUE ZEROS.
       01 W-PER-TIPO.
           03 W-PT-FREQ    PIC X(01) VALUE "F".
           03 W-PT-NUM     PIC X(01) VALUE "O".
       01 W-PER-TIPO-ANT.
           03 W-PTA-FREQ   PIC X(01) VALUE SPACES.
           03 W-PTA-NUM    PIC 9(01) VALUE ZEROS.
       01 W-PER-BRUTO-SV   PIC 9(06)99 VALUE ZEROS.
       01 W-ANT-PER-BRUTO  PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-INSS   PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-IRRF   PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-FGTS   PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-VT     PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-VR     PIC 9(08)V99 VALUE ZEROS.
       01 W-ANT-PER-LIQ    PIC 9(08)V99 VALUE ZEROS.
      *---------------[ INSS COM MULTIPLOS VINCULOS ]-------------------
       77 W-TEM-MULTV      PIC X(01) VALUE "S".
       01 W-BASE-EXT       PIC 9(08)V99 VALUE ZEROS.
           05 FILLER        PIC X(08) VALUE " VALOR: ".
           05 LP-VALOR      PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 W-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 W-COMPETENCIA-R REDEFINES W-COMPETENCIA.
           03 W-COMP-ANO    PIC 9(04).
           03 W-COMP-MES    PIC 9(02).
       01 W-HORAS-PONTO    PIC 9(03)V99 VALUE ZEROS.
       01 W-DIAS-PONTO     PIC 9(03) VALUE ZEROS.
       01 W-EXTRAS-PONTO   PIC 9(03)V99 VALUE ZEROS.
       77 W-PREVIA         PIC X(01) VALUE "N".
       77 W-TEM-COMP       PIC X(01) VALUE "S".
       01 W-COMP-FECHADA   PIC X(01) VALUE "N".
       01 W-VIRADA-OK      PIC X(01) VALUE "N".
       01 W-DATA-PGTO      PIC 9(08) VALUE ZEROS.
       01 W-RUN-BRUTO      PIC 9(10)V99 VALUE ZEROS.
       01 W-RUN-LIQ        PIC 9(10)V99 VALUE ZEROS.
       01 W-ANT-BRUTO      PIC 9(10)V99 VALUE ZEROS.
           03 W-CA-MES     PIC 9(02).
       77 W-TEM-RETRO      PIC X(01) VALUE "S".
       01 W-VALOR-RETRO    PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-BRUTO      PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-INSS       PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-IRRF       PIC 9(08)V99 VALUE ZEROS.
       01 W-RRA-MESES      PIC 9(03) VALUE ZEROS.
       77 W-TEM-AFAST      PIC X(01) VALUE "S".
       77 W-TEM-FALTA      PIC X(01) VALUE "S".
       77 W-TEM-DEPE       PIC X(01) VALUE "S".
       01 W-LANC-AJU-IRRF  PIC S9(06)V99 VALUE ZEROS.
       01 W-LANC-AJU-FGTS  PIC S9(06)V99 VALUE ZEROS.
       01 W-LANC-DSR       PIC 9(06)V99 VALUE ZEROS.
       01 W-LANC-COMIS     PIC 9(06)V99 VALUE ZEROS.
       01 W-EVE-COMIS      PIC 9(03) VALUE 904.
       01 W-LANC-MEDIA     PIC 9(06)V99 VALUE ZEROS.
       01 W-EVE-INSS       PIC X(01) VALUE SPACES.
       01 W-EVE-IRRF       PIC X(01) VALUE SPACES.
       01 W-SF-LIMITE      PIC 9(06)V99 VALUE ZEROS.
       01 W-SF-QUOTA       PIC 9(04)V99 VALUE ZEROS.
       01 W-SF-IDADE       PIC 9(02) VALUE 14.
       01 W-SF-VIG-SEL     PIC 9(06) VALUE ZEROS.
       01 W-SF-ACHOU       PIC X(01) VALUE "N".
       01 W-QTD-FILHOS     PIC 9(02) VALUE ZEROS.
       77 W-TEM-DOCSF      PIC X(01) VALUE "S".
       01 W-DSF-VENC-AAMM  PIC 9(06) VALUE ZEROS.
       01 W-VALOR-SALFAM   PIC 9(06)V99 VALUE ZEROS.
       01 W-IDADE-DEP      PIC S9(03) VALUE ZEROS.
       01 W-ANO-SIS        PIC 9(04) VALUE ZEROS.
       01 W-AFA-DIA-DE     PIC 9(02) VALUE ZEROS.
       01 W-AFA-DIA-ATE    PIC 9(02) VALUE ZEROS.
       01 W-DIAS-AFAST-REG PIC S9(03) VALUE ZEROS.
      *---------------[ DIFERENCA SALARIAL POR SUBSTITUICAO ]----------
       77 W-TEM-SUBST      PIC X(01) VALUE "S".
       01 W-VALOR-SUBST    PIC 9(06)V99 VALUE ZEROS.
       01 W-DIAS-SUBST     PIC 9(02) VALUE ZEROS.
       01 W-SUB-SAL-PROP   PIC 9(06)V99 VALUE ZEROS.
       01 W-SUB-DIF        PIC 9(06)V99 VALUE ZEROS.
       01 W-SUB-INI-AAMM   PIC 9(06) VALUE ZEROS.
       01 W-SUB-FIM-AAMM   PIC 9(06) VALUE ZEROS.
       01 W-SUB-DIA-DE     PIC 9(02) VALUE ZEROS.
       01 W-SUB-DIA-ATE    PIC 9(02) VALUE ZEROS.
       01 W-SUB-DIAS-REG   PIC S9(03) VALUE ZEROS.
       01 W-SUB-VALOR-REG  PIC 9(06)V99 VALUE ZEROS.
      *---------------[ SOBREAVISO E ACIONAMENTOS ]---------------------
       77 W-TEM-SOBRE      PIC X(01) VALUE "S".
       01 W-SBA-HORA       PIC 9(06)V99 VALUE ZEROS.
       01 W-SBA-ESCALA     PIC 9(04)V99 VALUE ZEROS.
       01 W-SBA-ACN-50     PIC 9(03)V99 VALUE ZEROS.
       01 W-SBA-ACN-100    PIC 9(03)V99 VALUE ZEROS.
       01 W-SBA-HORAS      PIC 9(04)V99 VALUE ZEROS.
       01 W-VALOR-SOBREAV  PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-ACN-50   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-ACN-100  PIC 9(06)V99 VALUE ZEROS.
       77 W-CODEMPRESA-FILTRO PIC 9(03) VALUE ZEROS.
      *---------------[ PARTICAO DA FOLHA POR FAIXA DE EMPRESAS ]------
      *    N=RODADA NORMAL  P=PROCESSA A FAIXA COMO PARTICAO
      *    C=CONSOLIDA AS PARTICOES CONCLUIDAS DA COMPETENCIA
       77 W-CODEMPRESA-ATE PIC 9(03) VALUE ZEROS.
       77 W-PARTICAO       PIC X(01) VALUE "N".
       77 W-CKPT-PART      PIC 9(03) VALUE ZEROS.
       77 W-CKPT-ATE       PIC 9(03) VALUE ZEROS.
       77 W-CKPT-DATA-ARQ  PIC 9(08) VALUE ZEROS.
       77 W-CKPT-COMP      PIC 9(06) VALUE ZEROS.
       77 W-PART-ERRO      PIC X(01) VALUE "N".
       77 W-PART-PEND      PIC 9(03) VALUE ZEROS.
       01 W-PART-EXT.
           05 FILLER        PIC X(01) VALUE ".".
           05 W-PART-EXT-EMP PIC 9(03) VALUE ZEROS.
       01 W-PROC-NOME      PIC X(11) VALUE "ARQPROC.DAT".
       01 W-PROCP-NOME.
           05 FILLER        PIC X(08) VALUE "ARQPROC.".
           05 W-PROCP-EMP   PIC 9(03) VALUE ZEROS.
       01 W-TPARTARQ-NOME.
           05 W-TPARTARQ-PREF PIC X(10) VALUE SPACES.
           05 W-TPARTARQ-DATA PIC 9(08) VALUE ZEROS.
           05 FILLER          PIC X(01) VALUE ".".
           05 W-TPARTARQ-EMP  PIC 9(03) VALUE ZEROS.
       01 W-QTD-PART       PIC 9(02) VALUE ZEROS.
       01 W-IND-PART       PIC 9(02) VALUE ZEROS.
       01 TAB-PARTICOES.
           03 TPT-ITEM OCCURS 50 TIMES.
               05 TPT-EMPR-DE    PIC 9(03).
               05 TPT-EMPR-ATE   PIC 9(03).
               05 TPT-DATA-ARQ   PIC 9(08).
       01 W-PART-MENS.
           05 FILLER        PIC X(09) VALUE "PARTICAO ".
           05 W-PM-DE       PIC 9(03) VALUE ZEROS.
           05 FILLER        PIC X(03) VALUE " A ".
           05 W-PM-ATE      PIC 9(03) VALUE ZEROS.
           05 W-PM-TEXTO    PIC X(30) VALUE SPACES.
      *---------------[ FOLHA COMPLEMENTAR DE UMA CHAPA ]--------------
       77 W-CHAPA-FILTRO   PIC 9(06) VALUE ZEROS.
       77 W-COMP-INF       PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(045) VALUE
           "***TOTAL DSR SOBRE HORAS EXTRAS...........: ".
           05  TOTDSR     VALUE ZEROS  PIC ZZZZZZ9,99.
       01  HOLDSRCOM.
           05  FILLER                 PIC X(030) VALUE
           "DSR SOBRE COMISSOES.........: ".
           05  HOL-DSR-COM            PIC ZZZZZ9,99 VALUE ZEROS.
       01  LINDSRCOM.
           05  FILLER                 PIC X(045) VALUE
           "***TOTAL DSR SOBRE COMISSOES..............: ".
           05  TOTDSRCOM  VALUE ZEROS  PIC ZZZZZZ9,99.
       01  LINLIQNEG.
           05  FILLER                 PIC X(055) VALUE
           "*** DESCONTOS EXCEDEM O LIQUIDO - LIQUIDO ZERADO ***".
           05  FILLER                 PIC X(030) VALUE
           "MENSALIDADE SINDICAL........: ".
           05  HOL-SIND               PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLSAUDE.
           05  FILLER                 PIC X(030) VALUE
           "PLANO SAUDE/ODONTO..........: ".
           05  HOL-SAUDE              PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLSEGURO.
           05  FILLER                 PIC X(030) VALUE
           "SEGURO DE VIDA EM GRUPO.....: ".
           05  HOL-SEGURO             PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLPREVF.
           05  FILLER                 PIC X(030) VALUE
           "PREVIDENCIA PRIVADA (PGBL)..: ".
           05  HOL-PREVF              PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLPREVE.
           05  FILLER                 PIC X(030) VALUE
           "PGBL CONTRAPARTIDA EMPRESA..: ".
           05  HOL-PREVE              PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLCRECHE.
           05  FILLER                 PIC X(030) VALUE
           "AUXILIO-CRECHE (ISENTO).....: ".
           05  HOL-CRECHE             PIC ZZZZZ9,99 VALUE ZEROS.
       01  HOLMULTV.
           05  FILLER                 PIC X(030) VALUE
           "BASE INSS OUTRO VINCULO.....: ".
           "  R$ ".
           05  CNAB-T-VALOR PIC ZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER      PIC X(058) VALUE SPACES.

       01  PXR-HEADER.
           05  FILLER      PIC X(001) VALUE "0".
           05  FILLER      PIC X(020) VALUE
           "REMESSA PIX FOLHA   ".
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
      *-----------------------------------------------------------------
      *                         ROTINA DE TELA                         *
      *----------------------------------------------------------------- 
           05  LINE 06  COLUMN 41
               VALUE  "TAR (000000=FOLHA NORMAL) :".
           05  LINE 08  COLUMN 01
               VALUE  "                         COMPETENCIA INF".
           05  LINE 08  COLUMN 41
               VALUE  "ORMADA (AAAAMM)       :".
           05  LINE 10  COLUMN 01
               VALUE  "                         EMPRESA (000=T".
           05  LINE 10  COLUMN 41
               VALUE  "ODAS) :".
           05  LINE 10  COLUMN 52
               VALUE  "ATE".
           05  LINE 10  COLUMN 61
               VALUE  "PARTICAO (N/P/C):".
           05  LINE 12  COLUMN 01
               VALUE  "                         PREVIA SEM GRAV".
           05  LINE 12  COLUMN 41
               VALUE  "ACAO (S/N) :".
           05  LINE 14  COLUMN 01
               VALUE  "                         PERIODICIDADE (M/".
           05  LINE 14  COLUMN 41
               VALUE  "Q/S) E PERIODO (1-4) :".
           05  LINE 16  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 16  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
               LINE 10  COLUMN 48  PIC 9(03)
               USING  W-CODEMPRESA-FILTRO
               HIGHLIGHT.
           05  TCODEMPRESA-ATE
               LINE 10  COLUMN 56  PIC 9(03)
               USING  W-CODEMPRESA-ATE
               HIGHLIGHT.
           05  TW-PARTICAO
               LINE 10  COLUMN 79  PIC X(01)
               USING  W-PARTICAO
               HIGHLIGHT.
           05  TW-PREVIA
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-PREVIA
               HIGHLIGHT.
           05  TW-FREQ-RUN
               LINE 14  COLUMN 64  PIC X(01)
               USING  W-FREQ-RUN
               HIGHLIGHT.
           05  TW-PERIODO
               LINE 14  COLUMN 66  PIC 9(01)
               USING  W-PERIODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 16  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

                MOVE ZEROS TO LIQUIDO TOTAL BRUTO
                PERFORM LOAD-EMPRESA
                PERFORM LOAD-CONTAB THRU FIM-LOAD-CONTAB
                PERFORM LOAD-ATS THRU FIM-LOAD-ATS
                PERFORM LOAD-PREVPAR THRU FIM-LOAD-PREVPAR
                PERFORM LOAD-CRECHEPAR THRU FIM-LOAD-CRECHEPAR
                PERFORM LOAD-COMPAR THRU FIM-LOAD-COMPAR
                PERFORM LOAD-CHECKPOINT
                MOVE ZEROS TO W-CODEMPRESA-FILTRO W-CODEMPRESA-ATE
                MOVE "N"   TO W-PARTICAO
                MOVE ZEROS TO W-CHAPA-FILTRO W-COMP-INF
                MOVE "N"   TO W-COMPLEMENTAR
                MOVE "M"   TO W-FREQ-RUN
                MOVE ZEROS TO W-PERIODO
                DISPLAY TELA.
       INC-OPA.
                ACCEPT TCHAPA-FILTRO.
                      GO TO INC-OPA.
       INC-OPB.
                ACCEPT TCODEMPRESA-FILTRO.
                ACCEPT TCODEMPRESA-ATE.
                IF W-CODEMPRESA-FILTRO = ZEROS
                   MOVE ZEROS TO W-CODEMPRESA-ATE.
                IF W-CODEMPRESA-ATE = ZEROS
                   MOVE W-CODEMPRESA-FILTRO TO W-CODEMPRESA-ATE.
                IF W-CODEMPRESA-ATE < W-CODEMPRESA-FILTRO
                   MOVE "*** EMPRESA FINAL MENOR QUE A INICIAL ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
                DISPLAY TCODEMPRESA-ATE.
      *    PARTICAO: CADA FAIXA DE EMPRESAS RODA EM PARALELO COM O SEU
      *    CHECKPOINT; DEPOIS A CONSOLIDACAO (C) JUNTA AS PARTICOES.
       INC-OPB1.
                ACCEPT TW-PARTICAO
                IF W-PARTICAO = "n"
                   MOVE "N" TO W-PARTICAO.
                IF W-PARTICAO = "p"
                   MOVE "P" TO W-PARTICAO.
                IF W-PARTICAO = "c"
                   MOVE "C" TO W-PARTICAO.
                IF W-PARTICAO NOT = "N" AND "P" AND "C"
                   MOVE "*** N=NORMAL P=PARTICAO C=CONSOLIDAR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB1.
                IF W-PARTICAO = "N"
                   GO TO INC-OPB2.
                IF W-COMPLEMENTAR = "S"
                   MOVE "*** COMPLEMENTAR NAO RODA EM PARTICAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB1.
                IF W-PARTICAO = "P" AND W-CODEMPRESA-FILTRO = ZEROS
                   MOVE "*** INFORME A FAIXA DA PARTICAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB.
                MOVE "N" TO W-PREVIA
                MOVE "M" TO W-FREQ-RUN
                MOVE ZEROS TO W-PERIODO
                DISPLAY TW-PREVIA TW-FREQ-RUN TW-PERIODO
                MOVE "N" TO W-RESTART
                MOVE ZEROS TO W-ULTCHAPA CONLIN1 CONPAG CONLIN
                              TOTAL-FGTS TOTAL-CNAB W-PENSAO-REGS
                              W-CNAB-DETS TOTAL-PIX W-PIX-DETS
                IF W-PARTICAO = "C"
                   MOVE ZEROS TO W-CODEMPRESA-FILTRO W-CODEMPRESA-ATE
                   DISPLAY TCODEMPRESA-FILTRO TCODEMPRESA-ATE
                   GO TO INC-OPC.
                MOVE W-CODEMPRESA-FILTRO TO W-CKPT-PART
                PERFORM LOAD-CHECKPOINT
                IF W-RESTART = "S"
                   MOVE W-CKPT-ATE TO W-CODEMPRESA-ATE
                   DISPLAY TCODEMPRESA-ATE.
                GO TO INC-OPC.
       INC-OPB2.
                ACCEPT TW-PREVIA
                IF W-PREVIA = "s"
                   MOVE "N" TO W-RESTART
                   MOVE ZEROS TO W-ULTCHAPA CONLIN1 CONPAG CONLIN
                                 TOTAL-FGTS TOTAL-CNAB W-PENSAO-REGS
                                 W-CNAB-DETS TOTAL-PIX W-PIX-DETS.
      *    FOLHA MENSAL (M) OU UM PERIODO DA QUINZENAL (Q) / SEMANAL
      *    (S), SO PARA QUEM TEM ESSA PERIODICIDADE NA FPP128. A
      *    FOLHA MENSAL DEVE RODAR DEPOIS DO ULTIMO PERIODO DO MES:
      *    ELA SOMA O FECHAMENTO DOS PERIODOS (TIPO FO) NAS GUIAS.
       INC-OPB3.
                ACCEPT TW-FREQ-RUN
                IF W-FREQ-RUN = "m"
                   MOVE "M" TO W-FREQ-RUN.
                IF W-FREQ-RUN = "q"
                   MOVE "Q" TO W-FREQ-RUN.
                IF W-FREQ-RUN = "s"
                   MOVE "S" TO W-FREQ-RUN.
                IF W-FREQ-RUN NOT = "M" AND "Q" AND "S"
                   MOVE "*** DIGITE M=MENSAL Q=QUINZENAL S=SEMANAL ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB3.
                IF W-FREQ-RUN = "M"
                   MOVE ZEROS TO W-PERIODO
                   DISPLAY TW-PERIODO
                   GO TO INC-OPC.
                IF W-COMPLEMENTAR = "S"
                   MOVE "*** COMPLEMENTAR SO NA FOLHA MENSAL ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB3.
                ACCEPT TW-PERIODO
                IF W-PERIODO = ZEROS
                   OR (W-FREQ-RUN = "Q" AND W-PERIODO > 2)
                   OR W-PERIODO > 4
                   MOVE "*** PERIODO INVALIDO (Q=1 A 2  S=1 A 4) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPB3.
                MOVE "N" TO W-RESTART
                MOVE ZEROS TO W-ULTCHAPA CONLIN1 CONPAG CONLIN
                              TOTAL-FGTS TOTAL-CNAB W-PENSAO-REGS
                              W-CNAB-DETS TOTAL-PIX W-PIX-DETS.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-PARTICAO = "C"
                   GO TO CONSOLIDA.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
      *
           ACCEPT W-EXPORT-DATA FROM DATE YYYYMMDD.
           MOVE W-EXPORT-DATA TO W-HIST-DATA W-TFGTS-DATA
                                 W-THOL-DATA W-TCNAB-DATA W-TPIX-DATA
                                 W-TGPS-DATA W-TCONTAB-DATA
                                 W-TPOST-DATA W-TCRIT-DATA.
           MOVE W-EXPORT-DATA(1:6) TO W-COMPETENCIA.
           MOVE W-EXPORT-DATA(1:4) TO W-ANO-SIS.
           MOVE W-EXPORT-DATA(5:2) TO W-MES-SIS.
      *    PARTICAO RETOMADA CONTINUA OS ARQUIVOS DO DIA EM QUE FOI
      *    INICIADA, NA COMPETENCIA GRAVADA NO PONTO DE CONTROLE.
           IF W-PARTICAO = "P" AND W-COMP-INF NOT = ZEROS
               MOVE W-COMP-INF      TO W-COMPETENCIA
               MOVE W-COMP-INF(1:4) TO W-ANO-SIS
               MOVE W-COMP-INF(5:2) TO W-MES-SIS.
           IF W-PARTICAO = "P" AND W-RESTART = "S"
               MOVE W-CKPT-DATA-ARQ TO W-EXPORT-DATA W-HIST-DATA
                                 W-TFGTS-DATA W-THOL-DATA W-TCNAB-DATA
                                 W-TPIX-DATA W-TGPS-DATA W-TCONTAB-DATA
                                 W-TPOST-DATA W-TCRIT-DATA
               MOVE W-CKPT-COMP      TO W-COMPETENCIA
               MOVE W-CKPT-COMP(1:4) TO W-ANO-SIS
               MOVE W-CKPT-COMP(5:2) TO W-MES-SIS.
      *---------------[ MODO COMPLEMENTAR: COMPETENCIA INFORMADA ]------
           IF W-COMPLEMENTAR = "S"
               MOVE W-COMP-INF      TO W-COMPETENCIA
               MOVE W-COMP-INF(1:4) TO W-ANO-SIS
               MOVE W-COMP-INF(5:2) TO W-MES-SIS
               MOVE "ARQ12COMP_" TO W-THOL-NOME(1:10)
               MOVE "ARQ13COMP_" TO W-TCNAB-NOME(1:10)
               MOVE "ARQ93COMP_" TO W-TPIX-NOME(1:10).
      *    A PREVIA PODE RECALCULAR UMA COMPETENCIA JA PROCESSADA
      *    (CONFERENCIA CONTRA A BASE SALVA NO FPP163).
           IF W-PREVIA = "S" AND W-COMP-INF NOT = ZEROS
               MOVE W-COMP-INF      TO W-COMPETENCIA
               MOVE W-COMP-INF(1:4) TO W-ANO-SIS
               MOVE W-COMP-INF(5:2) TO W-MES-SIS.
           IF W-FREQ-RUN NOT = "M" AND W-COMP-INF NOT = ZEROS
               MOVE W-COMP-INF      TO W-COMPETENCIA
               MOVE W-COMP-INF(1:4) TO W-ANO-SIS
               MOVE W-COMP-INF(5:2) TO W-MES-SIS.
           IF W-FREQ-RUN NOT = "M"
               PERFORM MONTA-PERIODO THRU FIM-MONTA-PERIODO
               MOVE "ARQ12PER" TO W-THOL-NOME(1:8)
               MOVE W-PER-TIPO TO W-THOL-NOME(9:2)
               MOVE "ARQ13PER" TO W-TCNAB-NOME(1:8)
               MOVE W-PER-TIPO TO W-TCNAB-NOME(9:2)
               MOVE "ARQ93PER" TO W-TPIX-NOME(1:8)
               MOVE W-PER-TIPO TO W-TPIX-NOME(9:2).
           PERFORM LOAD-VECTOR-IRRF.
           PERFORM LOAD-VECTOR-INSS.
           PERFORM LOAD-SALFAM THRU FIM-LOAD-SALFAM.
           PERFORM CALC-DIAS-UTEIS THRU FIM-CALC-DIAS-UTEIS.
           IF W-PREVIA = "S"
               MOVE "PREV2" TO W-HIST-NOME(1:5)
               MOVE "PRVCNAB13_" TO W-TCNAB-NOME(1:10)
               MOVE "PRVPIXF93_" TO W-TPIX-NOME(1:10).
           IF W-PREVIA NOT = "S" AND W-COMPLEMENTAR NOT = "S"
               PERFORM CHECA-COMPETENCIA THRU FIM-CHECA-COMPETENCIA
               IF W-COMP-FECHADA = "S"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    A PRIMEIRA FOLHA DE JANEIRO SO RODA COM A VIRADA DE ANO
      *    LIBERADA NO FPP161 (CHECKLIST LIMPO OU DUPLO CONTROLE).
           IF W-PREVIA NOT = "S" AND W-MES-SIS = 01
               PERFORM CHECA-VIRADA THRU FIM-CHECA-VIRADA
               IF W-VIRADA-OK NOT = "S"
                   MOVE "*** VIRADA DE ANO PENDENTE - VEJA FPP161 ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           IF W-PARTICAO = "P"
               PERFORM MONTA-PARTICAO THRU FIM-MONTA-PARTICAO.
           IF W-RESTART = "S"
               OPEN EXTEND TARQFUNC
           ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "FPP015" TO SPL-EXT-PROGR.
           MOVE W-TARQFUNC-NOME TO SPL-EXT-ARQUIVO.
      *
           IF W-RESTART = "S"
               OPEN EXTEND THIST
           IF W-PREVIA = "S"
               GO TO INC-OPTF.
           IF W-RESTART = "S" OR W-COMPLEMENTAR = "S"
              OR W-FREQ-RUN NOT = "M"
               OPEN I-O ARQPROC
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                   OPEN OUTPUT ARQPROC
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           PERFORM BUSCA-DATA-PGTO THRU FIM-BUSCA-DATA-PGTO.
           IF W-RESTART = "S"
               OPEN EXTEND TCNAB
           ELSE
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           IF W-RESTART NOT = "S"
               MOVE W-DATA-PGTO TO CNAB-H-DATA
               WRITE REGCNAB FROM CNAB-HEADER.
      *
           IF W-RESTART = "S"
               OPEN EXTEND TPIX
           ELSE
               OPEN OUTPUT TPIX.
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PIX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           IF W-RESTART NOT = "S"
               MOVE W-DATA-PGTO TO PXR-H-DATA
               WRITE REGTPIX FROM PXR-HEADER.

       INC-OP1.
           OPEN INPUT ARQCARG
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT ARQDOCSF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      MOVE "N" TO W-TEM-DOCSF
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DOS DOCUMENTOS SAL.FAM."
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.

           OPEN I-O ARQFALTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT ARQSUBST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      MOVE "N" TO W-TEM-SUBST
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DAS SUBSTITUICOES"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT ARQSOBRE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      MOVE "N" TO W-TEM-SOBRE
                      MOVE "00" TO ST-ERRO
               ELSE
                      MOVE "ERRO NA ABERTURA DO SOBREAVISO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.

       INC-OPRES.
           OPEN I-O ARQRESUL
           IF ST-ERRO NOT = "00"
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
           IF W-PREVIA = "S"
               OPEN OUTPUT ARQPRVDET
               IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRVDET"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN INPUT ARQMULTV
           IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   CLOSE ARQSIND ARQSINDV.

           OPEN INPUT ARQPLANO
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-SAUDE
               MOVE "00" TO ST-ERRO.
           IF W-TEM-SAUDE = "S"
               OPEN INPUT ARQADESAO
               IF ST-ERRO NOT = "00"
                   MOVE "N"  TO W-TEM-SAUDE
                   MOVE "00" TO ST-ERRO
                   CLOSE ARQPLANO.
           OPEN INPUT ARQCOPART
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-COPART
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQSEGVD
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-SEGVD
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQPREV
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-PREV
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQCRECHE
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-CRECHE
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQRECARGA
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-RECARGA
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQPIX
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-PIX
               MOVE "00" TO ST-ERRO.
           IF W-PREVIA NOT = "S"
               OPEN I-O ARQNOTIF
               IF ST-NOT = "30" OR ST-NOT = "35"
                   OPEN OUTPUT ARQNOTIF
                   CLOSE ARQNOTIF
                   OPEN I-O ARQNOTIF.
           IF W-PREVIA NOT = "S" AND ST-NOT = "00"
               MOVE "S" TO W-TEM-NOTIF.
           MOVE "00" TO ST-NOT.
           OPEN INPUT ARQFREQ
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-FREQ
               MOVE "00" TO ST-ERRO.

       INC-OPPEN.
           OPEN I-O ARQDESCPEN
           IF ST-ERRO NOT = "00"
           MOVE W-TOT-DSR TO TOTDSR.
           WRITE REGARQFUNC FROM LINDSR.
           WRITE REGHIST FROM LINDSR.
           MOVE W-TOT-DSR-COM TO TOTDSRCOM.
           WRITE REGARQFUNC FROM LINDSRCOM.
           WRITE REGHIST FROM LINDSRCOM.
           MOVE TOTAL-FGTS TO TOTFGTS.
           WRITE REGFGTS FROM LINFGTS-TOTAL.
           CLOSE TFGTS.
           MOVE TOTAL-CNAB TO CNAB-T-VALOR.
           WRITE REGCNAB FROM CNAB-TRAILER.
           CLOSE TCNAB.
           MOVE W-PIX-DETS TO PXR-T-QTDE.
           MOVE TOTAL-PIX TO PXR-T-VALOR.
           WRITE REGTPIX FROM PXR-TRAILER.
           CLOSE TPIX.
           IF W-PREVIA NOT = "S" AND W-QTDE-CNAB > ZEROS
              AND W-PARTICAO NOT = "P"
               MOVE "CNAB" TO ITF-EXT-TIPO
               MOVE W-TCNAB-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-QTDE-CNAB TO ITF-EXT-QTDE
               MOVE TOTAL-CNAB TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           IF W-PREVIA NOT = "S" AND W-PIX-DETS > ZEROS
              AND W-PARTICAO NOT = "P"
               MOVE "PIX" TO ITF-EXT-TIPO
               MOVE W-TPIX-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-PIX-DETS TO ITF-EXT-QTDE
               MOVE TOTAL-PIX TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           CLOSE THIST.
           CLOSE ARQPROC.
           IF W-TEM-PONTO = "S"
               CLOSE ARQBANCO.
           IF W-TEM-SIND = "S"
               CLOSE ARQSIND ARQSINDV ARQSINDOP.
           IF W-TEM-SAUDE = "S"
               CLOSE ARQPLANO ARQADESAO.
           IF W-TEM-COPART = "S"
               CLOSE ARQCOPART.
           IF W-TEM-SEGVD = "S"
               CLOSE ARQSEGVD.
           IF W-TEM-PREV = "S"
               CLOSE ARQPREV.
           IF W-TEM-CRECHE = "S"
               CLOSE ARQCRECHE.
           IF W-TEM-RECARGA = "S"
               CLOSE ARQRECARGA.
           IF W-TEM-PIX = "S"
               CLOSE ARQPIX.
           IF W-TEM-FREQ = "S"
               CLOSE ARQFREQ.
           IF W-TEM-NOTIF = "S"
               CLOSE ARQNOTIF.
           IF W-TEM-PENSAO = "S"
               CLOSE ARQPENSAO WRKPENSAO.
           IF W-TEM-EMPREST = "S"
               CLOSE ARQBHORA.
           IF W-TEM-AFAST = "S"
               CLOSE ARQAFAST WRKAFAST.
           IF W-TEM-SUBST = "S"
               CLOSE ARQSUBST WRKSUBST.
           IF W-TEM-SOBRE = "S"
               CLOSE ARQSOBRE WRKSOBRE.
           IF W-TEM-FALTA = "S"
               CLOSE ARQFALTA.
           IF W-TEM-DEPE = "S"
               CLOSE ARQDEPE.
           IF W-TEM-DOCSF = "S"
               CLOSE ARQDOCSF.
           IF W-TEM-LANC = "S"
               CLOSE ARQLANC ARQEVEN WRKLANC.
           IF W-TEM-RETRO = "S"
           IF W-PREVIA = "S"
               PERFORM COMPARA-ANTERIOR THRU FIM-COMPARA-ANTERIOR.
           CLOSE ARQRESUL ARQRESDET ARQDESCPEN.
           IF W-PREVIA = "S"
               CLOSE ARQPRVDET.
      *    GUIAS E CONTABILIZACAO SAO DO MES: SAEM NA FOLHA MENSAL,
      *    QUE INCLUI O FECHAMENTO DOS PERIODOS (ENCARGOS-PERIODO).
      *    NA PARTICAO ELAS SO SAEM NA CONSOLIDACAO.
           IF W-PARTICAO = "P"
               PERFORM FECHA-PARTICAO THRU FIM-FECHA-PARTICAO.
           IF W-PREVIA NOT = "S" AND W-FREQ-RUN = "M"
              AND W-PARTICAO NOT = "P"
               PERFORM GERA-GUIAS THRU FIM-GERA-GUIAS
               PERFORM GERA-CONTAB THRU FIM-GERA-CONTAB
               IF W-COMPLEMENTAR NOT = "S"
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *----------------[ PARTICAO DA FOLHA POR FAIXA DE EMPRESAS ]-------
      *    CADA PARTICAO GRAVA OS SEUS ARQUIVOS COM A EXTENSAO .NNN
      *    (PRIMEIRA EMPRESA DA FAIXA) E FICA ANOTADA NO ARQPARTF. AS
      *    FAIXAS DE UMA COMPETENCIA NAO PODEM SE SOBREPOR.
       MONTA-PARTICAO.
           OPEN I-O ARQPARTF.
           IF ST-ERRO = "35"
               OPEN OUTPUT ARQPARTF
               CLOSE ARQPARTF
               OPEN I-O ARQPARTF.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPARTF" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-COMPETENCIA TO PRT-COMPETENCIA.
           MOVE ZEROS TO PRT-EMPR-DE.
           START ARQPARTF KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
               GO TO MONTA-PARTICAO-2.
       MONTA-PARTICAO-1.
           READ ARQPARTF NEXT
               AT END
               GO TO MONTA-PARTICAO-2.
           IF PRT-COMPETENCIA NOT = W-COMPETENCIA
               GO TO MONTA-PARTICAO-2.
           IF PRT-EMPR-DE = W-CODEMPRESA-FILTRO
               GO TO MONTA-PARTICAO-1.
           IF PRT-EMPR-DE > W-CODEMPRESA-ATE
              OR PRT-EMPR-ATE < W-CODEMPRESA-FILTRO
               GO TO MONTA-PARTICAO-1.
           MOVE PRT-EMPR-DE  TO W-PM-DE.
           MOVE PRT-EMPR-ATE TO W-PM-ATE.
           MOVE " JA COBRE PARTE DA FAIXA" TO W-PM-TEXTO.
           GO TO MONTA-PARTICAO-8.
       MONTA-PARTICAO-2.
           MOVE W-COMPETENCIA       TO PRT-COMPETENCIA.
           MOVE W-CODEMPRESA-FILTRO TO PRT-EMPR-DE.
           READ ARQPARTF
               INVALID KEY
               MOVE "23" TO ST-ERRO.
           IF ST-ERRO = "00" AND PRT-STATUS = "M"
               MOVE PRT-EMPR-DE  TO W-PM-DE
               MOVE PRT-EMPR-ATE TO W-PM-ATE
               MOVE " JA FOI CONSOLIDADA" TO W-PM-TEXTO
               GO TO MONTA-PARTICAO-8.
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO PRT-QTD-FUNC PRT-CNAB-QTDE PRT-CNAB-VALOR
                             PRT-PIX-QTDE PRT-PIX-VALOR PRT-DATA-CONS.
           IF ST-ERRO NOT = "00" OR W-RESTART NOT = "S"
               ACCEPT PRT-DATA-INI FROM DATE YYYYMMDD
               ACCEPT PRT-HORA-INI FROM TIME.
           MOVE W-CODEMPRESA-ATE TO PRT-EMPR-ATE.
           MOVE "P"              TO PRT-STATUS.
           MOVE W-EXPORT-DATA    TO PRT-DATA-ARQ.
           MOVE SESS-EXT-USUARIO TO PRT-USUARIO.
           MOVE ZEROS TO PRT-DATA-FIM PRT-HORA-FIM.
           IF ST-ERRO = "00"
               REWRITE REGPARTF
           ELSE
               WRITE REGPARTF.
           CLOSE ARQPARTF.
           MOVE "00" TO ST-ERRO.
           MOVE W-CODEMPRESA-FILTRO TO W-PART-EXT-EMP.
           MOVE W-PART-EXT TO W-TARQFUNC-NOME(18:4)
                              W-TFGTS-NOME(18:4)
                              W-THOL-NOME(19:4)
                              W-TCNAB-NOME(19:4)
                              W-TPIX-NOME(19:4)
                              W-TAPROV-NOME(19:4)
                              W-TCRIT-NOME(19:4)
                              W-TPOST-NOME(19:4)
                              W-HIST-NOME(14:4)
                              W-PROC-NOME(8:4).
           GO TO FIM-MONTA-PARTICAO.
       MONTA-PARTICAO-8.
           CLOSE ARQPARTF.
           MOVE W-PART-MENS TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
       FIM-MONTA-PARTICAO.
           CONTINUE.

      *    PARTICAO CONCLUIDA: LIBERA O PONTO DE CONTROLE E GUARDA OS
      *    TOTAIS DE CNAB/PIX PARA OS TRAILERS DA CONSOLIDACAO.
       FECHA-PARTICAO.
           PERFORM CLOSE-CHECKPOINT.
           OPEN I-O ARQPARTF.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-FECHA-PARTICAO.
           MOVE W-COMPETENCIA       TO PRT-COMPETENCIA.
           MOVE W-CODEMPRESA-FILTRO TO PRT-EMPR-DE.
           READ ARQPARTF
               INVALID KEY
               MOVE "23" TO ST-ERRO.
           IF ST-ERRO = "00"
               MOVE "C"          TO PRT-STATUS
               ACCEPT PRT-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT PRT-HORA-FIM FROM TIME
               MOVE CONLIN1      TO PRT-QTD-FUNC
               MOVE W-QTDE-CNAB  TO PRT-CNAB-QTDE
               MOVE TOTAL-CNAB   TO PRT-CNAB-VALOR
               MOVE W-PIX-DETS   TO PRT-PIX-QTDE
               MOVE TOTAL-PIX    TO PRT-PIX-VALOR
               REWRITE REGPARTF.
           CLOSE ARQPARTF.
           MOVE "00" TO ST-ERRO.
       FIM-FECHA-PARTICAO.
           CONTINUE.

      *----------------[ CONSOLIDACAO DAS PARTICOES ]---------------------
      *    COM TODAS AS PARTICOES DA COMPETENCIA CONCLUIDAS, JUNTA AS
      *    REMESSAS CNAB/PIX (UM HEADER, OS DETALHES DE CADA PARTICAO
      *    E UM TRAILER COM A SOMA) E O ARQPROC DA CONCILIACAO (FPP026).
      *    GUIAS E CONTABILIZACAO SAO REFEITAS DO FECHAMENTO GRAVADO
      *    (ARQRESUL TIPO FO), COMO NOS PERIODOS, E SAEM UMA SO VEZ.
       CONSOLIDA.
           ACCEPT W-EXPORT-DATA FROM DATE YYYYMMDD.
           MOVE W-EXPORT-DATA TO W-TCNAB-DATA W-TPIX-DATA
                                 W-TGPS-DATA W-TCONTAB-DATA.
           MOVE W-EXPORT-DATA(1:6) TO W-COMPETENCIA.
           IF W-COMP-INF NOT = ZEROS
               MOVE W-COMP-INF TO W-COMPETENCIA.
           MOVE W-COMPETENCIA(1:4) TO W-ANO-SIS.
           MOVE W-COMPETENCIA(5:2) TO W-MES-SIS.
           PERFORM CARREGA-PARTICOES THRU FIM-CARREGA-PARTICOES.
           IF W-QTD-PART = ZEROS
               MOVE "*** NENHUMA PARTICAO NA COMPETENCIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-PART-ERRO NOT = ZEROS
               MOVE "*** MAIS DE 50 PARTICOES NA COMPETENCIA ***"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-PART-PEND NOT = ZEROS
               MOVE " AINDA NAO CONCLUIDA" TO W-PM-TEXTO
               MOVE W-PART-MENS TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM CHECA-COMPETENCIA THRU FIM-CHECA-COMPETENCIA.
           IF W-COMP-FECHADA = "S"
               MOVE "*** COMPETENCIA FECHADA - VEJA FPP048 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM BUSCA-DATA-PGTO THRU FIM-BUSCA-DATA-PGTO.
           MOVE ZEROS TO W-CODEMPRESA-FILTRO W-CODEMPRESA-ATE.
           PERFORM JUNTA-CNAB THRU FIM-JUNTA-CNAB.
           PERFORM JUNTA-PIX THRU FIM-JUNTA-PIX.
           PERFORM JUNTA-PROC THRU FIM-JUNTA-PROC.
           PERFORM REFAZ-ENCARGOS THRU FIM-REFAZ-ENCARGOS.
           PERFORM GERA-GUIAS THRU FIM-GERA-GUIAS.
           PERFORM GERA-CONTAB THRU FIM-GERA-CONTAB.
           IF W-QTDE-CNAB > ZEROS
               MOVE "CNAB" TO ITF-EXT-TIPO
               MOVE W-TCNAB-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-QTDE-CNAB TO ITF-EXT-QTDE
               MOVE TOTAL-CNAB TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           IF W-PIX-DETS > ZEROS
               MOVE "PIX" TO ITF-EXT-TIPO
               MOVE W-TPIX-NOME TO ITF-EXT-ARQUIVO
               MOVE W-DATA-PGTO TO ITF-EXT-REFER
               MOVE W-PIX-DETS TO ITF-EXT-QTDE
               MOVE TOTAL-PIX TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
           PERFORM MARCA-CONSOLIDADA THRU FIM-MARCA-CONSOLIDADA.
           MOVE "FPP015" TO SPL-EXT-PROGR.
           MOVE W-TGPS-NOME TO SPL-EXT-ARQUIVO.
           MOVE "*** PARTICOES CONSOLIDADAS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *    LE AS PARTICOES DA COMPETENCIA, SOMA OS TOTAIS DE CNAB/PIX E
      *    DEIXA NO FILTRO A MENOR E A MAIOR EMPRESA DAS FAIXAS.
       CARREGA-PARTICOES.
           MOVE ZEROS TO W-QTD-PART W-PART-PEND W-PART-ERRO
                         W-QTDE-CNAB TOTAL-CNAB W-PIX-DETS TOTAL-PIX
                         W-CODEMPRESA-ATE.
           MOVE 999 TO W-CODEMPRESA-FILTRO.
           OPEN INPUT ARQPARTF.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-CARREGA-PARTICOES.
           MOVE W-COMPETENCIA TO PRT-COMPETENCIA.
           MOVE ZEROS TO PRT-EMPR-DE.
           START ARQPARTF KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
               GO TO CARREGA-PARTICOES-9.
       CARREGA-PARTICOES-1.
           READ ARQPARTF NEXT
               AT END
               GO TO CARREGA-PARTICOES-9.
           IF PRT-COMPETENCIA NOT = W-COMPETENCIA
               GO TO CARREGA-PARTICOES-9.
           IF PRT-STATUS = "P" AND W-PART-PEND = ZEROS
               MOVE PRT-EMPR-DE  TO W-PART-PEND W-PM-DE
               MOVE PRT-EMPR-ATE TO W-PM-ATE.
           IF W-QTD-PART NOT < 50
               MOVE 1 TO W-PART-ERRO
               GO TO CARREGA-PARTICOES-9.
           ADD 1 TO W-QTD-PART.
           MOVE PRT-EMPR-DE  TO TPT-EMPR-DE(W-QTD-PART).
           MOVE PRT-EMPR-ATE TO TPT-EMPR-ATE(W-QTD-PART).
           MOVE PRT-DATA-ARQ TO TPT-DATA-ARQ(W-QTD-PART).
           ADD PRT-CNAB-QTDE  TO W-QTDE-CNAB.
           ADD PRT-CNAB-VALOR TO TOTAL-CNAB.
           ADD PRT-PIX-QTDE   TO W-PIX-DETS.
           ADD PRT-PIX-VALOR  TO TOTAL-PIX.
           IF PRT-EMPR-DE < W-CODEMPRESA-FILTRO
               MOVE PRT-EMPR-DE TO W-CODEMPRESA-FILTRO.
           IF PRT-EMPR-ATE > W-CODEMPRESA-ATE
               MOVE PRT-EMPR-ATE TO W-CODEMPRESA-ATE.
           GO TO CARREGA-PARTICOES-1.
       CARREGA-PARTICOES-9.
           CLOSE ARQPARTF.
           MOVE "00" TO ST-ERRO.
       FIM-CARREGA-PARTICOES.
           CONTINUE.

       JUNTA-CNAB.
           OPEN OUTPUT TCNAB.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO CNAB" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-DATA-PGTO TO CNAB-H-DATA.
           WRITE REGCNAB FROM CNAB-HEADER.
           MOVE "ARQUIVO13_" TO W-TPARTARQ-PREF.
           MOVE ZEROS TO W-IND-PART.
       JUNTA-CNAB-1.
           ADD 1 TO W-IND-PART.
           IF W-IND-PART > W-QTD-PART
               GO TO JUNTA-CNAB-9.
           PERFORM ABRE-PARTARQ THRU FIM-ABRE-PARTARQ.
       JUNTA-CNAB-2.
           READ TPARTARQ
               AT END
               CLOSE TPARTARQ
               GO TO JUNTA-CNAB-1.
           IF REGPARTARQ(1:1) = "0" OR REGPARTARQ(1:1) = "9"
               GO TO JUNTA-CNAB-2.
           WRITE REGCNAB FROM REGPARTARQ.
           GO TO JUNTA-CNAB-2.
       JUNTA-CNAB-9.
           MOVE W-QTDE-CNAB TO CNAB-T-QTDE.
           MOVE TOTAL-CNAB TO CNAB-T-VALOR.
           WRITE REGCNAB FROM CNAB-TRAILER.
           CLOSE TCNAB.
       FIM-JUNTA-CNAB.
           CONTINUE.

       JUNTA-PIX.
           OPEN OUTPUT TPIX.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO PIX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-DATA-PGTO TO PXR-H-DATA.
           WRITE REGTPIX FROM PXR-HEADER.
           MOVE "ARQUIVO93_" TO W-TPARTARQ-PREF.
           MOVE ZEROS TO W-IND-PART.
       JUNTA-PIX-1.
           ADD 1 TO W-IND-PART.
           IF W-IND-PART > W-QTD-PART
               GO TO JUNTA-PIX-9.
           PERFORM ABRE-PARTARQ THRU FIM-ABRE-PARTARQ.
       JUNTA-PIX-2.
           READ TPARTARQ
               AT END
               CLOSE TPARTARQ
               GO TO JUNTA-PIX-1.
           IF REGPARTARQ(1:1) = "0" OR REGPARTARQ(1:1) = "9"
               GO TO JUNTA-PIX-2.
           WRITE REGTPIX FROM REGPARTARQ.
           GO TO JUNTA-PIX-2.
       JUNTA-PIX-9.
           MOVE W-PIX-DETS TO PXR-T-QTDE.
           MOVE TOTAL-PIX TO PXR-T-VALOR.
           WRITE REGTPIX FROM PXR-TRAILER.
           CLOSE TPIX.
       FIM-JUNTA-PIX.
           CONTINUE.

      *    A REMESSA DA PARTICAO TEM QUE EXISTIR: SEM ELA O TRAILER
      *    CONSOLIDADO NAO BATERIA COM OS DETALHES.
       ABRE-PARTARQ.
           MOVE TPT-DATA-ARQ(W-IND-PART) TO W-TPARTARQ-DATA.
           MOVE TPT-EMPR-DE(W-IND-PART)  TO W-TPARTARQ-EMP.
           OPEN INPUT TPARTARQ.
           IF ST-ERRO = "00"
               GO TO FIM-ABRE-PARTARQ.
           CLOSE TCNAB TPIX.
           MOVE TPT-EMPR-DE(W-IND-PART)  TO W-PM-DE.
           MOVE TPT-EMPR-ATE(W-IND-PART) TO W-PM-ATE.
           MOVE " SEM ARQUIVO " TO W-PM-TEXTO.
           MOVE W-TPARTARQ-PREF(8:2) TO W-PM-TEXTO(14:2).
           MOVE W-PART-MENS TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
       FIM-ABRE-PARTARQ.
           CONTINUE.

       JUNTA-PROC.
           OPEN OUTPUT ARQPROC.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO ARQPROC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE ZEROS TO W-IND-PART.
       JUNTA-PROC-1.
           ADD 1 TO W-IND-PART.
           IF W-IND-PART > W-QTD-PART
               GO TO JUNTA-PROC-9.
           MOVE TPT-EMPR-DE(W-IND-PART) TO W-PROCP-EMP.
           OPEN INPUT ARQPROCP.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO JUNTA-PROC-1.
       JUNTA-PROC-2.
           READ ARQPROCP NEXT
               AT END
               CLOSE ARQPROCP
               GO TO JUNTA-PROC-1.
           MOVE PROCP-CHAPA TO PROC-CHAPA.
           WRITE REGPROC
               INVALID KEY
               CONTINUE.
           GO TO JUNTA-PROC-2.
       JUNTA-PROC-9.
           CLOSE ARQPROC.
           MOVE "00" TO ST-ERRO.
       FIM-JUNTA-PROC.
           CONTINUE.

      *    ENCARGOS, MATERNIDADE E RATEIO DOS FUNCIONARIOS DAS FAIXAS,
      *    A PARTIR DO FECHAMENTO (TIPO FO) GRAVADO POR CADA PARTICAO.
       REFAZ-ENCARGOS.
           MOVE ZEROS TO W-QTD-EMPR W-QTD-RD W-QTD-MATERN W-QTD-MULTV.
           OPEN INPUT ARQFUNC.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO FUNCIONARIOS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQRESUL.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRESUL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQRESDET.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRESDET" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT ARQRATEIO.
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-RATEIO
               MOVE "00" TO ST-ERRO.
           OPEN INPUT ARQMULTV.
           IF ST-ERRO NOT = "00"
               MOVE "N"  TO W-TEM-MULTV
               MOVE "00" TO ST-ERRO.
       REFAZ-ENCARGOS-1.
           READ ARQFUNC NEXT
               AT END
               GO TO REFAZ-ENCARGOS-9.
           MOVE ZEROS TO W-IND-PART.
       REFAZ-ENCARGOS-2.
           ADD 1 TO W-IND-PART.
           IF W-IND-PART > W-QTD-PART
               GO TO REFAZ-ENCARGOS-1.
           IF CODEMPRESA < TPT-EMPR-DE(W-IND-PART)
              OR CODEMPRESA > TPT-EMPR-ATE(W-IND-PART)
               GO TO REFAZ-ENCARGOS-2.
           MOVE CHAPA         TO RES-CHAPA.
           MOVE W-COMPETENCIA TO RES-COMPETENCIA.
           MOVE "FO"          TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO REFAZ-ENCARGOS-1.
           MOVE RES-BRUTO   TO BRUTO.
           MOVE RES-INSS    TO INSS.
           MOVE RES-IRRF    TO LIQUIDO.
           MOVE RES-FGTS    TO FGTS.
           MOVE RES-VT      TO VT-DESCONTO.
           MOVE RES-VR      TO VR-BENEFICIO.
           MOVE RES-LIQUIDO TO SALLIQUIDO.
           PERFORM LE-DET-ENCARGOS THRU FIM-LE-DET-ENCARGOS.
           IF W-VALOR-MATERN > ZEROS
               PERFORM ANOTA-MATERN THRU FIM-ANOTA-MATERN.
           IF W-TEM-MULTV = "S"
               MOVE CHAPA         TO MTV-CHAPA
               MOVE W-COMPETENCIA TO MTV-COMPETENCIA
               READ ARQMULTV
                   INVALID KEY
                   MOVE SPACES TO MTV-STATUS
               END-READ
               IF MTV-STATUS = "A" AND MTV-BASE-EXT > ZEROS
                   ADD 1 TO W-QTD-MULTV.
           PERFORM ACUMULA-ENCARGOS THRU FIM-ACUMULA-ENCARGOS.
           PERFORM ACUMULA-RATEIO THRU FIM-ACUMULA-RATEIO.
           GO TO REFAZ-ENCARGOS-1.
       REFAZ-ENCARGOS-9.
           CLOSE ARQFUNC ARQRESUL ARQRESDET.
           MOVE "00" TO ST-ERRO.
       FIM-REFAZ-ENCARGOS.
           CONTINUE.

      *    MATERNIDADE (MAT) E CONTRAPARTIDA DO PGBL (PVE) DA MEMORIA
      *    DE CALCULO DO FECHAMENTO. QUEM RECEBE POR PERIODO SO TEM
      *    MEMORIA NOS TIPOS Q1/Q2 OU S1 A S4: SOMA TODOS OS PERIODOS
      *    DO MES (A PVE SO VEM NO ULTIMO, A MAT EM CADA UM).
       LE-DET-ENCARGOS.
           MOVE ZEROS TO W-VALOR-MATERN W-PREV-EMPR.
           MOVE CHAPA         TO DET-CHAPA.
           MOVE W-COMPETENCIA TO DET-COMPETENCIA.
           MOVE "FO"          TO DET-TIPO.
           MOVE ZEROS         TO DET-SEQ.
           START ARQRESDET KEY IS NOT LESS THAN DET-KEY
               INVALID KEY
               GO TO FIM-LE-DET-ENCARGOS.
       LE-DET-ENCARGOS-1.
           READ ARQRESDET NEXT
               AT END
               GO TO FIM-LE-DET-ENCARGOS.
           IF DET-CHAPA NOT = CHAPA
              OR DET-COMPETENCIA NOT = W-COMPETENCIA
               GO TO FIM-LE-DET-ENCARGOS.
           IF DET-TIPO NOT = "FO"
              AND DET-TIPO (1:1) NOT = "Q" AND NOT = "S"
               GO TO LE-DET-ENCARGOS-1.
           IF DET-EVENTO = "MAT"
               ADD DET-VALOR TO W-VALOR-MATERN.
           IF DET-EVENTO = "PVE"
               ADD DET-VALOR TO W-PREV-EMPR.
           GO TO LE-DET-ENCARGOS-1.
       FIM-LE-DET-ENCARGOS.
           MOVE "00" TO ST-ERRO.

       MARCA-CONSOLIDADA.
           OPEN I-O ARQPARTF.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-MARCA-CONSOLIDADA.
           MOVE ZEROS TO W-IND-PART.
       MARCA-CONSOLIDADA-1.
           ADD 1 TO W-IND-PART.
           IF W-IND-PART > W-QTD-PART
               GO TO MARCA-CONSOLIDADA-9.
           MOVE W-COMPETENCIA TO PRT-COMPETENCIA.
           MOVE TPT-EMPR-DE(W-IND-PART) TO PRT-EMPR-DE.
           READ ARQPARTF
               INVALID KEY
               GO TO MARCA-CONSOLIDADA-1.
           MOVE "M" TO PRT-STATUS.
           ACCEPT PRT-DATA-CONS FROM DATE YYYYMMDD.
           REWRITE REGPARTF.
           GO TO MARCA-CONSOLIDADA-1.
       MARCA-CONSOLIDADA-9.
           CLOSE ARQPARTF.
           MOVE "00" TO ST-ERRO.
       FIM-MARCA-CONSOLIDADA.
           CONTINUE.

      *----------------[ GRADE SALARIAL POR CARGO E NIVEL ]---------------
      *    QUANDO EXISTE LINHA ATIVA NA GRADE PARA O CARGO E O NIVEL
      *    DO FUNCIONARIO, O SALARIO DA GRADE SUBSTITUI O SALARIOBASE
           PERFORM EXTRAI-LANC THRU FIM-EXTRAI-LANC.
           PERFORM EXTRAI-AFAST THRU FIM-EXTRAI-AFAST.
           PERFORM EXTRAI-PENSAO THRU FIM-EXTRAI-PENSAO.
           PERFORM EXTRAI-SUBST THRU FIM-EXTRAI-SUBST.
           PERFORM EXTRAI-SOBRE THRU FIM-EXTRAI-SOBRE.
           MOVE "00" TO ST-ERRO.
       FIM-EXTRAI-MOVIMENTOS.
           CONTINUE.
               GO TO EXTRAI-PONTO-9.
           IF PONTO-COMPETENCIA NOT = W-COMPETENCIA
               GO TO EXTRAI-PONTO-1.
           IF W-FREQ-RUN NOT = "M"
              AND (PONTO-DATA < W-PER-INI OR PONTO-DATA > W-PER-FIM)
               GO TO EXTRAI-PONTO-1.
           WRITE WPON-REG FROM REGPONTO.
           GO TO EXTRAI-PONTO-1.
       EXTRAI-PONTO-9.
               GO TO EXTRAI-LANC-9.
           IF LAN-COMPETENCIA NOT = W-COMPETENCIA
               GO TO EXTRAI-LANC-1.
      *    NO PAGAMENTO POR PERIODO O LANCAMENTO ENTRA NO PERIODO DA
      *    SUA DATA; SEM DATA, SO NO ULTIMO PERIODO DO MES.
           IF W-FREQ-RUN NOT = "M" AND LAN-DATA = ZEROS
              AND W-PER-PARCIAL = "S"
               GO TO EXTRAI-LANC-1.
           IF W-FREQ-RUN NOT = "M" AND LAN-DATA NOT = ZEROS
              AND (LAN-DATA < W-PER-INI OR LAN-DATA > W-PER-FIM)
               GO TO EXTRAI-LANC-1.
           WRITE WLAN-REG FROM REGLANC.
           GO TO EXTRAI-LANC-1.
       EXTRAI-LANC-9.
       FIM-EXTRAI-AFAST.
           CONTINUE.

       EXTRAI-SUBST.
           IF W-TEM-SUBST NOT = "S"
               GO TO FIM-EXTRAI-SUBST.
           OPEN OUTPUT WRKSUBST.
           MOVE ZEROS TO SUB-KEY.
           START ARQSUBST KEY IS NOT LESS THAN SUB-KEY
               INVALID KEY
               GO TO EXTRAI-SUBST-9.
       EXTRAI-SUBST-1.
           READ ARQSUBST NEXT
               AT END
               GO TO EXTRAI-SUBST-9.
           IF SUB-STATUS NOT = "A"
               GO TO EXTRAI-SUBST-1.
           WRITE WSUB-REG FROM REGSUBST.
           GO TO EXTRAI-SUBST-1.
       EXTRAI-SUBST-9.
           CLOSE WRKSUBST.
           OPEN INPUT WRKSUBST.
           MOVE "N" TO W-FIM-WSUB.
           PERFORM LE-WRKSUBST THRU FIM-LE-WRKSUBST.
       FIM-EXTRAI-SUBST.
           CONTINUE.

       LE-WRKSUBST.
           READ WRKSUBST
               AT END
               MOVE "S" TO W-FIM-WSUB.
       FIM-LE-WRKSUBST.
           CONTINUE.

       EXTRAI-SOBRE.
           IF W-TEM-SOBRE NOT = "S"
               GO TO FIM-EXTRAI-SOBRE.
           OPEN OUTPUT WRKSOBRE.
           MOVE ZEROS TO SBA-KEY.
           START ARQSOBRE KEY IS NOT LESS THAN SBA-KEY
               INVALID KEY
               GO TO EXTRAI-SOBRE-9.
       EXTRAI-SOBRE-1.
           READ ARQSOBRE NEXT
               AT END
               GO TO EXTRAI-SOBRE-9.
           IF SBA-STATUS NOT = "A"
               GO TO EXTRAI-SOBRE-1.
           IF SBA-DATA < W-COMPETENCIA * 100
              OR SBA-DATA > W-COMPETENCIA * 100 + 31
               GO TO EXTRAI-SOBRE-1.
           IF W-FREQ-RUN NOT = "M"
              AND (SBA-DATA < W-PER-INI OR SBA-DATA > W-PER-FIM)
               GO TO EXTRAI-SOBRE-1.
           WRITE WSBA-REG FROM REGSOBRE.
           GO TO EXTRAI-SOBRE-1.
       EXTRAI-SOBRE-9.
           CLOSE WRKSOBRE.
           OPEN INPUT WRKSOBRE.
           MOVE "N" TO W-FIM-WSBA.
           PERFORM LE-WRKSOBRE THRU FIM-LE-WRKSOBRE.
       FIM-EXTRAI-SOBRE.
           CONTINUE.

       LE-WRKSOBRE.
           READ WRKSOBRE
               AT END
               MOVE "S" TO W-FIM-WSBA.
       FIM-LE-WRKSOBRE.
           CONTINUE.

       LE-WRKAFAST.
           READ WRKAFAST
               AT END
           CONTINUE.

      *----------------[ ROTINA DE SALARIO-FAMILIA ]----------------------
      *    VALE O REGISTRO DE MAIOR VIGENCIA NAO POSTERIOR A COMPETENCIA
      *    (O ULTIMO GRAVADO, SE A MESMA VIGENCIA FOI REGRAVADA). SEM
      *    VIGENCIA CONTA COMO ZERO (TABELA BASE), COMO NO IRRF/INSS.
       LOAD-SALFAM.
           MOVE ZEROS TO W-SF-LIMITE W-SF-QUOTA W-SF-VIG-SEL.
           MOVE 14    TO W-SF-IDADE.
           MOVE "N"   TO W-SF-ACHOU.
           OPEN INPUT ARQSALFAM.
           IF ST-ERRO = "30"
               PERFORM SEED-SALFAM THRU FIM-SEED-SALFAM
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-SALFAM.
       LOAD-SALFAM-1.
           READ ARQSALFAM.
           IF ST-ERRO NOT = "00"
               GO TO LOAD-SALFAM-2.
           IF SF-VIGENCIA NOT NUMERIC
               MOVE ZEROS TO SF-VIGENCIA.
           IF SF-VIGENCIA > W-COMPETENCIA
               GO TO LOAD-SALFAM-1.
           IF W-SF-ACHOU = "S" AND SF-VIGENCIA < W-SF-VIG-SEL
               GO TO LOAD-SALFAM-1.
           MOVE "S"             TO W-SF-ACHOU.
           MOVE SF-VIGENCIA     TO W-SF-VIG-SEL.
           MOVE SF-LIMITE-RENDA TO W-SF-LIMITE.
           MOVE SF-VALOR-QUOTA  TO W-SF-QUOTA.
           MOVE 14              TO W-SF-IDADE.
           IF SF-IDADE-LIMITE > ZEROS
               MOVE SF-IDADE-LIMITE TO W-SF-IDADE.
           GO TO LOAD-SALFAM-1.
       LOAD-SALFAM-2.
           CLOSE ARQSALFAM.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-SALFAM.
           MOVE 1819,26 TO SF-LIMITE-RENDA.
           MOVE 62,04   TO SF-VALOR-QUOTA.
           MOVE 14      TO SF-IDADE-LIMITE.
           MOVE ZEROS   TO SF-VIGENCIA.
           WRITE REGSALFAM.
           CLOSE ARQSALFAM.
       FIM-SEED-SALFAM.
           COMPUTE W-IDADE-DEP = W-ANO-SIS - DEPEN-ANO.
           IF W-MES-SIS < DEPEN-MES
               SUBTRACT 1 FROM W-IDADE-DEP.
           IF W-IDADE-DEP NOT < W-SF-IDADE
               GO TO CALC-SALFAM-1.
      *    DOCUMENTO DO DEPENDENTE (FPP151) VENCIDO EM MES ANTERIOR A
      *    COMPETENCIA SUSPENDE A QUOTA; SEM CONTROLE CADASTRADO PAGA.
      *    ATE 6 ANOS VALE A VACINACAO, DEPOIS A FREQUENCIA ESCOLAR.
           IF W-TEM-DOCSF NOT = "S"
               ADD 1 TO W-QTD-FILHOS
               GO TO CALC-SALFAM-1.
           MOVE DEPEN-CHAPA TO DSF-CHAPA.
           MOVE DEPEN-SEQ   TO DSF-DEPSEQ.
           IF W-IDADE-DEP < 7
               MOVE "V" TO DSF-TIPO
           ELSE
               MOVE "E" TO DSF-TIPO.
           READ ARQDOCSF
               INVALID KEY
               MOVE ZEROS TO DSF-DATA-VENCTO.
           MOVE "00" TO ST-ERRO.
           IF DSF-DATA-VENCTO = ZEROS
               ADD 1 TO W-QTD-FILHOS
               GO TO CALC-SALFAM-1.
           COMPUTE W-DSF-VENC-AAMM =
               DSF-ANO-VENCTO * 100 + DSF-MES-VENCTO.
           IF W-DSF-VENC-AAMM NOT < W-COMPETENCIA
               ADD 1 TO W-QTD-FILHOS.
           GO TO CALC-SALFAM-1.
       CALC-SALFAM-2.
       FIM-CALC-SALFAM.
           CONTINUE.

      *----------------[ AUXILIO-CRECHE ]--------------------------------
      *    REEMBOLSA OS RECIBOS DO MES LANCADOS NO FPP120, PELO MENOR
      *    ENTRE O RECIBO E O TETO. A IDADE DA CRIANCA E CONFERIDA DE
      *    NOVO NO ARQDEPE: NO MES EM QUE ATINGE O LIMITE O REEMBOLSO
      *    PARA, MESMO QUE HAJA RECIBO LANCADO. PROVENTO ISENTO.
       CALC-CRECHE.
           MOVE ZEROS TO W-VALOR-CRECHE W-QTD-CRECHE.
           IF W-TEM-CRECHE NOT = "S" OR W-TEM-DEPE NOT = "S"
               GO TO FIM-CALC-CRECHE.
           MOVE CHAPA TO CRE-CHAPA.
           MOVE ZEROS TO CRE-DEPSEQ CRE-COMPETENCIA.
           START ARQCRECHE KEY IS NOT LESS THAN CRE-KEY
               INVALID KEY
               GO TO FIM-CALC-CRECHE.
       CALC-CRECHE-1.
           READ ARQCRECHE NEXT
               AT END
               GO TO FIM-CALC-CRECHE.
           IF CRE-CHAPA NOT = CHAPA
               GO TO FIM-CALC-CRECHE.
           IF CRE-COMPETENCIA NOT = W-COMPETENCIA
              OR CRE-STATUS NOT = "A"
               GO TO CALC-CRECHE-1.
           MOVE CRE-CHAPA  TO DEPEN-CHAPA.
           MOVE CRE-DEPSEQ TO DEPEN-SEQ.
           READ ARQDEPE
               INVALID KEY
               GO TO CALC-CRECHE-1.
           IF PARENTESCO NOT = 2 AND PARENTESCO NOT = 3
               GO TO CALC-CRECHE-1.
           COMPUTE W-CRE-MESES = (W-COMP-ANO * 12 + W-COMP-MES)
                               - (DEPEN-ANO * 12 + DEPEN-MES).
           IF W-CRE-MESES < ZEROS OR W-CRE-MESES NOT < W-CRE-IDADE
               GO TO CALC-CRECHE-1.
           MOVE CRE-VALOR-RECIBO TO W-CRE-PAGO.
           IF W-CRE-PAGO > W-CRE-TETO
               MOVE W-CRE-TETO TO W-CRE-PAGO.
           ADD W-CRE-PAGO TO W-VALOR-CRECHE.
           ADD 1 TO W-QTD-CRECHE.
           GO TO CALC-CRECHE-1.
       FIM-CALC-CRECHE.
           MOVE "00" TO ST-ERRO.

      *----------------[ VT/VR PELO PEDIDO DE RECARGA DO MES ]-----------
      *    HAVENDO PEDIDO DE RECARGA (FPP122) PARA A COMPETENCIA, O
      *    DESCONTO DE VT PARTE DO VALOR EFETIVAMENTE PEDIDO, AINDA
      *    LIMITADO A 6% DO BRUTO, E O VR E O VALOR PEDIDO.
       BUSCA-RECARGA.
           IF W-TEM-RECARGA NOT = "S"
               GO TO FIM-BUSCA-RECARGA.
           MOVE CHAPA         TO RCG-CHAPA.
           MOVE W-COMPETENCIA TO RCG-COMPETENCIA.
           READ ARQRECARGA
               INVALID KEY
               GO TO FIM-BUSCA-RECARGA.
           MOVE RCG-VT-VALOR TO VT-DESCONTO.
           MOVE RCG-VR-VALOR TO VR-BENEFICIO.
       FIM-BUSCA-RECARGA.
           MOVE "00" TO ST-ERRO.

      *----------------[ ROTINA DE PENSAO ALIMENTICIA ]-------------------
       CALC-PENSAO.
           MOVE ZEROS TO W-TOT-PENSAO W-QTD-PENSAO.
      *----------------[ MOTOR DE PRIORIDADE DE DESCONTOS ]---------------
      *    ORDEM LEGAL: INSS/IRRF (JA ABATIDOS NO LIQUIDO), PENSAO
      *    ALIMENTICIA, SALDO POSTERGADO DE COMPETENCIAS ANTERIORES,
      *    EMPRESTIMO CONSIGNADO, ADIANTAMENTO, VALE-TRANSPORTE,
      *    LANCAMENTOS DE DESCONTO, MENSALIDADE SINDICAL, PLANO DE
      *    SAUDE/ODONTO E SEGURO DE VIDA. O QUE NAO COUBER NO LIQUIDO E
      *    GRAVADO EM ARQDESCPEN E COBRADO NA COMPETENCIA SEGUINTE.
       APLICA-DESCONTOS.
           MOVE ZEROS TO W-POST-TOTAL W-CARRY-APLIC.
               IF W-POSTERGA > ZEROS
                   MOVE "SIN" TO W-PEND-EVENTO
                   PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE.
       APLICA-DESC-SAU.
           IF W-VALOR-SAUDE > ZEROS
               MOVE W-VALOR-SAUDE TO W-POSTERGA
               PERFORM APLICA-UM THRU FIM-APLICA-UM
               MOVE W-APLICA TO W-VALOR-SAUDE
               IF W-POSTERGA > ZEROS
                   MOVE "SAU" TO W-PEND-EVENTO
                   PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE.
       APLICA-DESC-SEG.
           IF W-VALOR-SEGURO > ZEROS
               MOVE W-VALOR-SEGURO TO W-POSTERGA
               PERFORM APLICA-UM THRU FIM-APLICA-UM
               MOVE W-APLICA TO W-VALOR-SEGURO
               IF W-POSTERGA > ZEROS
                   MOVE "SEG" TO W-PEND-EVENTO
                   PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE.
       APLICA-DESC-9.
           MOVE W-DISPONIVEL TO W-LIQ-CALC.
       FIM-APLICA-DESCONTOS.
      *    PARA O DEPARTAMENTO TITULAR. O RESUMO SAI NO TCONTAB.
       ACUMULA-RATEIO.
           COMPUTE W-ENC-TOTAL = W-ENC-PATRONAL + W-ENC-RAT
               + W-ENC-TERC + FGTS + W-PREV-EMPR.
           PERFORM CARREGA-RATEIO THRU FIM-CARREGA-RATEIO.
           IF W-QTD-RT = ZEROS OR W-SOMA-RT NOT = 100,00
               MOVE CODPTO TO W-RD-CODPTO
       FIM-SOMA-RATDEP.
           CONTINUE.

      *----------------[ PAGAMENTO QUINZENAL / SEMANAL ]------------------
      *    MONTA O INTERVALO DO PERIODO INFORMADO NA TELA. O ULTIMO
      *    PERIODO DO MES VAI ATE O DIA 30 NO SALARIO E ATE O DIA 31
      *    NO FILTRO DO PONTO E DOS LANCAMENTOS.
       MONTA-PERIODO.
           MOVE "N" TO W-PER-PARCIAL.
           IF W-FREQ-RUN = "Q"
               MOVE 2 TO W-PER-ULTIMO
               COMPUTE W-PER-DIA-INI = (W-PERIODO - 1) * 15 + 1
               COMPUTE W-PER-DIA-FIM = W-PER-DIA-INI + 14
           ELSE
               MOVE 4 TO W-PER-ULTIMO
               COMPUTE W-PER-DIA-INI = (W-PERIODO - 1) * 7 + 1
               COMPUTE W-PER-DIA-FIM = W-PER-DIA-INI + 6.
           IF W-PERIODO < W-PER-ULTIMO
               MOVE "S" TO W-PER-PARCIAL
           ELSE
               MOVE 30 TO W-PER-DIA-FIM.
           COMPUTE W-PER-DIAS = W-PER-DIA-FIM - W-PER-DIA-INI + 1.
           COMPUTE W-PER-INI = W-COMPETENCIA * 100 + W-PER-DIA-INI.
           COMPUTE W-PER-FIM = W-COMPETENCIA * 100 + W-PER-DIA-FIM.
           IF W-PER-PARCIAL = "N"
               COMPUTE W-PER-FIM = W-COMPETENCIA * 100 + 31.
           MOVE W-FREQ-RUN TO W-PT-FREQ.
           MOVE W-PERIODO  TO W-PT-NUM.
       FIM-MONTA-PERIODO.
           CONTINUE.

      *    PERIODICIDADE DA CHAPA; SEM ELA, A DA CATEGORIA; SEM
      *    NENHUMA (OU SEM O ARQFREQ), O PAGAMENTO E MENSAL.
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

      *    FOLHA MENSAL: QUEM RECEBE POR PERIODO NAO E CALCULADO AQUI,
      *    MAS O FECHAMENTO DO MES (TIPO FO GRAVADO PELO ULTIMO
      *    PERIODO) ENTRA NOS ENCARGOS, GUIAS E RATEIO DA COMPETENCIA.
       ENCARGOS-PERIODO.
           IF W-FREQ-RUN NOT = "M"
               GO TO FIM-ENCARGOS-PERIODO.
           MOVE CHAPA         TO RES-CHAPA.
           MOVE W-COMPETENCIA TO RES-COMPETENCIA.
           MOVE "FO"          TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO FIM-ENCARGOS-PERIODO.
           MOVE RES-BRUTO   TO BRUTO.
           MOVE RES-INSS    TO INSS.
           MOVE RES-IRRF    TO LIQUIDO.
           MOVE RES-FGTS    TO FGTS.
           MOVE RES-VT      TO VT-DESCONTO.
           MOVE RES-VR      TO VR-BENEFICIO.
           MOVE RES-LIQUIDO TO SALLIQUIDO.
           PERFORM LE-DET-ENCARGOS THRU FIM-LE-DET-ENCARGOS.
           IF W-VALOR-MATERN > ZEROS
               PERFORM ANOTA-MATERN THRU FIM-ANOTA-MATERN.
           IF W-TEM-MULTV = "S"
               MOVE CHAPA         TO MTV-CHAPA
               MOVE W-COMPETENCIA TO MTV-COMPETENCIA
               READ ARQMULTV
                   INVALID KEY
                   MOVE SPACES TO MTV-STATUS
               END-READ
               IF MTV-STATUS = "A" AND MTV-BASE-EXT > ZEROS
                   ADD 1 TO W-QTD-MULTV.
           PERFORM ACUMULA-ENCARGOS THRU FIM-ACUMULA-ENCARGOS.
           PERFORM ACUMULA-RATEIO THRU FIM-ACUMULA-RATEIO.
       FIM-ENCARGOS-PERIODO.
           MOVE "00" TO ST-ERRO.

      *    SALARIO FIXO PROPORCIONAL AOS DIAS DO PERIODO; HORISTA E
      *    DIARISTA COM PONTO JA VEM SO COM AS HORAS/DIAS DO PERIODO.
       PROPORC-PERIODO.
           IF TIPOSALARIO = "H" AND W-HORAS-PONTO > ZEROS
               GO TO FIM-PROPORC-PERIODO.
           IF TIPOSALARIO = "D" AND W-DIAS-PONTO > ZEROS
               GO TO FIM-PROPORC-PERIODO.
           COMPUTE BRUTO ROUNDED = BRUTO * W-PER-DIAS / 30.
       FIM-PROPORC-PERIODO.
           CONTINUE.

      *    SOMA O QUE OS PERIODOS ANTERIORES DO MES JA PAGARAM/RETIVERAM.
       BUSCA-PER-ANT.
           MOVE ZEROS TO W-ANT-PER-BRUTO W-ANT-PER-INSS W-ANT-PER-IRRF
                         W-ANT-PER-FGTS W-ANT-PER-VT W-ANT-PER-VR
                         W-ANT-PER-LIQ W-IND-PER.
           IF W-FREQ-RUN = "M"
               GO TO FIM-BUSCA-PER-ANT.
       BUSCA-PER-ANT-1.
           ADD 1 TO W-IND-PER.
           IF W-IND-PER NOT < W-PERIODO
               GO TO FIM-BUSCA-PER-ANT.
           MOVE W-FREQ-RUN     TO W-PTA-FREQ.
           MOVE W-IND-PER      TO W-PTA-NUM.
           MOVE CHAPA          TO RES-CHAPA.
           MOVE W-COMPETENCIA  TO RES-COMPETENCIA.
           MOVE W-PER-TIPO-ANT TO RES-TIPO.
           READ ARQRESUL
               INVALID KEY
               GO TO BUSCA-PER-ANT-1.
           ADD RES-BRUTO   TO W-ANT-PER-BRUTO.
           ADD RES-INSS    TO W-ANT-PER-INSS.
           ADD RES-IRRF    TO W-ANT-PER-IRRF.
           ADD RES-FGTS    TO W-ANT-PER-FGTS.
           ADD RES-VT      TO W-ANT-PER-VT.
           ADD RES-VR      TO W-ANT-PER-VR.
           ADD RES-LIQUIDO TO W-ANT-PER-LIQ.
           GO TO BUSCA-PER-ANT-1.
       FIM-BUSCA-PER-ANT.
           MOVE "00" TO ST-ERRO.

      *    VOLTA O BRUTO AO DO PERIODO E DEIXA INSS/IRRF SO COM A
      *    DIFERENCA ENTRE O ACUMULADO DO MES E O JA RETIDO.
       ABATE-PER-ANT.
           IF W-FREQ-RUN = "M"
               GO TO FIM-ABATE-PER-ANT.
           MOVE W-PER-BRUTO-SV TO BRUTO.
           IF INSS > W-ANT-PER-INSS
               SUBTRACT W-ANT-PER-INSS FROM INSS
           ELSE
               MOVE ZEROS TO INSS.
           IF LIQUIDO > W-ANT-PER-IRRF
               SUBTRACT W-ANT-PER-IRRF FROM LIQUIDO
           ELSE
               MOVE ZEROS TO LIQUIDO.
           MOVE BRUTO TO 5TX.
           MOVE INSS  TO 6TX.
           IF W-PER-PARCIAL = "S"
               MOVE ZEROS TO W-PREV-FUNC W-PREV-EMPR W-PREV-DEDUZ.
       FIM-ABATE-PER-ANT.
           CONTINUE.

      *    PERIODO INTERMEDIARIO: SEM BENEFICIOS E DESCONTOS DO MES.
       ZERA-MENSAIS.
           MOVE ZEROS TO VT-DESCONTO VR-BENEFICIO W-VALOR-SALFAM
                         W-VALOR-CRECHE W-VALOR-RETRO W-TOT-PENSAO
                         W-QTD-PENSAO W-VALOR-EMPREST W-VALOR-ADTO
                         W-VALOR-SIND W-VALOR-SAUDE W-VALOR-SEGURO
                         W-VALOR-CARRY W-CARRY-APLIC W-POST-TOTAL
                         W-RRA-BRUTO.
           MOVE VR-BENEFICIO TO 10TX.
           COMPUTE W-LIQ-CALC = BRUTO - INSS - LIQUIDO
               + W-LANC-ISENTO - W-LANC-DESC.
       FIM-ZERA-MENSAIS.
           CONTINUE.

      *    ULTIMO PERIODO: GRAVA O FECHAMENTO DO MES (TIPO FO) COM A
      *    SOMA DE TODOS OS PERIODOS, USADO PELOS PROCESSOS MENSAIS.
       GRAVA-FECHA-PER.
           MOVE CHAPA         TO RES-CHAPA.
           MOVE W-COMPETENCIA TO RES-COMPETENCIA.
           MOVE "FO"          TO RES-TIPO.
           COMPUTE RES-BRUTO   = W-ANT-PER-BRUTO + BRUTO.
           COMPUTE RES-INSS    = W-ANT-PER-INSS + INSS.
           COMPUTE RES-IRRF    = W-ANT-PER-IRRF + LIQUIDO.
           COMPUTE RES-FGTS    = W-ANT-PER-FGTS + FGTS.
           COMPUTE RES-VT      = W-ANT-PER-VT + VT-DESCONTO.
           COMPUTE RES-VR      = W-ANT-PER-VR + VR-BENEFICIO.
           COMPUTE RES-LIQUIDO = W-ANT-PER-LIQ + SALLIQUIDO.
           WRITE REGRESUL.
           IF ST-ERRO = "22"
               REWRITE REGRESUL.
       FIM-GRAVA-FECHA-PER.
           MOVE "00" TO ST-ERRO.

      *----------------[ RESULTADOS DA COMPETENCIA ]----------------------
       GRAVA-RESULTADO.
           IF W-PREVIA = "S"
           MOVE "FO"          TO RES-TIPO.
           IF W-COMPLEMENTAR = "S"
               MOVE "FC" TO RES-TIPO.
           IF W-FREQ-RUN NOT = "M"
               MOVE W-PER-TIPO TO RES-TIPO.
           MOVE BRUTO         TO RES-BRUTO.
           MOVE INSS          TO RES-INSS.
           MOVE LIQUIDO       TO RES-IRRF.
           WRITE REGRESUL.
           IF ST-ERRO = "22"
               REWRITE REGRESUL.
           IF W-FREQ-RUN NOT = "M" AND W-PER-PARCIAL = "N"
               PERFORM GRAVA-FECHA-PER THRU FIM-GRAVA-FECHA-PER.
       FIM-GRAVA-RESULTADO.
           CONTINUE.

      *----------------[ MEMORIA DE CALCULO POR EVENTO ]------------------
      *    GRAVA UMA LINHA POR VERBA EM ARQRESDET PARA QUE QUALQUER
      *    CALCULO PASSADO POSSA SER RECONSTRUIDO LINHA A LINHA. NA
      *    PREVIA AS LINHAS VAO PARA O ARQPRVDET.
       GRAVA-DETALHE.
           MOVE ZEROS TO W-DET-SEQ.
           MOVE ZEROS TO DET-BASE DET-QTDE DET-VALOR.
           IF W-VALOR-SALBASE > ZEROS
               MOVE "H50" TO DET-EVENTO
               MOVE "HORAS EXTRAS 50%" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-SBA-HORA TO DET-BASE
               MOVE W-EXTRAS-50 TO DET-QTDE
               MOVE W-VALOR-EXTRA-50 TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
               MOVE "H10" TO DET-EVENTO
               MOVE "HORAS EXTRAS 100%" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-SBA-HORA TO DET-BASE
               MOVE W-EXTRAS-100 TO DET-QTDE
               MOVE W-VALOR-EXTRA-100 TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-SOBREAV > ZEROS
               MOVE "SBA" TO DET-EVENTO
               MOVE "SOBREAVISO 1/3 HORA" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-SBA-HORA TO DET-BASE
               MOVE W-SBA-HORAS TO DET-QTDE
               MOVE W-VALOR-SOBREAV TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-DSR > ZEROS
               MOVE "DSR" TO DET-EVENTO
               MOVE "DSR SOBRE HORAS EXTRAS" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               COMPUTE DET-BASE = W-VALOR-EXTRA + W-VALOR-SOBREAV
               MOVE W-VALOR-DSR TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-DSR-COM > ZEROS
               MOVE "DSC" TO DET-EVENTO
               MOVE "DSR SOBRE COMISSOES" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-LANC-COMIS TO DET-BASE
               MOVE W-VALOR-DSR-COM TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-BH > ZEROS
               MOVE "BHV" TO DET-EVENTO
               MOVE "BCO.HORAS VENCIDO PAGO" TO DET-DESCRICAO
               MOVE W-PCT-ATS TO DET-QTDE
               MOVE W-VALOR-ATS TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-SUBST > ZEROS
               MOVE "SUB" TO DET-EVENTO
               MOVE "DIF.SALARIAL SUBSTITUICAO" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-SUB-DIF TO DET-BASE
               MOVE W-DIAS-SUBST TO DET-QTDE
               MOVE W-VALOR-SUBST TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-RETRO > ZEROS
               MOVE "RET" TO DET-EVENTO
               MOVE "DIF.DISSIDIO RETROATIVO" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-VALOR-RETRO TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
      *    RRA: RENDIMENTO (QTDE = NM), INSS E IRRF DE ANOS ANTERIORES,
      *    JA INCLUIDOS NO LIQUIDO DA DIFERENCA ACIMA.
           IF W-RRA-BRUTO > ZEROS
               MOVE "RRA" TO DET-EVENTO
               MOVE "RRA - RENDIM.ACUMULADOS" TO DET-DESCRICAO
               MOVE "I" TO DET-NATUREZA
               MOVE W-RRA-BRUTO TO DET-BASE DET-VALOR
               MOVE W-RRA-MESES TO DET-QTDE
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN
               MOVE "RRI" TO DET-EVENTO
               MOVE "RRA - INSS" TO DET-DESCRICAO
               MOVE "I" TO DET-NATUREZA
               MOVE W-RRA-BRUTO TO DET-BASE
               MOVE W-RRA-INSS TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN
               MOVE "RRF" TO DET-EVENTO
               MOVE "RRA - IRRF" TO DET-DESCRICAO
               MOVE "I" TO DET-NATUREZA
               COMPUTE DET-BASE = W-RRA-BRUTO - W-RRA-INSS
               MOVE W-RRA-MESES TO DET-QTDE
               MOVE W-RRA-IRRF TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-LANC-TRIB > ZEROS
               MOVE "LTR" TO DET-EVENTO
               MOVE "LANCAMENTOS TRIBUTAVEIS" TO DET-DESCRICAO
               MOVE W-QTD-FILHOS TO DET-QTDE
               MOVE W-VALOR-SALFAM TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-CRECHE > ZEROS
               MOVE "CRE" TO DET-EVENTO
               MOVE "AUXILIO-CRECHE (ISENTO)" TO DET-DESCRICAO
               MOVE "P" TO DET-NATUREZA
               MOVE W-QTD-CRECHE TO DET-QTDE
               MOVE W-VALOR-CRECHE TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-DIAS-AFAST > ZEROS
               MOVE "AFA" TO DET-EVENTO
               MOVE "DIAS DE AFASTAMENTO" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-VALOR-SIND TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-SAUDE > ZEROS
               MOVE "SAU" TO DET-EVENTO
               MOVE "PLANO SAUDE/ODONTO" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-VALOR-COPART TO DET-BASE
               MOVE W-QTD-VIDAS TO DET-QTDE
               MOVE W-VALOR-SAUDE TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-PREV-FUNC > ZEROS
               MOVE "PVF" TO DET-EVENTO
               MOVE "PREVIDENCIA PRIVADA PGBL" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-PREV-DEDUZ TO DET-BASE
               MOVE W-PREV-FUNC TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-PREV-EMPR > ZEROS
               MOVE "PVE" TO DET-EVENTO
               MOVE "PGBL CONTRAPARTIDA EMPR." TO DET-DESCRICAO
               MOVE "I" TO DET-NATUREZA
               MOVE W-PREV-FUNC TO DET-BASE
               MOVE W-PREV-EMPR TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-VALOR-SEGURO > ZEROS
               MOVE "SEG" TO DET-EVENTO
               MOVE "SEGURO DE VIDA EM GRUPO" TO DET-DESCRICAO
               MOVE "D" TO DET-NATUREZA
               MOVE W-CAPITAL-SEG TO DET-BASE
               MOVE W-VALOR-SEGURO TO DET-VALOR
               PERFORM GRAVA-DET-LIN THRU FIM-GRAVA-DET-LIN.
           IF W-CARRY-APLIC > ZEROS
               MOVE "CAR" TO DET-EVENTO
               MOVE "DESC.SALDO COMPET.ANT." TO DET-DESCRICAO
           MOVE "FO"          TO DET-TIPO.
           IF W-COMPLEMENTAR = "S"
               MOVE "FC" TO DET-TIPO.
           IF W-FREQ-RUN NOT = "M"
               MOVE W-PER-TIPO TO DET-TIPO.
           MOVE W-DET-SEQ     TO DET-SEQ.
           IF W-PREVIA = "S"
               MOVE REGRESDET TO REGPRVDET
               WRITE REGPRVDET
               GO TO GRAVA-DET-LIN-1.
           WRITE REGRESDET.
           IF ST-ERRO = "22"
               REWRITE REGRESDET.
       GRAVA-DET-LIN-1.
           MOVE "00" TO ST-ERRO.
           MOVE ZEROS TO DET-BASE DET-QTDE DET-VALOR.
       FIM-GRAVA-DET-LIN.
                   VARYING W-IND-RD FROM 1 BY 1
                   UNTIL W-IND-RD > W-QTD-RD.
           CLOSE TCONTAB.
           IF W-CTB-QTDE > ZEROS
               MOVE "CONTAB" TO ITF-EXT-TIPO
               MOVE W-TCONTAB-NOME TO ITF-EXT-ARQUIVO
               MOVE ZEROS TO ITF-EXT-REFER
               MOVE W-CTB-QTDE TO ITF-EXT-QTDE
               MOVE W-CTB-TOTAL TO ITF-EXT-VALOR
               PERFORM REGISTRA-INTERF THRU FIM-REGISTRA-INTERF.
       FIM-GERA-CONTAB.
           CONTINUE.


       GERA-GUIAS.
           PERFORM SOMA-RPA-GPS THRU FIM-SOMA-RPA-GPS.
           PERFORM SOMA-PRO-GPS THRU FIM-SOMA-PRO-GPS.
           OPEN OUTPUT TGPS.
           IF ST-ERRO NOT = "00"
               GO TO FIM-GERA-GUIAS.
               TE-TERC(W-IND-EMPR) - TE-MATERN(W-IND-EMPR).
           IF W-GPS-TOTAL < ZEROS
               MOVE ZEROS TO W-GPS-TOTAL.
      *    PRO-LABORE DOS SOCIOS/DIRETORES DA MESMA EMPRESA.
           PERFORM BUSCA-PRO-EMPR THRU FIM-BUSCA-PRO-EMPR.
           IF W-IND-PRO > ZEROS
               PERFORM GUIA-PRO-LINHAS THRU FIM-GUIA-PRO-LINHAS
               ADD TP-INSS(W-IND-PRO) TP-PATRONAL(W-IND-PRO)
                   TO W-GPS-TOTAL.
           MOVE "TOTAL DA GPS................: " TO GPS-DESC.
           MOVE W-GPS-TOTAL TO GPS-VALOR.
           WRITE REGGPS FROM GPSLIN.
           MOVE "DARF IRRF RETIDO............: " TO GPS-DESC.
           MOVE TE-IRRF(W-IND-EMPR) TO GPS-VALOR.
           WRITE REGGPS FROM GPSLIN.
           IF W-IND-PRO > ZEROS
               MOVE "DARF IRRF PRO-LABORE........: " TO GPS-DESC
               MOVE TP-IRRF(W-IND-PRO) TO GPS-VALOR
               WRITE REGGPS FROM GPSLIN.
           MOVE SPACES TO REGGPS.
           WRITE REGGPS.
           GO TO GERA-GUIAS-1.
       GERA-GUIAS-2.
      *    EMPRESA SO COM PRO-LABORE, SEM FUNCIONARIO NA FOLHA.
           PERFORM GUIA-PRO-AVULSA THRU FIM-GUIA-PRO-AVULSA
               VARYING W-IND-PRO FROM 1 BY 1
               UNTIL W-IND-PRO > W-QTD-PRO.
           IF W-QTD-MATERN > ZEROS
               MOVE "ANEXO - SALARIO-MATERNIDADE COMPENSADO:"
                                                  TO GPS-DESC
       FIM-GERA-GUIAS.
           CONTINUE.

      *----------------[ PRO-LABORE NA GUIA DA EMPRESA ]------------------
       BUSCA-PRO-EMPR.
           MOVE 1 TO W-IND-PRO.
       BUSCA-PRO-EMPR-1.
           IF W-IND-PRO > W-QTD-PRO
               MOVE ZEROS TO W-IND-PRO
               GO TO FIM-BUSCA-PRO-EMPR.
           IF TP-CODEMPRESA(W-IND-PRO) = TE-CODEMPRESA(W-IND-EMPR)
               MOVE "S" TO TP-USADO(W-IND-PRO)
               GO TO FIM-BUSCA-PRO-EMPR.
           ADD 1 TO W-IND-PRO.
           GO TO BUSCA-PRO-EMPR-1.
       FIM-BUSCA-PRO-EMPR.
           CONTINUE.

       GUIA-PRO-LINHAS.
           MOVE "INSS PRO-LABORE CONTRIB.IND.: " TO GPS-DESC.
           MOVE TP-INSS(W-IND-PRO) TO GPS-VALOR.
           WRITE REGGPS FROM GPSLIN.
           MOVE "INSS PATRONAL S/ PRO-LABORE.: " TO GPS-DESC.
           MOVE TP-PATRONAL(W-IND-PRO) TO GPS-VALOR.
           WRITE REGGPS FROM GPSLIN.
       FIM-GUIA-PRO-LINHAS.
           CONTINUE.

       GUIA-PRO-AVULSA.
           IF TP-USADO(W-IND-PRO) NOT = "S"
               MOVE TP-CODEMPRESA(W-IND-PRO) TO GPS-CODEMP
               WRITE REGGPS FROM GPSEMP
               PERFORM GUIA-PRO-LINHAS THRU FIM-GUIA-PRO-LINHAS
               COMPUTE W-GPS-TOTAL = TP-INSS(W-IND-PRO) +
                   TP-PATRONAL(W-IND-PRO)
               MOVE "TOTAL DA GPS................: " TO GPS-DESC
               MOVE W-GPS-TOTAL TO GPS-VALOR
               WRITE REGGPS FROM GPSLIN
               MOVE "DARF IRRF PRO-LABORE........: " TO GPS-DESC
               MOVE TP-IRRF(W-IND-PRO) TO GPS-VALOR
               WRITE REGGPS FROM GPSLIN
               MOVE SPACES TO REGGPS
               WRITE REGGPS.
       FIM-GUIA-PRO-AVULSA.
           CONTINUE.

       GERA-ANEXO-MATERN.
           MOVE "LIC.MATERNIDADE CHAPA " TO GPS-DESC.
           MOVE TM-CHAPA(W-IND-MATERN) TO GPS-DESC(23:6).
       FIM-SOMA-RPA-GPS.
           CONTINUE.

      *----------------[ PRO-LABORE DA COMPETENCIA POR EMPRESA ]----------
      *    ENCARGOS GRAVADOS PELA FOLHA DE PRO-LABORE (FPP127), QUE
      *    ENTRAM NA GPS/DARF DA EMPRESA DO SOCIO OU DIRETOR.
       SOMA-PRO-GPS.
           MOVE ZEROS TO W-QTD-PRO TAB-PROLABORE.
           OPEN INPUT ARQPROFOL.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-SOMA-PRO-GPS.
           MOVE W-COMPETENCIA TO PRF-COMPETENCIA.
           MOVE ZEROS TO PRF-CHAPA.
           START ARQPROFOL KEY IS NOT LESS THAN PRF-KEY
               INVALID KEY
               GO TO SOMA-PRO-GPS-9.
       SOMA-PRO-GPS-1.
           READ ARQPROFOL NEXT
               AT END
               GO TO SOMA-PRO-GPS-9.
           IF PRF-COMPETENCIA NOT = W-COMPETENCIA
               GO TO SOMA-PRO-GPS-9.
           MOVE 1 TO W-IND-PRO.
       SOMA-PRO-GPS-2.
           IF W-IND-PRO > W-QTD-PRO
               IF W-QTD-PRO NOT < 20
                   GO TO SOMA-PRO-GPS-1
               ELSE
                   ADD 1 TO W-QTD-PRO
                   MOVE W-QTD-PRO TO W-IND-PRO
                   MOVE PRF-CODEMPRESA TO TP-CODEMPRESA(W-IND-PRO)
                   MOVE "N" TO TP-USADO(W-IND-PRO).
           IF TP-CODEMPRESA(W-IND-PRO) NOT = PRF-CODEMPRESA
               ADD 1 TO W-IND-PRO
               GO TO SOMA-PRO-GPS-2.
           ADD PRF-INSS     TO TP-INSS(W-IND-PRO).
           ADD PRF-PATRONAL TO TP-PATRONAL(W-IND-PRO).
           ADD PRF-IRRF     TO TP-IRRF(W-IND-PRO).
           GO TO SOMA-PRO-GPS-1.
       SOMA-PRO-GPS-9.
           CLOSE ARQPROFOL.
           MOVE "00" TO ST-ERRO.
       FIM-SOMA-PRO-GPS.
           CONTINUE.

      *----------------[ DIAS UTEIS DA COMPETENCIA ]----------------------
       CALC-DIAS-UTEIS.
           MOVE "N" TO W-TEM-FERIADO.
           CONTINUE.

      *----------------[ ROTINA DE DSR SOBRE HORAS EXTRAS ]---------------
      *    O SOBREAVISO E OS ACIONAMENTOS (JA EM W-VALOR-EXTRA) TAMBEM
      *    REPERCUTEM NO DSR.
       CALC-DSR.
           MOVE ZEROS TO W-VALOR-DSR.
           IF W-VALOR-EXTRA = ZEROS AND W-LANC-DSR = ZEROS
              AND W-VALOR-SOBREAV = ZEROS
               GO TO FIM-CALC-DSR.
           COMPUTE W-VALOR-DSR ROUNDED =
               (W-VALOR-EXTRA + W-LANC-DSR + W-VALOR-SOBREAV)
               / W-DIAS-UTEIS-F * W-DIAS-DESC-F.
           ADD W-VALOR-DSR TO W-TOT-DSR.
       FIM-CALC-DSR.
           CONTINUE.

      *----------------[ ROTINA DE DSR SOBRE COMISSOES ]------------------
      *    AS COMISSOES DO EVENTO DA FPP124 PAGAM O DSR PELOS DIAS
      *    UTEIS E DE DESCANSO DO MES (CALC-DIAS-UTEIS).
       CALC-DSR-COM.
           MOVE ZEROS TO W-VALOR-DSR-COM.
           IF W-LANC-COMIS = ZEROS
               GO TO FIM-CALC-DSR-COM.
           COMPUTE W-VALOR-DSR-COM ROUNDED =
               W-LANC-COMIS / W-DIAS-UTEIS-F * W-DIAS-DESC-F.
           ADD W-VALOR-DSR-COM TO W-TOT-DSR-COM.
       FIM-CALC-DSR-COM.
           CONTINUE.

      *----------------[ LANCAMENTOS VARIAVEIS DO MES ]-------------------
      *    O VALOR DE CADA LANCAMENTO E CALCULADO PELA REGRA DA
      *    TABELA DE EVENTOS: V=VALOR INFORMADO (PADRAO), F=VALOR
       CALC-LANC.
           MOVE ZEROS TO W-LANC-TRIB W-LANC-ISENTO W-LANC-DESC
                         W-LANC-AJU-IRRF W-LANC-AJU-FGTS
                         W-LANC-DSR W-LANC-MEDIA W-LANC-COMIS.
           IF W-TEM-LANC NOT = "S"
               GO TO FIM-CALC-LANC.
       CALC-LANC-1.
               ADD W-VALOR-LANC TO W-LANC-AJU-FGTS.
           IF W-EVE-FGTS NOT = "S" AND W-EVE-INSS = "S"
               SUBTRACT W-VALOR-LANC FROM W-LANC-AJU-FGTS.
           IF LAN-EVENTO = W-EVE-COMIS
               ADD W-VALOR-LANC TO W-LANC-COMIS
           ELSE
               IF EVE-INC-DSR = "S"
                   ADD W-VALOR-LANC TO W-LANC-DSR.
           IF EVE-INC-MEDIA = "S"
               ADD W-VALOR-LANC TO W-LANC-MEDIA.
           GO TO CALC-LANC-1.
      *    APLICA AOS MENSALISTAS.
       CALC-FALTAS.
           MOVE ZEROS TO W-VALOR-FALTA W-DIAS-FALTA W-DIAS-DSR-FALTA.
           IF W-TEM-FALTA NOT = "S" OR W-PER-PARCIAL = "S"
               GO TO FIM-CALC-FALTAS.
           IF TIPOSALARIO NOT = "M"
               GO TO FIM-CALC-FALTAS.
                       MOVE 30 TO W-AFA-DIA-ATE.
           IF W-AFA-DIA-ATE > 30
               MOVE 30 TO W-AFA-DIA-ATE.
           IF W-AFA-DIA-DE < W-PER-DIA-INI
               MOVE W-PER-DIA-INI TO W-AFA-DIA-DE.
           IF W-AFA-DIA-ATE > W-PER-DIA-FIM
               MOVE W-PER-DIA-FIM TO W-AFA-DIA-ATE.
           COMPUTE W-DIAS-AFAST-REG =
               W-AFA-DIA-ATE - W-AFA-DIA-DE + 1.
      *    LICENCA-MATERNIDADE (TIPO 02) CONTINUA REMUNERADA PELA
       FIM-CALC-AFAST.
           CONTINUE.

      *----------------[ DIFERENCA SALARIAL POR SUBSTITUICAO ]----------
      *    PARA CADA SUBSTITUICAO ATIVA DO FUNCIONARIO (FPP148) PAGA A
      *    DIFERENCA ENTRE O SALARIO DA GRADE DO CARGO/NIVEL DO TITULAR
      *    E O DA GRADE DO PROPRIO CARGO/NIVEL, PROPORCIONAL AOS DIAS
      *    DA SUBSTITUICAO NA COMPETENCIA (MES COMERCIAL DE 30 DIAS,
      *    COMO NOS AFASTAMENTOS). SEM LINHA ATIVA NA GRADE PARA UM
      *    DOS DOIS CARGOS NAO HA DIFERENCA A PAGAR.
       CALC-SUBST.
           MOVE ZEROS TO W-VALOR-SUBST W-DIAS-SUBST W-SUB-DIF
                         W-SUB-SAL-PROP.
           IF W-TEM-SUBST NOT = "S"
               GO TO FIM-CALC-SUBST.
           IF W-TEM-GRADE NOT = "S"
               GO TO CALC-SUBST-1.
           MOVE CODIGO     TO GRD-CARGO.
           MOVE NVSALARIAL TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               MOVE "23" TO ST-ERRO.
           IF ST-ERRO = "00" AND GRD-STATUS = "A"
               MOVE GRD-SALARIO TO W-SUB-SAL-PROP.
           MOVE "00" TO ST-ERRO.
       CALC-SUBST-1.
           IF W-FIM-WSUB = "S"
               GO TO FIM-CALC-SUBST-2.
           IF WSUB-CHAPA > CHAPA
               GO TO FIM-CALC-SUBST-2.
           IF WSUB-CHAPA < CHAPA
               PERFORM LE-WRKSUBST THRU FIM-LE-WRKSUBST
               GO TO CALC-SUBST-1.
           MOVE WSUB-REG TO REGSUBST.
           PERFORM LE-WRKSUBST THRU FIM-LE-WRKSUBST.
           IF W-SUB-SAL-PROP = ZEROS
               GO TO CALC-SUBST-1.
           COMPUTE W-SUB-INI-AAMM =
               (SUB-ANO-INI * 100) + SUB-MES-INI.
           COMPUTE W-SUB-FIM-AAMM =
               (SUB-ANO-FIM * 100) + SUB-MES-FIM.
           IF W-SUB-INI-AAMM > W-COMPETENCIA
              OR W-SUB-FIM-AAMM < W-COMPETENCIA
               GO TO CALC-SUBST-1.
           IF W-SUB-INI-AAMM = W-COMPETENCIA
               MOVE SUB-DIA-INI TO W-SUB-DIA-DE
           ELSE
               MOVE 1 TO W-SUB-DIA-DE.
           IF W-SUB-FIM-AAMM = W-COMPETENCIA
               MOVE SUB-DIA-FIM TO W-SUB-DIA-ATE
           ELSE
               MOVE 30 TO W-SUB-DIA-ATE.
           IF W-SUB-DIA-ATE > 30
               MOVE 30 TO W-SUB-DIA-ATE.
           IF W-SUB-DIA-DE < W-PER-DIA-INI
               MOVE W-PER-DIA-INI TO W-SUB-DIA-DE.
           IF W-SUB-DIA-ATE > W-PER-DIA-FIM
               MOVE W-PER-DIA-FIM TO W-SUB-DIA-ATE.
           COMPUTE W-SUB-DIAS-REG =
               W-SUB-DIA-ATE - W-SUB-DIA-DE + 1.
           IF W-SUB-DIAS-REG NOT > ZEROS
               GO TO CALC-SUBST-1.
           MOVE SUB-CARGO-TIT TO GRD-CARGO.
           MOVE SUB-NIVEL-TIT TO GRD-NIVEL.
           READ ARQGRADE
               INVALID KEY
               MOVE "23" TO ST-ERRO.
           IF ST-ERRO NOT = "00" OR GRD-STATUS NOT = "A"
              OR GRD-SALARIO NOT > W-SUB-SAL-PROP
               MOVE "00" TO ST-ERRO
               GO TO CALC-SUBST-1.
           COMPUTE W-SUB-DIF = GRD-SALARIO - W-SUB-SAL-PROP.
           COMPUTE W-SUB-VALOR-REG ROUNDED =
               W-SUB-DIF * W-SUB-DIAS-REG / 30.
           ADD W-SUB-VALOR-REG TO W-VALOR-SUBST.
           ADD W-SUB-DIAS-REG TO W-DIAS-SUBST.
           GO TO CALC-SUBST-1.
       FIM-CALC-SUBST-2.
           IF W-DIAS-SUBST > 30
               MOVE 30 TO W-DIAS-SUBST.
       FIM-CALC-SUBST.
           CONTINUE.

      *----------------[ ADICIONAL POR TEMPO DE SERVICO ]-----------------
       LOAD-ATS.
           OPEN INPUT ARQATS.
       FIM-LOAD-ATS.
           CONTINUE.

      *---------------[ PARAMETROS DO PLANO PGBL (FPP118) ]-------------
      *    SEM O ARQPREVPAR VALEM CONTRAPARTIDA DE 100% ATE 5% DO
      *    SALARIO E O LIMITE LEGAL DE 12% PARA A DEDUCAO DO IRRF.
       LOAD-PREVPAR.
           OPEN INPUT ARQPREVPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-PREVPAR.
           READ ARQPREVPAR.
           IF ST-ERRO = "00"
               MOVE PVP-PCT-MATCH  TO W-PREV-PCT-MATCH
               MOVE PVP-TETO-MATCH TO W-PREV-TETO
               MOVE PVP-LIMITE-IR  TO W-PREV-LIMITE-IR.
           CLOSE ARQPREVPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-PREVPAR.
           CONTINUE.

      *---------------[ PARAMETROS DO AUXILIO-CRECHE (FPP120) ]---------
      *    SEM O ARQCRECHEPAR VALEM IDADE LIMITE DE 72 MESES E TETO DE
      *    R$ 500,00 POR CRIANCA.
       LOAD-CRECHEPAR.
           OPEN INPUT ARQCRECHEPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-CRECHEPAR.
           READ ARQCRECHEPAR.
           IF ST-ERRO = "00"
               MOVE CRP-IDADE-MESES TO W-CRE-IDADE
               MOVE CRP-TETO        TO W-CRE-TETO.
           CLOSE ARQCRECHEPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-CRECHEPAR.
           CONTINUE.

      *---------------[ PARAMETROS DA COMISSAO SOBRE VENDAS ]-----------
      *    SEM O ARQCOMPAR VALE O EVENTO 904 (FPP124).
       LOAD-COMPAR.
           OPEN INPUT ARQCOMPAR.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-LOAD-COMPAR.
           READ ARQCOMPAR.
           IF ST-ERRO = "00"
               MOVE CPA-EVE-COMIS TO W-EVE-COMIS.
           CLOSE ARQCOMPAR.
           MOVE "00" TO ST-ERRO.
       FIM-LOAD-COMPAR.
           CONTINUE.

       SEED-ATS.
           OPEN OUTPUT ARQATS.
           MOVE 1,00 TO ATS-PCT-ANO.
       FIM-CALC-ADIC-CARGO.
           CONTINUE.

      *----------------[ SOBREAVISO E ACIONAMENTOS ]----------------------
      *    ESCALA E CHAMADAS DA FPP149 NA COMPETENCIA/PERIODO. A HORA DE
      *    SOBREAVISO NAO ACIONADA E PAGA A 1/3 DA HORA NORMAL; A HORA
      *    ACIONADA E PAGA COMO HORA EXTRA: 50% EM DIA NORMAL E 100% EM
      *    DOMINGO E FERIADO. A HORA NORMAL SEGUE O ADICIONAL NOTURNO.
       CALC-SOBREAVISO.
           MOVE ZEROS TO W-SBA-HORA W-SBA-ESCALA W-SBA-ACN-50
                         W-SBA-ACN-100 W-SBA-HORAS W-VALOR-SOBREAV
                         W-VALOR-ACN-50 W-VALOR-ACN-100.
           IF TIPOSALARIO = "H"
               MOVE SALARIOBASE TO W-SBA-HORA
           ELSE
               IF TIPOSALARIO = "M"
                   COMPUTE W-SBA-HORA ROUNDED =
                       SALARIOBASE / W-HORAS-MES-PADRAO
               ELSE
                   IF TIPOSALARIO = "D"
                       COMPUTE W-SBA-HORA ROUNDED = SALARIOBASE / 8.
           IF W-TEM-SOBRE NOT = "S"
               GO TO FIM-CALC-SOBREAVISO.
       CALC-SOBREAVISO-1.
           IF W-FIM-WSBA = "S"
               GO TO CALC-SOBREAVISO-2.
           IF WSBA-CHAPA > CHAPA
               GO TO CALC-SOBREAVISO-2.
           IF WSBA-CHAPA < CHAPA
               PERFORM LE-WRKSOBRE THRU FIM-LE-WRKSOBRE
               GO TO CALC-SOBREAVISO-1.
           MOVE WSBA-REG TO REGSOBRE.
           PERFORM LE-WRKSOBRE THRU FIM-LE-WRKSOBRE.
           IF SBA-TIPO = "E"
               ADD SBA-HORAS TO W-SBA-ESCALA
               GO TO CALC-SOBREAVISO-1.
           IF SBA-TIPO-DIA = "D" OR SBA-TIPO-DIA = "F"
               ADD SBA-HORAS TO W-SBA-ACN-100
           ELSE
               ADD SBA-HORAS TO W-SBA-ACN-50.
           GO TO CALC-SOBREAVISO-1.
       CALC-SOBREAVISO-2.
           IF W-SBA-ESCALA > W-SBA-ACN-50 + W-SBA-ACN-100
               COMPUTE W-SBA-HORAS =
                   W-SBA-ESCALA - W-SBA-ACN-50 - W-SBA-ACN-100.
           COMPUTE W-VALOR-SOBREAV ROUNDED =
               W-SBA-HORAS * W-SBA-HORA / 3.
           COMPUTE W-VALOR-ACN-50 ROUNDED =
               W-SBA-HORA * W-SBA-ACN-50 * W-MULT-EXTRA.
           COMPUTE W-VALOR-ACN-100 ROUNDED =
               W-SBA-HORA * W-SBA-ACN-100 * W-MULT-EXTRA-100.
       FIM-CALC-SOBREAVISO.
           CONTINUE.

      *----------------[ ROTINA DE ADICIONAL NOTURNO ]--------------------
       CALC-NOTURNO.
           MOVE ZEROS TO W-VALOR-NOTURNO W-VALOR-HORA.
               MOVE "00" TO ST-ERRO
               GO TO FIM-CHECA-COMPETENCIA.
           IF W-CODEMPRESA-FILTRO NOT = ZEROS
              AND W-CODEMPRESA-ATE = W-CODEMPRESA-FILTRO
               MOVE W-CODEMPRESA-FILTRO TO COMP-CODEMPRESA
               MOVE W-COMPETENCIA       TO COMP-COMPETENCIA
               READ ARQCOMP
           READ ARQCOMP NEXT
               AT END
               GO TO CHECA-COMPETENCIA-9.
           IF W-CODEMPRESA-FILTRO NOT = ZEROS
              AND (COMP-CODEMPRESA < W-CODEMPRESA-FILTRO
                   OR COMP-CODEMPRESA > W-CODEMPRESA-ATE)
               GO TO CHECA-COMPETENCIA-1.
           IF COMP-COMPETENCIA = W-COMPETENCIA
              AND COMP-STATUS = "F"
               MOVE "S" TO W-COMP-FECHADA
       FIM-CHECA-COMPETENCIA.
           CONTINUE.

      *----------------[ VIRADA DE ANO LIBERADA (FPP161) ]--------------
       CHECA-VIRADA.
           MOVE "N" TO W-VIRADA-OK.
           OPEN INPUT ARQVIRADA.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-CHECA-VIRADA.
           MOVE W-ANO-SIS TO VIR-ANO.
           READ ARQVIRADA
               INVALID KEY
               MOVE SPACES TO VIR-STATUS.
           IF VIR-STATUS = "L" OR VIR-STATUS = "O"
               MOVE "S" TO W-VIRADA-OK.
           CLOSE ARQVIRADA.
           MOVE "00" TO ST-ERRO.
       FIM-CHECA-VIRADA.
           CONTINUE.

      *----------------[ DATA DE PAGAMENTO DO CRONOGRAMA (FPP162) ]-----
      *    A FOLHA MENSAL E CREDITADA NA DATA DE PAGAMENTO DO
      *    CRONOGRAMA DA EMPRESA; RODANDO PARA UMA FAIXA (OU TODAS AS
      *    EMPRESAS) VALE A MENOR DATA DA COMPETENCIA NA FAIXA. SEM
      *    CRONOGRAMA (OU NOS PERIODOS QUINZENAIS/SEMANAIS) O CREDITO
      *    FICA PARA A DATA DO CALCULO.
       BUSCA-DATA-PGTO.
           ACCEPT W-DATA-PGTO FROM DATE YYYYMMDD.
           IF W-FREQ-RUN NOT = "M"
               GO TO FIM-BUSCA-DATA-PGTO.
           OPEN INPUT ARQCRONO.
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               GO TO FIM-BUSCA-DATA-PGTO.
           IF W-CODEMPRESA-FILTRO NOT = ZEROS
              AND W-CODEMPRESA-ATE = W-CODEMPRESA-FILTRO
               MOVE W-CODEMPRESA-FILTRO TO CRO-CODEMPRESA
               MOVE W-COMPETENCIA       TO CRO-COMPETENCIA
               READ ARQCRONO
                   INVALID KEY
                   GO TO BUSCA-DATA-PGTO-9
               END-READ
               IF CRO-PAGAMENTO NOT = ZEROS
                   MOVE CRO-PAGAMENTO TO W-DATA-PGTO
               END-IF
               GO TO BUSCA-DATA-PGTO-9.
           MOVE 99999999 TO W-DATA-PGTO.
           MOVE ZEROS TO CRO-KEY.
           START ARQCRONO KEY IS NOT LESS THAN CRO-KEY
               INVALID KEY
               GO TO BUSCA-DATA-PGTO-8.
       BUSCA-DATA-PGTO-1.
           READ ARQCRONO NEXT
               AT END
               GO TO BUSCA-DATA-PGTO-8.
           IF W-CODEMPRESA-FILTRO NOT = ZEROS
              AND (CRO-CODEMPRESA < W-CODEMPRESA-FILTRO
                   OR CRO-CODEMPRESA > W-CODEMPRESA-ATE)
               GO TO BUSCA-DATA-PGTO-1.
           IF CRO-COMPETENCIA = W-COMPETENCIA
              AND CRO-PAGAMENTO NOT = ZEROS
              AND CRO-PAGAMENTO < W-DATA-PGTO
               MOVE CRO-PAGAMENTO TO W-DATA-PGTO.
           GO TO BUSCA-DATA-PGTO-1.
       BUSCA-DATA-PGTO-8.
           IF W-DATA-PGTO = 99999999
               ACCEPT W-DATA-PGTO FROM DATE YYYYMMDD.
       BUSCA-DATA-PGTO-9.
           CLOSE ARQCRONO.
           MOVE "00" TO ST-ERRO.
       FIM-BUSCA-DATA-PGTO.
           CONTINUE.

      *----------------[ ROTINA DE DIFERENCA DE DISSIDIO ]----------------
      *    O LIQUIDO DA DIFERENCA JA VEM TRIBUTADO DO FPP046; A PARTE
      *    DE ANOS ANTERIORES (RRA) VAI PARA A MEMORIA DE CALCULO EM
      *    SEPARADO, PARA O INFORME (FPP040) E A DIRF (FPP108).
       CALC-RETRO.
           MOVE ZEROS TO W-VALOR-RETRO W-RRA-BRUTO W-RRA-INSS
                         W-RRA-IRRF W-RRA-MESES.
           IF W-TEM-RETRO NOT = "S"
               GO TO FIM-CALC-RETRO.
           MOVE CHAPA TO RETRO-CHAPA.
               GO TO FIM-CALC-RETRO.
           IF RETRO-STATUS = "P"
              AND RETRO-COMP-PGTO = W-COMPETENCIA
               PERFORM MOVE-RETRO-RRA THRU FIM-MOVE-RETRO-RRA
               GO TO FIM-CALC-RETRO.
           IF RETRO-STATUS NOT = "A"
               GO TO FIM-CALC-RETRO.
           PERFORM MOVE-RETRO-RRA THRU FIM-MOVE-RETRO-RRA.
           IF W-PREVIA = "S"
               GO TO FIM-CALC-RETRO.
           MOVE "P" TO RETRO-STATUS.
       FIM-CALC-RETRO.
           CONTINUE.

       MOVE-RETRO-RRA.
           MOVE RETRO-LIQUIDO   TO W-VALOR-RETRO.
           MOVE RETRO-RRA-BRUTO TO W-RRA-BRUTO.
           MOVE RETRO-RRA-INSS  TO W-RRA-INSS.
           MOVE RETRO-RRA-IRRF  TO W-RRA-IRRF.
           MOVE RETRO-RRA-MESES TO W-RRA-MESES.
       FIM-MOVE-RETRO-RRA.
           CONTINUE.

      *----------------[ ROTINA DE ADIANTAMENTO QUINZENAL ]---------------
       CALC-ADTO.
           MOVE ZEROS TO W-VALOR-ADTO.
               ADD TP-VALOR(W-IND-PEN) TO TOTAL-CNAB
               ADD 1 TO W-PENSAO-REGS.

      *----------------[ PAGAMENTO POR PIX ]------------------------------
       BUSCA-PIX.
           MOVE "N" TO W-PAGA-PIX.
           IF W-TEM-PIX NOT = "S"
               GO TO FIM-BUSCA-PIX.
           MOVE CHAPA TO PIX-CHAPA.
           READ ARQPIX
               INVALID KEY
               GO TO FIM-BUSCA-PIX.
           IF PIX-FORMA = "P" AND PIX-STATUS = "A"
              AND PIX-CHAVE NOT = SPACES
               MOVE "S" TO W-PAGA-PIX.
       FIM-BUSCA-PIX.
           MOVE "00" TO ST-ERRO.

       GRAVA-PIX.
           MOVE PIX-TIPO   TO PXR-TIPO.
           MOVE PIX-CHAVE  TO PXR-CHAVE.
           MOVE CHAPA      TO PXR-CHAPA.
           MOVE NOME       TO PXR-NOME.
           MOVE SALLIQUIDO TO PXR-VALOR.
           WRITE REGTPIX FROM PXR-DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PIX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           ADD SALLIQUIDO TO TOTAL-PIX.
           ADD 1 TO W-PIX-DETS.
       FIM-GRAVA-PIX.
           CONTINUE.

      *----------------[ CRITICA BANCARIA PRE-REMESSA ]-------------------
      *    REGRAS: BANCO PRECISA EXISTIR NA TABELA (FPP077), AGENCIA
      *    NAO PODE SER ZERO E O ULTIMO DIGITO DA CONTA E CONFERIDO
           CONTINUE.

      *---------------------[ PONTO DE CONTROLE DA FOLHA ]---------------
      *    UM PONTO DE CONTROLE POR PARTICAO (CHAVE = PRIMEIRA EMPRESA
      *    DA FAIXA); A FOLHA INTEIRA USA A CHAVE 000.
       LOAD-CHECKPOINT.
           MOVE "N" TO W-RESTART.
           MOVE ZEROS TO W-ULTCHAPA.
           OPEN INPUT ARQCKPT.
           IF ST-ERRO = "00"
               MOVE W-CKPT-PART TO CKPT-PARTICAO
               READ ARQCKPT
                   INVALID KEY
                   MOVE "23" TO ST-ERRO
               END-READ
               IF ST-ERRO = "00" AND CKPT-STATUS = "P"
                   MOVE "RETOMAR PROCESSAMENTO ANTERIOR (S/N)?" TO MENS
                   DISPLAY (23, 12) MENS
                       MOVE CKPT-TOTAL-CNAB TO TOTAL-CNAB
                       MOVE CKPT-PENSAO-REGS TO W-PENSAO-REGS
                       MOVE CKPT-CNAB-DETS TO W-CNAB-DETS
                       MOVE CKPT-TOTAL-PIX TO TOTAL-PIX
                       MOVE CKPT-PIX-DETS TO W-PIX-DETS
                       MOVE CKPT-EMPR-ATE TO W-CKPT-ATE
                       MOVE CKPT-DATA-ARQ TO W-CKPT-DATA-ARQ
                       MOVE CKPT-COMPETENCIA TO W-CKPT-COMP
                   ELSE
                       MOVE "N" TO W-RESTART
               CLOSE ARQCKPT
           ELSE
               MOVE "00" TO ST-ERRO.

      *---------------[ AVISO DE HOLERITE DISPONIVEL ]------------------
      *    UM AVISO POR FUNCIONARIO E FOLHA PROCESSADA (FPP168 ENVIA).
      *    NO REPROCESSAMENTO A CHAVE JA EXISTE E NAO REPETE O AVISO.
       AVISA-HOLERITE.
           IF W-TEM-NOTIF NOT = "S" OR NOME = SPACES
               GO TO FIM-AVISA-HOLERITE.
           MOVE CHAPA TO NOT-CHAPA NOT-DEST-CHAPA.
           MOVE "HOLERITE" TO NOT-MODELO.
           MOVE SPACES TO NOT-REF.
           MOVE W-COMPETENCIA TO NOT-REF(1:6).
           MOVE W-FREQ-RUN TO NOT-REF(7:1).
           MOVE W-PERIODO TO NOT-REF(8:1).
           MOVE W-COMPLEMENTAR TO NOT-REF(9:1).
           MOVE "F" TO NOT-DEST-TIPO.
           MOVE NOME TO NOT-VAR1.
           MOVE SPACES TO NOT-VAR2 NOT-VAR3.
           MOVE W-COMP-MES TO NOT-VAR2(1:2).
           MOVE "/" TO NOT-VAR2(3:1).
           MOVE W-COMP-ANO TO NOT-VAR2(4:4).
           IF W-COMPLEMENTAR = "S"
               MOVE " - COMPLEMENTAR" TO NOT-VAR2(8:15)
           ELSE
               IF W-FREQ-RUN NOT = "M"
                   MOVE " - PERIODO" TO NOT-VAR2(8:10)
                   MOVE W-PERIODO TO NOT-VAR2(19:1).
           MOVE "FPP015" TO NOT-ORIGEM.
           ACCEPT NOT-DATA-INC FROM DATE YYYYMMDD.
           ACCEPT NOT-HORA-INC FROM TIME.
           MOVE "P" TO NOT-SITUACAO.
           MOVE ZEROS TO NOT-TENTATIVAS NOT-DATA-ENV NOT-DATA-RET.
           MOVE SPACES TO NOT-CANAL NOT-MOTIVO.
           WRITE REGNOTIF
               INVALID KEY
               CONTINUE.
       FIM-AVISA-HOLERITE.
           CONTINUE.

       WRITE-CHECKPOINT.
           PERFORM ABRE-CHECKPOINT.
           MOVE W-CKPT-PART  TO CKPT-PARTICAO
           MOVE "P"          TO CKPT-STATUS
           MOVE CHAPA        TO CKPT-CHAPA
           MOVE CONLIN1      TO CKPT-CONLIN1
           MOVE TOTAL-CNAB   TO CKPT-TOTAL-CNAB
           MOVE W-PENSAO-REGS TO CKPT-PENSAO-REGS
           MOVE W-CNAB-DETS  TO CKPT-CNAB-DETS
           MOVE TOTAL-PIX    TO CKPT-TOTAL-PIX
           MOVE W-PIX-DETS   TO CKPT-PIX-DETS
           MOVE W-CODEMPRESA-ATE TO CKPT-EMPR-ATE
           MOVE W-EXPORT-DATA TO CKPT-DATA-ARQ
           MOVE W-COMPETENCIA TO CKPT-COMPETENCIA
           REWRITE REGCKPT
               INVALID KEY
               WRITE REGCKPT
                   INVALID KEY
                   CONTINUE.
           CLOSE ARQCKPT.

       CLOSE-CHECKPOINT.
           PERFORM ABRE-CHECKPOINT.
           MOVE W-CKPT-PART TO CKPT-PARTICAO.
           READ ARQCKPT
               INVALID KEY
               MOVE "23" TO ST-ERRO.
           IF ST-ERRO = "00"
               MOVE "C" TO CKPT-STATUS
               REWRITE REGCKPT
                   INVALID KEY
                   CONTINUE.
           CLOSE ARQCKPT.
           MOVE "00" TO ST-ERRO.

       ABRE-CHECKPOINT.
           OPEN I-O ARQCKPT.
           IF ST-ERRO = "35"
               OPEN OUTPUT ARQCKPT
               CLOSE ARQCKPT
               OPEN I-O ARQCKPT.

      *---------------------[ TABELA DE FAIXAS DE IRRF ]----------------
       LOAD-EMPRESA.
       FIM-CALC-SINDICATO.
           CONTINUE.

      *----------------[ PLANO DE SAUDE/ODONTO E COPARTICIPACAO ]--------
      *    PARA CADA VIDA (TITULAR OU DEPENDENTE) ADERIDA A UM PLANO
      *    ATIVO E VIGENTE NA COMPETENCIA, DESCONTA O PERCENTUAL DO
      *    FUNCIONARIO SOBRE A MENSALIDADE POR VIDA; SOMA A
      *    COPARTICIPACAO IMPORTADA (FPP116) DA COMPETENCIA.
       CALC-PLANO-SAUDE.
           MOVE ZEROS TO W-VALOR-SAUDE W-VALOR-COPART W-QTD-VIDAS.
           IF W-TEM-SAUDE NOT = "S"
               GO TO CALC-PLANO-SAUDE-3.
           MOVE CHAPA TO ADE-CHAPA.
           MOVE ZEROS TO ADE-DEPSEQ ADE-PLANO.
           START ARQADESAO KEY IS NOT LESS THAN ADE-KEY
               INVALID KEY
               GO TO CALC-PLANO-SAUDE-3.
       CALC-PLANO-SAUDE-1.
           READ ARQADESAO NEXT
               AT END
               GO TO CALC-PLANO-SAUDE-3.
           IF ADE-CHAPA NOT = CHAPA
               GO TO CALC-PLANO-SAUDE-3.
           IF ADE-STATUS NOT = "A"
               GO TO CALC-PLANO-SAUDE-1.
           IF ADE-INICIO(1:6) > W-COMPETENCIA
               GO TO CALC-PLANO-SAUDE-1.
           IF ADE-FIM NOT = ZEROS AND ADE-FIM(1:6) < W-COMPETENCIA
               GO TO CALC-PLANO-SAUDE-1.
           MOVE ADE-PLANO TO PLA-CODIGO.
           READ ARQPLANO
               INVALID KEY
               GO TO CALC-PLANO-SAUDE-1.
           IF PLA-STATUS NOT = "A"
               GO TO CALC-PLANO-SAUDE-1.
           COMPUTE W-PARTE-VIDA ROUNDED =
               PLA-VALOR-VIDA * PLA-PCT-FUNC / 100.
           ADD W-PARTE-VIDA TO W-VALOR-SAUDE.
           ADD 1 TO W-QTD-VIDAS.
           GO TO CALC-PLANO-SAUDE-1.
       CALC-PLANO-SAUDE-3.
           IF W-TEM-COPART NOT = "S"
               GO TO FIM-CALC-PLANO-SAUDE.
           MOVE CHAPA         TO COP-CHAPA.
           MOVE W-COMPETENCIA TO COP-COMPETENCIA.
           MOVE ZEROS         TO COP-PLANO COP-SEQ.
           START ARQCOPART KEY IS NOT LESS THAN COP-KEY
               INVALID KEY
               GO TO FIM-CALC-PLANO-SAUDE.
       CALC-PLANO-SAUDE-4.
           READ ARQCOPART NEXT
               AT END
               GO TO FIM-CALC-PLANO-SAUDE.
           IF COP-CHAPA NOT = CHAPA
              OR COP-COMPETENCIA NOT = W-COMPETENCIA
               GO TO FIM-CALC-PLANO-SAUDE.
           IF COP-STATUS = "A"
               ADD COP-VALOR TO W-VALOR-COPART.
           GO TO CALC-PLANO-SAUDE-4.
       FIM-CALC-PLANO-SAUDE.
           ADD W-VALOR-COPART TO W-VALOR-SAUDE.
           MOVE "00" TO ST-ERRO.

      *----------------[ SEGURO DE VIDA EM GRUPO ]------------------------
      *    PARTE DO PREMIO A CARGO DO FUNCIONARIO, CALCULADA NAS VIDAS
      *    DO MES (FPP117). NA EXCLUSAO (DESLIGADO NO MES) NAO HA
      *    DESCONTO.
       CALC-SEGURO.
           MOVE ZEROS TO W-VALOR-SEGURO W-CAPITAL-SEG.
           IF W-TEM-SEGVD NOT = "S"
               GO TO FIM-CALC-SEGURO.
           MOVE CHAPA         TO SGV-CHAPA.
           MOVE W-COMPETENCIA TO SGV-COMPETENCIA.
           READ ARQSEGVD
               INVALID KEY
               GO TO FIM-CALC-SEGURO.
           IF SGV-STATUS NOT = "A" OR SGV-MOVIMENTO = "E"
               GO TO FIM-CALC-SEGURO.
           MOVE SGV-CAPITAL    TO W-CAPITAL-SEG.
           MOVE SGV-PARTE-FUNC TO W-VALOR-SEGURO.
       FIM-CALC-SEGURO.
           MOVE "00" TO ST-ERRO.

      *----------------[ PREVIDENCIA PRIVADA (PGBL) ]---------------------
      *    CONTRIBUICAO DO FUNCIONARIO = % ESCOLHIDO NO FPP118 SOBRE O
      *    BRUTO; CONTRAPARTIDA DA EMPRESA = % DA CONTRIBUICAO, ATE O
      *    TETO (% DO BRUTO). A DEDUCAO NA BASE DO IRRF E LIMITADA A
      *    12% DO BRUTO E SO VALE PARA QUEM CONTRIBUI AO INSS.
       CALC-PREVIDENCIA.
           MOVE ZEROS TO W-PREV-FUNC W-PREV-EMPR W-PREV-DEDUZ.
           IF W-TEM-PREV NOT = "S"
               GO TO FIM-CALC-PREVIDENCIA.
           MOVE CHAPA TO PRV-CHAPA.
           READ ARQPREV
               INVALID KEY
               GO TO FIM-CALC-PREVIDENCIA.
           IF PRV-STATUS NOT = "A" OR PRV-INICIO > W-COMPETENCIA
               GO TO FIM-CALC-PREVIDENCIA.
           COMPUTE W-PREV-FUNC ROUNDED = BRUTO * PRV-PCT-FUNC / 100.
           COMPUTE W-PREV-EMPR ROUNDED =
               W-PREV-FUNC * W-PREV-PCT-MATCH / 100.
           COMPUTE W-PREV-LIMITE ROUNDED = BRUTO * W-PREV-TETO / 100.
           IF W-PREV-EMPR > W-PREV-LIMITE
               MOVE W-PREV-LIMITE TO W-PREV-EMPR.
           IF INSS = ZEROS
               GO TO FIM-CALC-PREVIDENCIA.
           MOVE W-PREV-FUNC TO W-PREV-DEDUZ.
           COMPUTE W-PREV-LIMITE ROUNDED =
               BRUTO * W-PREV-LIMITE-IR / 100.
           IF W-PREV-DEDUZ > W-PREV-LIMITE
               MOVE W-PREV-LIMITE TO W-PREV-DEDUZ.
       FIM-CALC-PREVIDENCIA.
           MOVE "00" TO ST-ERRO.

      *----------------[ INSS COM MULTIPLOS VINCULOS ]--------------------
      *    QUANDO O FUNCIONARIO DECLAROU BASE DE INSS JA TRIBUTADA EM
      *    OUTRO EMPREGADOR (ARQMULTV), O DESCONTO AQUI E LIMITADO A
       ROT-CALC-1.

           IF W-CODEMPRESA-FILTRO NOT = ZEROS
               AND (CODEMPRESA < W-CODEMPRESA-FILTRO
                    OR CODEMPRESA > W-CODEMPRESA-ATE)
               GO TO LER-FUNC.

           IF W-CHAPA-FILTRO NOT = ZEROS
               AND CHAPA NOT = W-CHAPA-FILTRO
               GO TO LER-FUNC.

           PERFORM BUSCA-FREQ THRU FIM-BUSCA-FREQ.
           IF W-FREQ-FUNC NOT = W-FREQ-RUN
               PERFORM ENCARGOS-PERIODO THRU FIM-ENCARGOS-PERIODO
               GO TO LER-FUNC.

           PERFORM APLICA-GRADE THRU FIM-APLICA-GRADE.

           PERFORM CALC-DIAS-FUNC THRU FIM-CALC-DIAS-FUNC.

           PERFORM CALC-AFAST THRU FIM-CALC-AFAST.
           IF W-DIAS-AFAST NOT < W-PER-DIAS
               GO TO LER-FUNC.

           PERFORM SOMA-PONTO THRU FIM-SOMA-PONTO.
                   IF TIPOSALARIO = "M"
                      MOVE SALARIOBASE TO BRUTO.

           IF W-FREQ-RUN NOT = "M"
               PERFORM PROPORC-PERIODO THRU FIM-PROPORC-PERIODO.

      *    ACIONAMENTOS DO SOBREAVISO SOMAM AS HORAS EXTRAS PAGAS; AS
      *    DO PONTO QUE FORAM PARA O BANCO DE HORAS NAO APARECEM.
           PERFORM CALC-SOBREAVISO THRU FIM-CALC-SOBREAVISO.
           IF W-VALOR-EXTRA-50 = ZEROS
               MOVE ZEROS TO W-EXTRAS-50.
           IF W-VALOR-EXTRA-100 = ZEROS
               MOVE ZEROS TO W-EXTRAS-100.
           ADD W-SBA-ACN-50  TO W-EXTRAS-50.
           ADD W-SBA-ACN-100 TO W-EXTRAS-100.
           ADD W-VALOR-ACN-50  TO W-VALOR-EXTRA-50 W-VALOR-EXTRA.
           ADD W-VALOR-ACN-100 TO W-VALOR-EXTRA-100 W-VALOR-EXTRA.
           ADD W-VALOR-ACN-50 W-VALOR-ACN-100 W-VALOR-SOBREAV TO BRUTO.

           COMPUTE W-VALOR-SALBASE =
               BRUTO - W-VALOR-EXTRA - W-VALOR-SOBREAV.

           PERFORM CALC-LANC THRU FIM-CALC-LANC.

           PERFORM CALC-DSR THRU FIM-CALC-DSR.
           ADD W-VALOR-DSR TO BRUTO.

           PERFORM CALC-DSR-COM THRU FIM-CALC-DSR-COM.
           ADD W-VALOR-DSR-COM TO BRUTO.

           PERFORM PAGA-BH-VENCIDO THRU FIM-PAGA-BH-VENCIDO.
           ADD W-VALOR-BH TO BRUTO.

           ADD W-VALOR-NOTURNO TO BRUTO.

           PERFORM CALC-ADIC-CARGO THRU FIM-CALC-ADIC-CARGO.
           IF W-FREQ-RUN NOT = "M"
               COMPUTE W-VALOR-PERIC ROUNDED =
                   W-VALOR-PERIC * W-PER-DIAS / 30
               COMPUTE W-VALOR-INSAL ROUNDED =
                   W-VALOR-INSAL * W-PER-DIAS / 30.
           ADD W-VALOR-PERIC W-VALOR-INSAL TO BRUTO.

           PERFORM CALC-ATS THRU FIM-CALC-ATS.
           IF W-FREQ-RUN NOT = "M"
               COMPUTE W-VALOR-ATS ROUNDED =
                   W-VALOR-ATS * W-PER-DIAS / 30.
           ADD W-VALOR-ATS TO BRUTO.

           IF W-DIAS-AFAST > ZEROS
               COMPUTE BRUTO ROUNDED =
                   BRUTO * (W-PER-DIAS - W-DIAS-AFAST) / W-PER-DIAS.

           MOVE ZEROS TO W-VALOR-MATERN.
           IF W-DIAS-AFAST-MAT > ZEROS
               COMPUTE W-VALOR-MATERN ROUNDED =
                   BRUTO * W-DIAS-AFAST-MAT / W-PER-DIAS
               IF W-VALOR-MATERN > BRUTO
                   MOVE BRUTO TO W-VALOR-MATERN
               END-IF
           PERFORM CALC-FALTAS THRU FIM-CALC-FALTAS.
           SUBTRACT W-VALOR-FALTA FROM BRUTO.

           PERFORM CALC-SUBST THRU FIM-CALC-SUBST.
           ADD W-VALOR-SUBST TO BRUTO.

           ADD W-LANC-TRIB TO BRUTO.

      *    NO PAGAMENTO POR PERIODO INSS E IRRF SAO CALCULADOS SOBRE O
      *    ACUMULADO DO MES (PERIODOS ANTERIORES + ESTE) E ABATIDO O
      *    QUE JA FOI RETIDO; O ULTIMO PERIODO ACERTA O MES.
           MOVE BRUTO TO W-PER-BRUTO-SV.
           PERFORM BUSCA-PER-ANT THRU FIM-BUSCA-PER-ANT.
           ADD W-ANT-PER-BRUTO TO BRUTO.

           PERFORM CALC-INSS.
           PERFORM AJUSTA-INSS-MULTV THRU FIM-AJUSTA-INSS-MULTV.

      *    O IRRF E CALCULADO PELAS DEDUCOES LEGAIS E PELO DESCONTO
      *    SIMPLIFICADO MENSAL; PREVALECE A OPCAO DE MENOR IMPOSTO,
      *    REGISTRADA NA MEMORIA DE CALCULO PARA O INFORME (FPP040).
      *    A CONTRIBUICAO AO PGBL E DEDUCAO LEGAL (LIMITADA A 12% DA
      *    RENDA TRIBUTAVEL); NAO SE SOMA AO DESCONTO SIMPLIFICADO.
           PERFORM CONTA-DEP-IR THRU FIM-CONTA-DEP-IR.
           PERFORM CALC-PREVIDENCIA THRU FIM-CALC-PREVIDENCIA.
           COMPUTE W-BASE-IRRF = BRUTO - INSS + W-LANC-AJU-IRRF -
               (W-QTD-DEP-IR * W-DED-DEPENDENTE) - W-PREV-DEDUZ.
           IF W-BASE-IRRF < ZEROS
               MOVE ZEROS TO W-BASE-IRRF.
           MOVE W-BASE-IRRF TO IMPOSTO.
           ELSE
               MOVE "L" TO W-OPCAO-IRRF
               MOVE W-IRRF-LEGAL TO LIQUIDO.
           PERFORM ABATE-PER-ANT THRU FIM-ABATE-PER-ANT.
           MOVE LIQUIDO TO 7TX.
      *    NOS PERIODOS INTERMEDIARIOS SAI SO O SALARIO DO PERIODO;
      *    BENEFICIOS E DESCONTOS DO MES FICAM PARA O ULTIMO PERIODO.
           IF W-PER-PARCIAL = "S"
               PERFORM ZERA-MENSAIS THRU FIM-ZERA-MENSAIS
               GO TO INC-003P.
           COMPUTE VT-TETO = BRUTO * 0,06.
           COMPUTE VT-DESCONTO = VT-VALOR * W-DIAS-UTEIS-F.
           COMPUTE VR-BENEFICIO = VR-VALOR * W-DIAS-UTEIS-F.
           PERFORM BUSCA-RECARGA THRU FIM-BUSCA-RECARGA.
           IF VT-DESCONTO > VT-TETO
               MOVE VT-TETO TO VT-DESCONTO.
           MOVE VT-DESCONTO  TO 9TX.
           MOVE VR-BENEFICIO TO 10TX.
      *    PROVENTOS E DESCONTOS LEGAIS PRIMEIRO; OS DEMAIS DESCONTOS
      *    ENTRAM NO MOTOR DE PRIORIDADE (APLICA-DESCONTOS), QUE
      *    POSTERGA O QUE NAO COUBER NO LIQUIDO.
           COMPUTE W-LIQ-CALC = BRUTO - INSS - LIQUIDO - W-PREV-FUNC.
           PERFORM CALC-SALFAM THRU FIM-CALC-SALFAM.
           ADD W-VALOR-SALFAM TO W-LIQ-CALC.
           PERFORM CALC-CRECHE THRU FIM-CALC-CRECHE.
           ADD W-VALOR-CRECHE TO W-LIQ-CALC.
           ADD W-LANC-ISENTO TO W-LIQ-CALC.
           PERFORM CALC-RETRO THRU FIM-CALC-RETRO.
           ADD W-VALOR-RETRO TO W-LIQ-CALC.
           PERFORM CALC-EMPREST THRU FIM-CALC-EMPREST.
           PERFORM CALC-ADTO THRU FIM-CALC-ADTO.
           PERFORM CALC-SINDICATO THRU FIM-CALC-SINDICATO.
           PERFORM CALC-PLANO-SAUDE THRU FIM-CALC-PLANO-SAUDE.
           PERFORM CALC-SEGURO THRU FIM-CALC-SEGURO.
           PERFORM COLETA-PENDENTES THRU FIM-COLETA-PENDENTES.
           PERFORM LIMPA-PENDENTES THRU FIM-LIMPA-PENDENTES.
           PERFORM APLICA-DESCONTOS THRU FIM-APLICA-DESCONTOS.
       INC-003P.
           MOVE VT-DESCONTO TO 9TX.
           MOVE "N" TO W-LIQ-NEG.
           IF W-LIQ-CALC < ZEROS
           WRITE REGHOL FROM HOLEXTRA100
           MOVE W-VALOR-DSR TO HOL-DSR
           WRITE REGHOL FROM HOLDSR
           IF W-VALOR-DSR-COM > ZEROS
               MOVE W-VALOR-DSR-COM TO HOL-DSR-COM
               WRITE REGHOL FROM HOLDSRCOM.
           MOVE W-VALOR-FALTA TO HOL-FALTA
           WRITE REGHOL FROM HOLFALTA
           MOVE W-DIAS-AFAST TO HOL-AFAST
           WRITE REGHOL FROM HOLRETRO
           MOVE W-VALOR-SALFAM TO HOL-SALFAM
           WRITE REGHOL FROM HOLSALFAM
           IF W-VALOR-CRECHE > ZEROS
               MOVE W-VALOR-CRECHE TO HOL-CRECHE
               WRITE REGHOL FROM HOLCRECHE.
           MOVE W-LANC-ISENTO TO HOL-LANCP
           WRITE REGHOL FROM HOLLANCP
           MOVE W-LANC-DESC TO HOL-LANCD
           WRITE REGHOL FROM HOLLANCD
           MOVE W-VALOR-SIND TO HOL-SIND
           WRITE REGHOL FROM HOLSIND
           IF W-VALOR-SAUDE > ZEROS
               MOVE W-VALOR-SAUDE TO HOL-SAUDE
               WRITE REGHOL FROM HOLSAUDE.
           IF W-VALOR-SEGURO > ZEROS
               MOVE W-VALOR-SEGURO TO HOL-SEGURO
               WRITE REGHOL FROM HOLSEGURO.
           IF W-PREV-FUNC > ZEROS
               MOVE W-PREV-FUNC TO HOL-PREVF
               WRITE REGHOL FROM HOLPREVF.
           IF W-PREV-EMPR > ZEROS
               MOVE W-PREV-EMPR TO HOL-PREVE
               WRITE REGHOL FROM HOLPREVE.
           MOVE W-CARRY-APLIC TO HOL-CARRY
           WRITE REGHOL FROM HOLCARRY
           MOVE W-POST-TOTAL TO HOL-POST
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *    QUEM OPTOU POR PIX (ARQPIX) RECEBE PELA REMESSA PIX E NAO
      *    PASSA PELA CRITICA DA CONTA BANCARIA.
           PERFORM BUSCA-PIX THRU FIM-BUSCA-PIX.
           IF W-PAGA-PIX = "S"
               PERFORM GRAVA-PIX THRU FIM-GRAVA-PIX
               GO TO INC-WR1B.
      *    CRITICA BANCARIA PRE-REMESSA: QUEM FALHA FICA FORA DO
      *    CNAB (LISTADO NO ARQUIVO75) EM VEZ DE VOLTAR REJEITADO.
           MOVE BANCO   TO W-VB-BANCO.

                ADD 1 TO CONLIN CONLIN1
                IF W-PREVIA NOT = "S" AND W-COMPLEMENTAR NOT = "S"
                   AND W-FREQ-RUN = "M"
                    PERFORM WRITE-CHECKPOINT.
                PERFORM AVISA-HOLERITE THRU FIM-AVISA-HOLERITE.
       INC-WR2.
                DISPLAY (20, 40) CONLIN1
                IF CONLIN < 34
                      WRITE REGHIST FROM LINHABR
                      GO TO ROT-CABEC.

      *---------------[ REGISTRO DO ARQUIVO DE INTERFACE (FPP171) ]---
       REGISTRA-INTERF.
           MOVE "G" TO ITF-EXT-OPER.
           MOVE "FPP015" TO ITF-EXT-PROGR.
           MOVE W-COMPETENCIA TO ITF-EXT-COMPET.
           MOVE W-CODEMPRESA-FILTRO TO ITF-EXT-EMPRESA.
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
                DISPLAY (01, 01) ERASE
                CLOSE ARQCARG ARQFUNC TARQFUNC TFGTS THOL TCNAB ARQCKPT
                      THIST ARQPROC TPIX.
                IF W-TEM-PONTO = "S"
                    CLOSE ARQPONTO.
                IF W-TEM-GRADE = "S"
                    CLOSE ARQBANCO.
                IF W-TEM-SIND = "S"
                    CLOSE ARQSIND ARQSINDV ARQSINDOP.
                IF W-TEM-SAUDE = "S"
                    CLOSE ARQPLANO ARQADESAO.
                IF W-TEM-COPART = "S"
                    CLOSE ARQCOPART.
                IF W-TEM-SEGVD = "S"
                    CLOSE ARQSEGVD.
                IF W-TEM-PREV = "S"
                    CLOSE ARQPREV.
                IF W-TEM-CRECHE = "S"
                    CLOSE ARQCRECHE.
                IF W-TEM-RECARGA = "S"
                    CLOSE ARQRECARGA.
                IF W-TEM-PIX = "S"
                    CLOSE ARQPIX.
                IF W-TEM-FREQ = "S"
                    CLOSE ARQFREQ.
                IF W-TEM-PENSAO = "S"
                    CLOSE ARQPENSAO.
                IF W-TEM-EMPREST = "S"
                    CLOSE ARQBHORA.
                IF W-TEM-AFAST = "S"
                    CLOSE ARQAFAST.
                IF W-TEM-SUBST = "S"
                    CLOSE ARQSUBST.
                IF W-TEM-SOBRE = "S"
                    CLOSE ARQSOBRE.
                IF W-TEM-FALTA = "S"
                    CLOSE ARQFALTA.
                IF W-TEM-DEPE = "S"
                    CLOSE ARQDEPE.
                IF W-TEM-DOCSF = "S"
                    CLOSE ARQDOCSF.
                IF W-TEM-LANC = "S"
                    CLOSE ARQLANC ARQEVEN.
                IF W-TEM-RETRO = "S"
