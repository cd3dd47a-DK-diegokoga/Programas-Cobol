           03 BKF-CONTATO-FONE PIC 9(11).
           03 BKF-CONTATO-PAR  PIC X(15).
           03 BKF-CATEGORIA    PIC X(01).
           03 BKF-PCD-TIPO     PIC X(01).
           03 BKF-PCD-LAUDO    PIC 9(08).
       FD HMFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-HMFUNC-NOME.
       01 REGFUNC-HM    PIC X(294).
       FD BKDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKDEPE-NOME.
