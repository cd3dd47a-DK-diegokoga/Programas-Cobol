           05  LINE 02  COLUMN 41
               VALUE  "UALIZADO PELO FPP099)".
           05  LINE 04  COLUMN 01
               VALUE  " CATEGORIA (FER/ASO/CRT/PGT/PON/CTR/ITF ".
           05  LINE 04  COLUMN 41
               VALUE  "OU VAZIO=TODAS):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCATEG
               LINE 04  COLUMN 58  PIC X(03)
               USING  W-CATEG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
