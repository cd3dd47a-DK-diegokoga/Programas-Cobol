               VALUE  " PARCELAS PAGAS:     |".
           05  LINE 10  COLUMN 01
               VALUE  " STATUS:             |".
           05  LINE 13  COLUMN 01
               VALUE  " (CHAPA 000000 = CREDITO DO TRABALHADOR:".
           05  LINE 13  COLUMN 41
               VALUE  " IMPORTACAO E RETORNO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".

           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EMP-CHAPA = ZEROS
                 GO TO CREDITO-TRAB.
       R3.
           MOVE EMP-CHAPA TO CHAPA.
           READ ARQFUNC
           DELETE ARQEMPREST RECORD.
           PERFORM CHECK-DELETE.

      *---------------[ CONSIGNADO DO CREDITO DO TRABALHADOR ]----------
       CREDITO-TRAB.
           CLOSE ARQEMPREST
           CLOSE ARQFUNC
           CLOSE ARQCARG
           CALL "FPP175".
           CANCEL "FPP175".
           GO TO CREATE-FILES.

      *-----------------------[ ROTINA DE FIM ]------------------------
       ROT-FIM.
           CLOSE ARQEMPREST
