           WRITE REGDEPE.
           IF ST-ERRO = "00" OR "02" 
              PERFORM LOG-DATA-SAVED
              PERFORM LOG-INCLUSAO THRU LOG-INCLUSAO-FIM
           ELSE IF 
              ST-ERRO = "22" 
              PERFORM REWRITE-ARQDEPE.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      
      ************************************************************       
      *    INCLUSAO: SO A IMAGEM NOVA (PERMITE REAPLICAR NO FPP164).
       LOG-INCLUSAO.
           MOVE "I" TO LOG-OPERACAO.
           MOVE DEPEN-KEY TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGDEPE TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-INCLUSAO-FIM.
           EXIT.

      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
