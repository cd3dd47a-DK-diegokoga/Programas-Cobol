           WRITE REGDEP.
           IF ST-ERRO = "00" OR "02" 
		      PERFORM LOG-DATA-SAVED
              PERFORM LOG-INCLUSAO THRU LOG-INCLUSAO-FIM
           ELSE IF 
		      ST-ERRO = "22" 
              PERFORM REWRITE-ARQDEP
           STOP RUN.
           EXIT PROGRAM.
      ************************************************************	 
      *    INCLUSAO: SO A IMAGEM NOVA (PERMITE REAPLICAR NO FPP164).
       LOG-INCLUSAO.
           MOVE "I" TO LOG-OPERACAO.
           MOVE CODIGO1 TO LOG-CHAVE.
           MOVE SPACES TO LOG-IMAGEM-ANT.
           MOVE REGDEP TO LOG-IMAGEM-NOVA.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-INCLUSAO-FIM.
           EXIT.

      *---------------[ TRILHA DE ALTERACOES ]--------------------------
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
