      *==PROGRAMA04) e imprime em TENDENCIA.TXT a
      *==evolucao de total, faixas etarias e media de
      *==idade, com a variacao do total entre
      *==execucoes. A data de cada linha e a data de
      *==movimento do retrato (EST-DATA-MOVIMENTO) ou,
      *==nos retratos anteriores a ela, a da execucao.
      *==DATA:21/08/2026
      *=============================================
       ENVIRONMENT DIVISION.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           IF EST-DATA-MOVIMENTO IS NUMERIC
               AND EST-DATA-MOVIMENTO > 0
               MOVE EST-DATA-MOVIMENTO TO WS-DATA-EXEC-ALFA
           ELSE
               MOVE EST-DATA-EXECUCAO TO WS-DATA-EXEC-ALFA
           END-IF.
           MOVE WS-DATA-EXEC-ALFA (7:2) TO WS-DET-DIA.
           MOVE WS-DATA-EXEC-ALFA (5:2) TO WS-DET-MES.
           MOVE WS-DATA-EXEC-ALFA (1:4) TO WS-DET-ANO.
