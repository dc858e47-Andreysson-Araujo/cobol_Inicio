      *==(historico de estatisticas do cadastro, um
      *==registro por execucao de PROGRAMA04). Lido
      *==por PROGRAMA14 para o relatorio de tendencia.
      *==EST-DATA/HORA-EXECUCAO sao o relogio da
      *==execucao; EST-DATA-MOVIMENTO e a data de
      *==movimento (DATAMOV.DAT) do retrato, usada
      *==tambem no calculo das idades; em branco nos
      *==retratos anteriores a ela.
      *=============================================
       01  EST-REGISTRO.
           05 EST-DATA-EXECUCAO PIC 9(08).
           05 EST-QTD-ADULTO    PIC 9(07).
           05 EST-QTD-IDOSO     PIC 9(07).
           05 EST-MEDIA-IDADE   PIC 9(03)V99.
           05 EST-DATA-MOVIMENTO PIC 9(08).
