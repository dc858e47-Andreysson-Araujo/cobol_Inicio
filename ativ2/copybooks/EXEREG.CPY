      *==cadeia: um registro por execucao, gravado ao
      *==final de PROGRAMA2B, PROGRAMA2E, PROGRAMA2R,
      *==PROGRAMA06, PROGRAMA09, PROGRAMA11,
      *==PROGRAMA15, PROGRAMA16, PROGRAMA18,
      *==PROGRAMA19, PROGRAMA20, PROGRAMA21,
      *==PROGRAMA22, PROGRAMA23, PROGRAMA24,
      *==PROGRAMA25, PROGRAMA26, PROGRAMA27,
      *==PROGRAMA28, PROGRAMA29, PROGRAMA30,
      *==PROGRAMA31, PROGRAMA32, PROGRAMA33 e
      *==PROGRAMA34). Lido por
      *==PROGRAMA17 para o relatorio de operacao da
      *==manha. Resultado: OK = execucao normal,
      *==FA = terminou com falha ou divergencia
      *==(lote devolvido, conciliacao nao fechada).
      *==Uma execucao abortada nao grava registro:
      *==a ausencia no jornal e o sinal de falha.
      *==EXE-DATA/EXE-HORA sao o relogio no fim da
      *==execucao; EXE-DATA-MOVIMENTO e a data de
      *==movimento (DATAMOV.DAT, layout DTMREG) em que
      *==a execucao rodou, por onde PROGRAMA17 escolhe
      *==o dia do relatorio; zerada ou em branco nos
      *==registros anteriores a ela.
      *=============================================
       01  EXE-REGISTRO.
           05 EXE-PROGRAMA       PIC X(10).
           05 EXE-QTD-GRAVADOS   PIC 9(07).
           05 EXE-QTD-REJEITADOS PIC 9(07).
           05 EXE-RESULTADO      PIC X(02).
           05 EXE-DATA-MOVIMENTO PIC 9(08).
