      *=============================================
      *==COPYBOOK: LOTREG
      *==OBJETIVO: Layout do registro de LOTES.DAT
      *==(registro permanente dos lotes de entrada,
      *==um registro por lote, chave LOT-NUMERO).
      *==Gravado por PROGRAMA2E na critica previa com
      *==o departamento do *LOT=, a contagem do *FIM=
      *==e o veredito; completado por PROGRAMA2B ao
      *==fim da carga (carregados e suspensos) e por
      *==PROGRAMA2R a cada suspenso reprocessado.
      *==Lido por PROGRAMA21 (relatorio mensal por
      *==departamento). O ultimo numero de lote
      *==atribuido fica em LOTCTL.DAT (LCTREG).
      *==Resultado da critica: A = ACEITO
      *==D = DEVOLVIDO, com o motivo da devolucao:
      *==  01 = CABECALHO *LOT= AUSENTE
      *==  02 = TRILHA *FIM= AUSENTE
      *==  03 = CONTAGEM DECLARADA NAO CONFERE
      *==  04 = TAXA DE ERRO ACIMA DA TOLERANCIA
      *==  05 = LOTE SEM REGISTROS DE DADOS
      *=============================================
       01  LOT-REGISTRO.
           05 LOT-NUMERO            PIC 9(07).
           05 LOT-DEPARTAMENTO      PIC X(20).
           05 LOT-DATA-RECEBIMENTO  PIC 9(08).
           05 LOT-HORA-RECEBIMENTO  PIC 9(06).
           05 LOT-QTD-DECLARADA     PIC 9(07).
           05 LOT-QTD-RECEBIDOS     PIC 9(07).
           05 LOT-QTD-ERROS         PIC 9(07).
           05 LOT-RESULTADO         PIC X(01).
           05 LOT-MOTIVO-DEVOLUCAO  PIC X(02).
           05 LOT-DATA-CARGA        PIC 9(08).
           05 LOT-QTD-CARREGADOS    PIC 9(07).
           05 LOT-QTD-SUSPENSOS     PIC 9(07).
           05 LOT-QTD-REPROCESSADOS PIC 9(07).
