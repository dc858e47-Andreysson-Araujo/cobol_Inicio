      *=============================================
      *==COPYBOOK: LCTREG
      *==OBJETIVO: Layout do registro de LOTCTL.DAT
      *==(ultimo numero de lote atribuido). Lido e
      *==regravado por PROGRAMA2E a cada lote
      *==criticado; lido por PROGRAMA2B para saber
      *==qual lote de LOTES.DAT esta sendo carregado.
      *=============================================
       01  LCT-REGISTRO.
           05 LCT-ULTIMO-LOTE PIC 9(07).
