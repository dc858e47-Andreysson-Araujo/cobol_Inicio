      *=============================================
      *==COPYBOOK: ENVREG
      *==OBJETIVO: Layout do registro de ENVDELTA.DAT
      *==(registro das geracoes de DELTA.DAT enviadas
      *==ao receptor, chave ENV-SEQUENCIA = numero da
      *==geracao, o mesmo do cabecalho H e da trilha T
      *==do arquivo). Gravado por PROGRAMA15 a cada
      *==extracao (tipo N) e por PROGRAMA32 no reenvio
      *==dos clientes rejeitados (tipo C, com a geracao
      *==de origem em ENV-SEQUENCIA-ORIGEM); cada
      *==geracao fica tambem em DELTAn.DAT, n = slot
      *==girado como nos backups de PROGRAMA09.
      *==O recibo do receptor (RCBREG) e registrado
      *==por PROGRAMA31. Situacao da geracao:
      *==  P = ENVIADA, AGUARDANDO RECIBO
      *==  C = CONFIRMADA (CONTAGEM CONFERE)
      *==  J = CONFIRMADA COM CLIENTES REJEITADOS
      *==  D = DIVERGENTE (CONTAGEM NAO CONFERE)
      *==O reenvio da geracao inteira (PROGRAMA32)
      *==volta a situacao para P e soma ENV-QTD-
      *==REENVIOS; o reenvio dos rejeitados guarda em
      *==ENV-SEQUENCIA-REENVIO a geracao que os levou.
      *=============================================
       01  ENV-REGISTRO.
           05 ENV-SEQUENCIA         PIC 9(07).
           05 ENV-TIPO              PIC X(01).
           05 ENV-SEQUENCIA-ORIGEM  PIC 9(07).
           05 ENV-DATA              PIC 9(08).
           05 ENV-HORA              PIC 9(06).
           05 ENV-QTD-ENVIADOS      PIC 9(07).
           05 ENV-SLOT              PIC 9(01).
           05 ENV-SITUACAO          PIC X(01).
           05 ENV-DATA-RECIBO       PIC 9(08).
           05 ENV-QTD-RECEBIDOS     PIC 9(07).
           05 ENV-QTD-ACEITOS       PIC 9(07).
           05 ENV-QTD-REJEITADOS    PIC 9(07).
           05 ENV-QTD-REENVIOS      PIC 9(02).
           05 ENV-DATA-REENVIO      PIC 9(08).
           05 ENV-SEQUENCIA-REENVIO PIC 9(07).
