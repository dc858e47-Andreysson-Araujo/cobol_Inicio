      *=============================================
      *==COPYBOOK: RCBREG
      *==OBJETIVO: Layout do registro de RECIBO.DAT
      *==(recibo devolvido pelo receptor de DELTA.DAT)
      *==e de REJDELTA.DAT (historico dos clientes
      *==rejeitados, guardado por PROGRAMA31). Tipos:
      *==  H = RECIBO DA GERACAO: data do recebimento,
      *==      registros D recebidos, aceitos e
      *==      rejeitados
      *==  R = CLIENTE REJEITADO: numero, codigo e
      *==      descricao do motivo dados pelo receptor
      *==RCB-SEQUENCIA e a geracao recebida (cabecalho
      *==H de DELTA.DAT). Um RECIBO.DAT pode trazer
      *==varias geracoes, cada H seguido dos R da sua
      *==geracao; o recibo repetido de uma geracao ja
      *==confirmada e ignorado com os seus R.
      *=============================================
       01  RCB-REGISTRO.
           05 RCB-TIPO       PIC X(01).
           05 RCB-SEQUENCIA  PIC 9(07).
           05 RCB-DADOS      PIC X(40).
           05 RCB-DADOS-RECIBO REDEFINES RCB-DADOS.
              10 RCB-DATA           PIC 9(08).
              10 RCB-QTD-RECEBIDOS  PIC 9(07).
              10 RCB-QTD-ACEITOS    PIC 9(07).
              10 RCB-QTD-REJEITADOS PIC 9(07).
              10 FILLER             PIC X(11).
           05 RCB-DADOS-REJEITADO REDEFINES RCB-DADOS.
              10 RCB-NUMERO         PIC 9(07).
              10 RCB-MOTIVO         PIC X(03).
              10 RCB-DESCRICAO      PIC X(30).
