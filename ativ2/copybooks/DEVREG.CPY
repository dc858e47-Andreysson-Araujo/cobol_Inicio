      *=============================================
      *==COPYBOOK: DEVREG
      *==OBJETIVO: Layout do registro de DEVOLUCAO.DAT
      *==(retorno de correspondencia devolvida pelos
      *==Correios e de e-mail rejeitado, enviado pelo
      *==faturamento). Um registro por devolucao:
      *==numero do cliente, canal (P = POSTAL,
      *==E = E-MAIL), motivo e data da devolucao
      *==(AAAAMMDD). Aplicado por PROGRAMA28, que marca
      *==o canal como invalido no mestre. Motivos:
      *==  POSTAL: 01 = MUDOU-SE
      *==          02 = DESCONHECIDO NO ENDERECO
      *==          03 = ENDERECO INSUFICIENTE
      *==          04 = RECUSADO
      *==          05 = NAO PROCURADO
      *==          09 = OUTROS
      *==  E-MAIL: 11 = CAIXA POSTAL INEXISTENTE
      *==          12 = DOMINIO INEXISTENTE
      *==          13 = MENSAGEM RECUSADA
      *==          19 = OUTROS
      *==DEV-ORIGEM identifica o remetente do retorno
      *==(CORREIOS, FATURAMENTO...), so informativo.
      *=============================================
       01  DEV-REGISTRO.
           05 DEV-NUMERO PIC 9(07).
           05 DEV-CANAL  PIC X(01).
           05 DEV-MOTIVO PIC X(02).
           05 DEV-DATA   PIC 9(08).
           05 DEV-ORIGEM PIC X(12).
