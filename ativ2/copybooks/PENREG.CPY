      *=============================================
      *==COPYBOOK: PENREG
      *==OBJETIVO: Layout do registro de PENDENTE.DAT
      *==(fusoes M e expurgos E retidos para aprovacao
      *==de um segundo usuario, chave PEN-SEQUENCIA).
      *==Gravado por PROGRAMA06 quando encontra um M ou
      *==um E em MOVIMENTO.DAT (a transacao nao e mais
      *==aplicada na hora); decidido por PROGRAMA27, que
      *==mostra a imagem atual dos clientes envolvidos e
      *==recusa a decisao de quem submeteu; os aprovados
      *==sao aplicados por PROGRAMA06 na execucao
      *==seguinte. Situacao do item:
      *==  P = PENDENTE DE APROVACAO
      *==  A = APROVADO, AGUARDANDO PROGRAMA06
      *==  R = REJEITADO PELO APROVADOR
      *==  X = EXPIRADO SEM DECISAO NO PRAZO
      *==  L = LIBERADO E APLICADO NO MESTRE
      *==  N = APROVADO MAS NAO APLICADO (cliente nao
      *==      encontrado na aplicacao; ver PEN-MOTIVO)
      *==PEN-USUARIO-SUBMISSAO e quem digitou a
      *==transacao (MOV-USUARIO, ou o usuario do job
      *==quando o movimento nao traz); os dois usuarios
      *==seguem para AUD-USUARIO-SUBMISSAO e
      *==AUD-USUARIO-APROVACAO na auditoria.
      *=============================================
       01  PEN-REGISTRO.
           05 PEN-SEQUENCIA         PIC 9(07).
           05 PEN-OPERACAO          PIC X(01).
           05 PEN-NUMERO            PIC 9(07).
           05 PEN-NUMERO-DESTINO    PIC 9(07).
           05 PEN-USUARIO-SUBMISSAO PIC X(20).
           05 PEN-DATA-SUBMISSAO    PIC 9(08).
           05 PEN-HORA-SUBMISSAO    PIC 9(06).
           05 PEN-SITUACAO          PIC X(01).
           05 PEN-USUARIO-APROVACAO PIC X(20).
           05 PEN-DATA-DECISAO      PIC 9(08).
           05 PEN-HORA-DECISAO      PIC 9(06).
           05 PEN-DATA-APLICACAO    PIC 9(08).
           05 PEN-MOTIVO            PIC X(30).
