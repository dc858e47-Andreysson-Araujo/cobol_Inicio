      *==AUDITORIA.LOG, gravado por todo programa que
      *==altera o mestre (PROGRAMA02, PROGRAMA2B,
      *==PROGRAMA2R, PROGRAMA06) e lido por PROGRAMA11
      *==(conciliacao), PROGRAMA12 (consulta),
      *==PROGRAMA13 (arquivamento mensal), PROGRAMA20
      *==(recuperacao para frente) e PROGRAMA25 (dossie
      *==LGPD do titular).
      *==Operacoes: I = INCLUSAO  A = ALTERACAO
      *==           D = DESATIVACAO  R = REATIVACAO
      *==           M = FUSAO DE DUPLICADO
      *==depois da operacao, como nome e nascimento;
      *==os campos novos ficam no fim do registro para
      *==as posicoes historicas nao mudarem.
      *==AUD-SITUACAO-NOVO guarda a situacao do cliente
      *==(A/I/F) depois da operacao, para que a
      *==recuperacao para frente (PROGRAMA20) saiba se
      *==a desativacao foi para I ou para F; em branco
      *==na exclusao e nos registros antigos.
      *==Depois do expurgo, a pedido do titular,
      *==PROGRAMA26 troca nome, endereco, telefone e
      *==e-mail (ANT e NOVO) por ANONIMIZADO nos
      *==registros do numero; o resto fica intacto.
      *==Na fusao e no expurgo, que so sao aplicados
      *==depois de aprovados (PENDENTE.DAT, PROGRAMA27),
      *==AUD-USUARIO-SUBMISSAO traz quem digitou a
      *==transacao e AUD-USUARIO-APROVACAO quem aprovou;
      *==AUD-USUARIO continua sendo quem rodou o job.
      *==Nas demais operacoes a submissao traz o
      *==MOV-USUARIO do movimento (quando houver) e a
      *==aprovacao fica em branco.
      *==AUD-POSTAL-INVALIDO-NOVO e AUD-EMAIL-INVALIDO-
      *==NOVO guardam os indicadores de canal devolvido
      *==(S/N) depois da operacao, como a situacao. A
      *==marcacao de um canal devolvido (PROGRAMA28) e
      *==uma alteracao A com os dados de contato iguais
      *==antes e depois e o motivo informado pelo
      *==remetente em AUD-MOTIVO-DEVOLUCAO; fora dela o
      *==motivo fica em branco.
      *==AUD-PROGRAMA e o programa que gravou o registro
      *==(PROGRAMA02, PROGRAMA06, PROGRAMA08...), para o
      *==relatorio de atividade por usuario (PROGRAMA30)
      *==separar a mesa de atendimento do batch; fica em
      *==branco nos registros anteriores a ele.
      *==AUD-DATA-HORA e o relogio no momento da
      *==gravacao (base da ordem dos registros e da
      *==recuperacao para frente); AUD-DATA-MOVIMENTO
      *==e a data de movimento (DATAMOV.DAT, layout
      *==DTMREG) em que a operacao foi feita, que pode
      *==ser outro dia quando a cadeia passa da
      *==meia-noite ou e rodada de novo depois; fica
      *==em branco nos registros anteriores a ela.
      *=============================================
       01  AUD-REGISTRO.
           05 AUD-DATA-HORA PIC X(21).
           05 AUD-TELEFONE-NOVO PIC X(11).
           05 AUD-EMAIL-NOVO    PIC X(40).
           05 AUD-NUMERO-FUSAO  PIC 9(07).
           05 AUD-SITUACAO-NOVO PIC X(01).
           05 AUD-USUARIO-SUBMISSAO PIC X(20).
           05 AUD-USUARIO-APROVACAO PIC X(20).
           05 AUD-POSTAL-INVALIDO-NOVO PIC X(01).
           05 AUD-EMAIL-INVALIDO-NOVO  PIC X(01).
           05 AUD-MOTIVO-DEVOLUCAO     PIC X(02).
           05 AUD-PROGRAMA             PIC X(10).
           05 AUD-DATA-MOVIMENTO       PIC 9(08).
