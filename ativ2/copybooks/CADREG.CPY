      *==Dados de contato (endereco, cidade, CEP,
      *==telefone e e-mail) para a mesa de atendimento;
      *==CEP e e-mail sao criticados na entrada como a
      *==data de nascimento; o CEP tambem contra a
      *==cidade na tabela CEPFAIXA.DAT (CEPREG).
      *==Situacao do cliente: A = ATIVO  I = INATIVO
      *==F = FALECIDO, com a data da ultima mudanca de
      *==situacao. A exclusao fisica passou a ser um
      *==expurgo deliberado; a baixa normal e a
      *==desativacao logica via PROGRAMA06.
      *==Canais de contato devolvidos: carta voltada
      *==(canal postal) e e-mail rejeitado (canal
      *==e-mail) chegam em DEVOLUCAO.DAT e PROGRAMA28
      *==marca o canal com S no indicador; N = canal
      *==valido. A data do canal e a da ultima mudanca
      *==do indicador (inclusao, devolucao ou troca do
      *==endereco/e-mail, que limpa a marca em
      *==PROGRAMA06 e PROGRAMA08). Geracoes de backup
      *==anteriores a estes campos restauram (PROGRAMA10)
      *==com os dois canais validos.
      *=============================================
       01  CAD-REGISTRO.
           05 CAD-NUMERO PIC 9(07).
           05 CAD-EMAIL    PIC X(40).
           05 CAD-SITUACAO PIC X(01).
           05 CAD-DATA-SITUACAO PIC 9(08).
           05 CAD-POSTAL-INVALIDO PIC X(01).
           05 CAD-DATA-POSTAL     PIC 9(08).
           05 CAD-EMAIL-INVALIDO  PIC X(01).
           05 CAD-DATA-EMAIL      PIC 9(08).
