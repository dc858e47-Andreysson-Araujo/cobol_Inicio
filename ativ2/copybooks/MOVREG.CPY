      *==o cliente. A data de nascimento entra no
      *==formato AAAAMMDD; o CEP entra com 8 digitos
      *==sem separador.
      *==MOV-USUARIO e quem digitou a transacao; M e E
      *==nao sao aplicados na hora: PROGRAMA06 os retem
      *==em PENDENTE.DAT (PENREG) ate a aprovacao de
      *==outro usuario (PROGRAMA27). Vazio = usuario
      *==que rodou o PROGRAMA06.
      *=============================================
       01  MOV-REGISTRO.
           05 MOV-OPERACAO  PIC X(01).
           05 MOV-EMAIL     PIC X(40).
           05 MOV-SITUACAO  PIC X(01).
           05 MOV-NUMERO-DESTINO PIC 9(07).
           05 MOV-USUARIO   PIC X(20).
