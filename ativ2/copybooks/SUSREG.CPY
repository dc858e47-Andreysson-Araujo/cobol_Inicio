      *==  03 = ERRO DE GRAVACAO NO MESTRE
      *==  04 = CEP INVALIDO
      *==  05 = E-MAIL INVALIDO
      *==  06 = CEP FORA DA TABELA DE CEP
      *==  07 = CEP NAO CONFERE COM A CIDADE
      *==SUS-LOTE e o numero do lote de origem em
      *==LOTES.DAT, para a devolucao ao departamento e
      *==a contagem de reprocessados; zero (ou branco,
      *==nos suspensos antigos) quando nao ha lote
      *==registrado.
      *=============================================
       01  SUS-REGISTRO.
           05 SUS-NOME       PIC X(30).
           05 SUS-EMAIL      PIC X(40).
           05 SUS-MOTIVO     PIC X(02).
           05 SUS-DATA-CARGA PIC 9(08).
           05 SUS-LOTE       PIC 9(07).
