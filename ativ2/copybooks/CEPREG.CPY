      *=============================================
      *==COPYBOOK: CEPREG
      *==OBJETIVO: Layout do registro de CEPFAIXA.DAT
      *==(tabela de referencia de CEP: cada registro
      *==e uma faixa CEP-INICIAL..CEP-FINAL de uma
      *==cidade/UF). Indexado pela chave CEP-FINAL:
      *==para achar a faixa de um CEP faz-se START
      *==KEY NOT LESS THAN com o CEP procurado e le-se
      *==o proximo registro; o CEP pertence a faixa se
      *==CEP-INICIAL nao passar dele. Recarregada por
      *==PROGRAMA22 a partir de CEPCARGA.DAT (faixas
      *==sem sobreposicao, cidade em maiusculas).
      *==Consultada na critica de contato de
      *==PROGRAMA02, PROGRAMA2B, PROGRAMA2E,
      *==PROGRAMA2R, PROGRAMA06 e PROGRAMA08 e no
      *==relatorio de qualidade de endereco
      *==PROGRAMA23.
      *=============================================
       01  CEP-REGISTRO.
           05 CEP-FINAL   PIC 9(08).
           05 CEP-INICIAL PIC 9(08).
           05 CEP-CIDADE  PIC X(20).
           05 CEP-UF      PIC X(02).
