      *==backup gravada por PROGRAMA09. Reconstroi um
      *==mestre indexado novo em CADREST.DAT e refaz
      *==CONTROLE.DAT com o maior numero restaurado.
      *==O cabecalho da geracao restaurada fica em
      *==RESTCTL.DAT, ponto de partida da recuperacao
      *==para frente (PROGRAMA20).
      *==Apos conferir os totais, renomear CADREST.DAT
      *==para CADASTRO.DAT.
      *==Geracao gravada antes dos indicadores de canal
      *==devolvido restaura com os dois canais validos.
      *==DATA:21/08/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ARQ-RESTAURACAO ASSIGN TO "RESTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESTAURACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-BACKUP.
       01  REG-BACKUP PIC X(191).

       FD  CADASTRO-NOVO.
           COPY CADREG.
       FD  ARQ-CONTROLE.
           COPY CTLREG.

       FD  ARQ-RESTAURACAO.
       01  REG-RESTAURACAO PIC X(35).

       WORKING-STORAGE SECTION.
       77 WS-FS-BACKUP PIC XX VALUE "00".
       77 WS-FS-NOVO PIC XX VALUE "00".
       77 WS-FS-GERACAO PIC XX VALUE "00".
       77 WS-FS-CONTROLE PIC XX VALUE "00".
       77 WS-FS-RESTAURACAO PIC XX VALUE "00".
       77 WS-FIM-BACKUP PIC X(01) VALUE "N".
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RESTAURADOS PIC 9(07) VALUE ZEROS.
           CLOSE ARQUIVO-BACKUP.
           CLOSE CADASTRO-NOVO.
           PERFORM 4000-GRAVAR-CONTROLE.
           PERFORM 4100-GRAVAR-RESTAURACAO.
           DISPLAY "GERACAO RESTAURADA....: " WS-GERACAO-PEDIDA.
           DISPLAY "REGISTROS LIDOS.......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS RESTAURADOS.: " WS-QTD-RESTAURADOS.

       3000-RESTAURAR-REGISTRO.
           MOVE REG-BACKUP TO CAD-REGISTRO.
           IF CAD-POSTAL-INVALIDO NOT = "S"
               MOVE "N" TO CAD-POSTAL-INVALIDO
           END-IF.
           IF CAD-DATA-POSTAL IS NOT NUMERIC
               MOVE CAD-DATA-SITUACAO TO CAD-DATA-POSTAL
           END-IF.
           IF CAD-EMAIL-INVALIDO NOT = "S"
               MOVE "N" TO CAD-EMAIL-INVALIDO
           END-IF.
           IF CAD-DATA-EMAIL IS NOT NUMERIC
               MOVE CAD-DATA-SITUACAO TO CAD-DATA-EMAIL
           END-IF.
           WRITE CAD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA RESTAURACAO: " CAD-NUMERO
           MOVE WS-MAIOR-NUMERO TO CTL-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE ARQ-CONTROLE.

       4100-GRAVAR-RESTAURACAO.
           OPEN OUTPUT ARQ-RESTAURACAO.
           MOVE WS-CABECALHO-BACKUP TO REG-RESTAURACAO.
           WRITE REG-RESTAURACAO.
           CLOSE ARQ-RESTAURACAO.
