       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA28.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Aplicacao do retorno de devolucoes
      *==(DEVOLUCAO.DAT, layout DEVREG): para cada
      *==carta devolvida ou e-mail rejeitado marca o
      *==canal como invalido no cadastro mestre
      *==(CAD-POSTAL-INVALIDO ou CAD-EMAIL-INVALIDO = S,
      *==com a data da marcacao) e grava em
      *==AUDITORIA.LOG uma alteracao A com o contato
      *==igual antes e depois e o motivo da devolucao.
      *==Nao marca o canal ja marcado nem a devolucao
      *==com data anterior ou igual a da ultima troca
      *==do canal (a carta ou o e-mail foi para o
      *==endereco antigo); recusa numero inexistente e
      *==registro invalido. Rodar o mesmo arquivo de
      *==novo nao marca nada duas vezes. Emite
      *==DEVOLUC.TXT, paginado, com o resultado de cada
      *==registro e os totais.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCAO ASSIGN TO "DEVOLUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCAO.

           SELECT CADASTRO-MESTRE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT AUDITORIA-LOG ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "DEVOLUC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEVOLUCAO.
           COPY DEVREG.

       FD  CADASTRO-MESTRE.
           COPY CADREG.

       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-DEVOLUCAO PIC XX VALUE "00".
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-DEVOLUCAO PIC X(01) VALUE "N".
       77 WS-REGISTRO-OK PIC X(01) VALUE "N".
       77 WS-RESULTADO PIC X(30) VALUE SPACES.
       77 WS-USUARIO PIC X(20) VALUE SPACES.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MARCADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MARCADOS-POSTAL PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MARCADOS-EMAIL PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JA-MARCADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESATUALIZADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "DEVOLUCOES DE CORRESPONDENCIA".
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PAGINA: ".
           05 WS-TIT-PAGINA PIC ZZ9.

       01 WS-LIN-EMISSAO.
           05 FILLER PIC X(12) VALUE "EMITIDO EM: ".
           05 WS-EMI-DIA PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-EMI-MES PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-EMI-ANO PIC X(04).
           05 FILLER PIC X(04) VALUE " AS ".
           05 WS-EMI-HORA PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-EMI-MIN PIC X(02).

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(08) VALUE "NUMERO".
           05 FILLER PIC X(21) VALUE "NOME".
           05 FILLER PIC X(07) VALUE "CANAL".
           05 FILLER PIC X(04) VALUE "MOT".
           05 FILLER PIC X(09) VALUE "DATA DEV".
           05 FILLER PIC X(30) VALUE "RESULTADO".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".

       01 WS-LIN-DETALHE.
           05 WS-DET-NUMERO PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-NOME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CANAL PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-RESULTADO PIC X(30).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT ARQ-DEVOLUCAO.
           IF WS-FS-DEVOLUCAO NOT = "00"
               DISPLAY "DEVOLUCAO.DAT INDISPONIVEL - NADA A APLICAR"
               STOP RUN
           END-IF.
           OPEN I-O CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - DEVOLUCOES NAO"
                   " APLICADAS"
               CLOSE ARQ-DEVOLUCAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDITORIA-LOG.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           PERFORM UNTIL WS-FIM-DEVOLUCAO = "S"
               READ ARQ-DEVOLUCAO
                   AT END
                       MOVE "S" TO WS-FIM-DEVOLUCAO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-APLICAR-DEVOLUCAO
               END-READ
           END-PERFORM.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE ARQ-DEVOLUCAO.
           CLOSE CADASTRO-MESTRE.
           CLOSE AUDITORIA-LOG.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM DEVOLUC.TXT".
           DISPLAY "DEVOLUCOES LIDAS.....: " WS-QTD-LIDOS.
           DISPLAY "CANAIS MARCADOS......: " WS-QTD-MARCADOS.
           DISPLAY "JA MARCADOS..........: " WS-QTD-JA-MARCADOS.
           DISPLAY "ANTERIORES A TROCA...: " WS-QTD-DESATUALIZADOS.
           DISPLAY "RECUSADAS............: " WS-QTD-REJEITADOS.
           PERFORM 8000-GRAVAR-JORNAL.
           STOP RUN.

       0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO NOT = "00"
               DISPLAY "DATAMOV.DAT INDISPONIVEL - DATA DE MOVIMENTO "
                   "NAO ABERTA (RODAR O CADABRE)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-DATA-MOVIMENTO
               NOT AT END
                   MOVE DTM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
                   MOVE DTM-SITUACAO TO WS-SITUACAO-MOVIMENTO
           END-READ.
           CLOSE ARQ-DATA-MOVIMENTO.
           IF WS-SITUACAO-MOVIMENTO = "F"
               DISPLAY "DATA DE MOVIMENTO " WS-DATA-MOVIMENTO
                   " JA FECHADA - RODAR O CADABRE DO DIA SEGUINTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SITUACAO-MOVIMENTO NOT = "A"
               DISPLAY "DATA DE MOVIMENTO NAO ABERTA (RODAR O CADABRE)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-MONTAR-EMISSAO.
           MOVE WS-DATA-HORA (7:2) TO WS-EMI-DIA.
           MOVE WS-DATA-HORA (5:2) TO WS-EMI-MES.
           MOVE WS-DATA-HORA (1:4) TO WS-EMI-ANO.
           MOVE WS-DATA-HORA (9:2) TO WS-EMI-HORA.
           MOVE WS-DATA-HORA (11:2) TO WS-EMI-MIN.

       2000-APLICAR-DEVOLUCAO.
           MOVE SPACES TO CAD-NOME.
           PERFORM 2100-CRITICAR-DEVOLUCAO.
           IF WS-REGISTRO-OK = "S"
               MOVE DEV-NUMERO TO CAD-NUMERO
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE SPACES TO CAD-NOME
                       MOVE "RECUSADA - CLIENTE INEXISTENTE"
                           TO WS-RESULTADO
                       ADD 1 TO WS-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 2200-MARCAR-CANAL
               END-READ
           END-IF.
           PERFORM 3000-IMPRIMIR-DETALHE.

       2100-CRITICAR-DEVOLUCAO.
           MOVE "S" TO WS-REGISTRO-OK.
           IF DEV-NUMERO IS NOT NUMERIC OR DEV-NUMERO = ZEROS
               MOVE "N" TO WS-REGISTRO-OK
               MOVE "RECUSADA - NUMERO INVALIDO" TO WS-RESULTADO
           ELSE
               IF DEV-CANAL NOT = "P" AND DEV-CANAL NOT = "E"
                   MOVE "N" TO WS-REGISTRO-OK
                   MOVE "RECUSADA - CANAL INVALIDO" TO WS-RESULTADO
               ELSE
                   IF DEV-DATA IS NOT NUMERIC OR DEV-DATA = ZEROS
                       OR DEV-DATA > WS-DATA-ATUAL-NUM
                       MOVE "N" TO WS-REGISTRO-OK
                       MOVE "RECUSADA - DATA INVALIDA"
                           TO WS-RESULTADO
                   ELSE
                       PERFORM 2150-CRITICAR-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-REGISTRO-OK = "N"
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       2150-CRITICAR-MOTIVO.
           IF DEV-CANAL = "P"
               IF DEV-MOTIVO NOT = "01" AND "02" AND "03" AND "04"
                   AND "05" AND "09"
                   MOVE "N" TO WS-REGISTRO-OK
               END-IF
           ELSE
               IF DEV-MOTIVO NOT = "11" AND "12" AND "13" AND "19"
                   MOVE "N" TO WS-REGISTRO-OK
               END-IF
           END-IF.
           IF WS-REGISTRO-OK = "N"
               MOVE "RECUSADA - MOTIVO INVALIDO" TO WS-RESULTADO
           END-IF.

       2200-MARCAR-CANAL.
           IF DEV-CANAL = "P"
               IF CAD-POSTAL-INVALIDO = "S"
                   MOVE "IGNORADA - ENDERECO JA MARCADO"
                       TO WS-RESULTADO
                   ADD 1 TO WS-QTD-JA-MARCADOS
               ELSE
                   IF CAD-DATA-POSTAL IS NUMERIC
                       AND DEV-DATA NOT > CAD-DATA-POSTAL
                       MOVE "IGNORADA - ENDERECO JA TROCADO"
                           TO WS-RESULTADO
                       ADD 1 TO WS-QTD-DESATUALIZADOS
                   ELSE
                       MOVE "S" TO CAD-POSTAL-INVALIDO
                       MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
                       PERFORM 2300-REGRAVAR-MESTRE
                   END-IF
               END-IF
           ELSE
               IF CAD-EMAIL-INVALIDO = "S"
                   MOVE "IGNORADA - E-MAIL JA MARCADO"
                       TO WS-RESULTADO
                   ADD 1 TO WS-QTD-JA-MARCADOS
               ELSE
                   IF CAD-DATA-EMAIL IS NUMERIC
                       AND DEV-DATA NOT > CAD-DATA-EMAIL
                       MOVE "IGNORADA - E-MAIL JA TROCADO"
                           TO WS-RESULTADO
                       ADD 1 TO WS-QTD-DESATUALIZADOS
                   ELSE
                       MOVE "S" TO CAD-EMAIL-INVALIDO
                       MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
                       PERFORM 2300-REGRAVAR-MESTRE
                   END-IF
               END-IF
           END-IF.

       2300-REGRAVAR-MESTRE.
           REWRITE CAD-REGISTRO
               INVALID KEY
                   MOVE "RECUSADA - ERRO NA REGRAVACAO"
                       TO WS-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               NOT INVALID KEY
                   PERFORM 2400-REGISTRAR-AUDITORIA
                   MOVE "CANAL MARCADO COMO INVALIDO"
                       TO WS-RESULTADO
                   ADD 1 TO WS-QTD-MARCADOS
                   IF DEV-CANAL = "P"
                       ADD 1 TO WS-QTD-MARCADOS-POSTAL
                   ELSE
                       ADD 1 TO WS-QTD-MARCADOS-EMAIL
                   END-IF
           END-REWRITE.

       2400-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE "A" TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE CAD-NOME TO AUD-NOME-ANT.
           MOVE CAD-DATA-NASC TO AUD-NASC-ANT.
           MOVE CAD-NOME TO AUD-NOME-NOVO.
           MOVE CAD-DATA-NASC TO AUD-NASC-NOVO.
           MOVE CAD-ENDERECO TO AUD-ENDERECO-ANT.
           MOVE CAD-CIDADE   TO AUD-CIDADE-ANT.
           MOVE CAD-CEP      TO AUD-CEP-ANT.
           MOVE CAD-TELEFONE TO AUD-TELEFONE-ANT.
           MOVE CAD-EMAIL    TO AUD-EMAIL-ANT.
           MOVE CAD-ENDERECO TO AUD-ENDERECO-NOVO.
           MOVE CAD-CIDADE   TO AUD-CIDADE-NOVO.
           MOVE CAD-CEP      TO AUD-CEP-NOVO.
           MOVE CAD-TELEFONE TO AUD-TELEFONE-NOVO.
           MOVE CAD-EMAIL    TO AUD-EMAIL-NOVO.
           MOVE ZEROS TO AUD-NUMERO-FUSAO.
           MOVE CAD-SITUACAO TO AUD-SITUACAO-NOVO.
           MOVE SPACES TO AUD-USUARIO-SUBMISSAO.
           MOVE SPACES TO AUD-USUARIO-APROVACAO.
           MOVE CAD-POSTAL-INVALIDO TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE CAD-EMAIL-INVALIDO TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE DEV-MOTIVO TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA28" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.

       3000-IMPRIMIR-DETALHE.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE DEV-NUMERO TO WS-DET-NUMERO.
           MOVE CAD-NOME TO WS-DET-NOME.
           EVALUATE DEV-CANAL
               WHEN "P"
                   MOVE "POSTAL" TO WS-DET-CANAL
               WHEN "E"
                   MOVE "E-MAIL" TO WS-DET-CANAL
               WHEN OTHER
                   MOVE DEV-CANAL TO WS-DET-CANAL
           END-EVALUATE.
           MOVE DEV-MOTIVO TO WS-DET-MOTIVO.
           MOVE DEV-DATA TO WS-DET-DATA.
           MOVE WS-RESULTADO TO WS-DET-RESULTADO.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 9
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "DEVOLUCOES LIDAS.............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ENDERECOS MARCADOS...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MARCADOS-POSTAL TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "E-MAILS MARCADOS.............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MARCADOS-EMAIL TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "CANAIS JA MARCADOS...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-JA-MARCADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ANTERIORES A TROCA DO CANAL..: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DESATUALIZADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "RECUSADAS....................: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REJEITADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       5000-NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WS-TIT-PAGINA.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-EMISSAO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       6000-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-LINHAS.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE "PROGRAMA28" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO EXE-QTD-LIDOS.
           MOVE WS-QTD-MARCADOS   TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
