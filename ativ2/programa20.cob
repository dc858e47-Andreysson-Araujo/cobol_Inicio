       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA20.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Recuperacao para frente do mestre
      *==restaurado por PROGRAMA10. Parte do instante
      *==do backup restaurado (cabecalho *GER= DATA=
      *==HORA= guardado em RESTCTL.DAT) e reaplica em
      *==CADREST.DAT, na ordem em que foram gravados,
      *==os registros de AUDITARC.DAT (se existir) e
      *==de AUDITORIA.LOG a partir daquele instante,
      *==pela operacao e pelos campos NOVO do AUDREG
      *==(inclusive as marcas de canal devolvido, com a
      *==data de movimento do registro quando o canal
      *==muda; registros antigos, sem ela, usam a data
      *==da gravacao). A mesma data vai para a data de
      *==situacao nas inclusoes, desativacoes e
      *==reativacoes.
      *==Para na data/hora pedida no console (vazio =
      *==ate o fim do log). Nao grava auditoria: as
      *==operacoes reaplicadas ja estao no log. Eleva
      *==CONTROLE.DAT ao maior numero aplicado e emite
      *==RECUPERA.TXT, paginado, com as quantidades
      *==por operacao e as linhas que nao puderam ser
      *==aplicadas, com o motivo. Linhas no formato
      *==antigo sao contadas a parte e ignoradas.
      *==Rodar antes do rename de CADREST.DAT para
      *==CADASTRO.DAT.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESTAURACAO ASSIGN TO "RESTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESTAURACAO.

           SELECT CADASTRO-NOVO ASSIGN TO "CADREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVO.

           SELECT AUDITORIA-LOG ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARQUIVO-MORTO ASSIGN TO "AUDITARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-CONTROLE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "RECUPERA.TXT"
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
       FD  ARQ-RESTAURACAO.
       01  REG-RESTAURACAO PIC X(35).

       FD  CADASTRO-NOVO.
           COPY CADREG.

       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       FD  ARQ-CONTROLE.
           COPY CTLREG.

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RESTAURACAO PIC XX VALUE "00".
       77 WS-FS-NOVO PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-MORTO PIC XX VALUE "00".
       77 WS-FS-CONTROLE PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-DATA-OPERACAO PIC 9(08) VALUE ZEROS.
       77 WS-FIM-LOG PIC X(01) VALUE "N".
       77 WS-FIM-MORTO PIC X(01) VALUE "N".
       77 WS-LIMITE-ATINGIDO PIC X(01) VALUE "N".
       77 WS-INSTANTE-BACKUP PIC X(14) VALUE SPACES.
       77 WS-INSTANTE-LIMITE PIC X(14) VALUE SPACES.
       77 WS-INSTANTE-REGISTRO PIC X(14) VALUE SPACES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-POSTAL-INVALIDO PIC X(01) VALUE "N".
       77 WS-EMAIL-INVALIDO PIC X(01) VALUE "N".
       77 WS-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
       77 WS-MAIOR-NUMERO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ANTERIORES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORMATO-ANTIGO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ALTERADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESATIVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REATIVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FUNDIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JA-CONTIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-APLICADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APLICADOS PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-CABECALHO-BACKUP.
           05 WS-CAB-PREFIXO PIC X(05).
           05 WS-CAB-GERACAO PIC 9(04).
           05 FILLER PIC X(06).
           05 WS-CAB-DATA PIC X(08).
           05 FILLER PIC X(06).
           05 WS-CAB-HORA PIC X(06).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(30) VALUE "RECUPERACAO PARA FRENTE".
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

       01 WS-LIN-SEPARADORA PIC X(70) VALUE ALL "=".

       01 WS-LIN-PONTO-PARTIDA.
           05 FILLER PIC X(20) VALUE "GERACAO RESTAURADA: ".
           05 WS-PTO-GERACAO PIC 9(04).
           05 FILLER PIC X(04) VALUE " DE ".
           05 WS-PTO-INSTANTE PIC X(14).
           05 FILLER PIC X(10) VALUE "  LIMITE: ".
           05 WS-PTO-LIMITE PIC X(14).

       01 WS-LIN-CABEC-COLUNAS.
           05 FILLER PIC X(16) VALUE "INSTANTE".
           05 FILLER PIC X(04) VALUE "OP".
           05 FILLER PIC X(09) VALUE "NUMERO".
           05 FILLER PIC X(30) VALUE "MOTIVO DA NAO APLICACAO".

       01 WS-LIN-NAO-APLICADO.
           05 WS-NAP-INSTANTE PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-NAP-OPERACAO PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-NAP-NUMERO PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-NAP-MOTIVO PIC X(30).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(32).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-OBTER-PONTO-PARTIDA.
           PERFORM 1100-OBTER-LIMITE.
           OPEN I-O CADASTRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               DISPLAY "CADREST.DAT INDISPONIVEL - RODAR PROGRAMA10"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           MOVE WS-CAB-GERACAO TO WS-PTO-GERACAO.
           MOVE WS-INSTANTE-BACKUP TO WS-PTO-INSTANTE.
           MOVE WS-INSTANTE-LIMITE TO WS-PTO-LIMITE.
           MOVE WS-LIN-PONTO-PARTIDA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-CABEC-COLUNAS TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           PERFORM 1500-REAPLICAR-ARQUIVO-MORTO.
           PERFORM 1600-REAPLICAR-LOG-VIVO.
           CLOSE CADASTRO-NOVO.
           PERFORM 1200-OBTER-ULTIMO-NUMERO.
           IF WS-MAIOR-NUMERO > WS-ULTIMO-NUMERO
               PERFORM 1300-GRAVAR-CONTROLE
           END-IF.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "================================================".
           DISPLAY "RECUPERACAO PARA FRENTE".
           DISPLAY "GERACAO DE PARTIDA........: " WS-CAB-GERACAO
               " DE " WS-INSTANTE-BACKUP.
           DISPLAY "LINHAS LIDAS (ARQ + LOG)..: " WS-QTD-LIDOS.
           DISPLAY "ANTERIORES AO BACKUP......: " WS-QTD-ANTERIORES.
           DISPLAY "LINHAS EM FORMATO ANTIGO..: "
               WS-QTD-FORMATO-ANTIGO.
           DISPLAY "INCLUSOES REAPLICADAS.....: " WS-QTD-INCLUIDOS.
           DISPLAY "ALTERACOES REAPLICADAS....: " WS-QTD-ALTERADOS.
           DISPLAY "DESATIVACOES REAPLICADAS..: " WS-QTD-DESATIVADOS.
           DISPLAY "REATIVACOES REAPLICADAS...: " WS-QTD-REATIVADOS.
           DISPLAY "FUSOES REAPLICADAS........: " WS-QTD-FUNDIDOS.
           DISPLAY "EXPURGOS REAPLICADOS......: " WS-QTD-EXCLUIDOS.
           DISPLAY "JA CONTIDOS NO BACKUP.....: " WS-QTD-JA-CONTIDOS.
           DISPLAY "NAO APLICADOS.............: "
               WS-QTD-NAO-APLICADOS.
           DISPLAY "MAIOR NUMERO APLICADO.....: " WS-MAIOR-NUMERO.
           IF WS-QTD-NAO-APLICADOS > 0
               DISPLAY "HA LINHAS NAO APLICADAS - VER RECUPERA.TXT"
           END-IF.
           DISPLAY "CONFERIDO O TOTAL, RENOMEIE CADREST.DAT PARA"
               " CADASTRO.DAT".
           DISPLAY "================================================".
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

       1000-OBTER-PONTO-PARTIDA.
           OPEN INPUT ARQ-RESTAURACAO.
           IF WS-FS-RESTAURACAO NOT = "00"
               DISPLAY "RESTCTL.DAT INDISPONIVEL - RODAR PROGRAMA10"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-RESTAURACAO
               AT END
                   DISPLAY "RESTCTL.DAT VAZIO - RODAR PROGRAMA10"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE REG-RESTAURACAO TO WS-CABECALHO-BACKUP.
           CLOSE ARQ-RESTAURACAO.
           IF WS-CAB-PREFIXO NOT = "*GER="
               OR WS-CAB-DATA IS NOT NUMERIC
               OR WS-CAB-HORA IS NOT NUMERIC
               DISPLAY "RESTCTL.DAT SEM CABECALHO DE BACKUP VALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CAB-DATA TO WS-INSTANTE-BACKUP (1:8).
           MOVE WS-CAB-HORA TO WS-INSTANTE-BACKUP (9:6).
           DISPLAY "PARTINDO DA GERACAO " WS-CAB-GERACAO
               " DE " WS-CAB-DATA " " WS-CAB-HORA.

       1100-OBTER-LIMITE.
           DISPLAY "PARAR EM AAAAMMDDHHMMSS (VAZIO = FIM DO LOG): ".
           ACCEPT WS-INSTANTE-LIMITE.
           IF WS-INSTANTE-LIMITE = SPACES
               MOVE ALL "9" TO WS-INSTANTE-LIMITE
           ELSE
               IF WS-INSTANTE-LIMITE (9:6) = SPACES
                   MOVE "235959" TO WS-INSTANTE-LIMITE (9:6)
               END-IF
               IF WS-INSTANTE-LIMITE IS NOT NUMERIC
                   DISPLAY "DATA/HORA LIMITE INVALIDA: "
                       WS-INSTANTE-LIMITE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-INSTANTE-LIMITE < WS-INSTANTE-BACKUP
                   DISPLAY "LIMITE ANTERIOR AO BACKUP RESTAURADO: "
                       WS-INSTANTE-LIMITE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1200-OBTER-ULTIMO-NUMERO.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQ-CONTROLE
                   NOT AT END
                       MOVE CTL-ULTIMO-NUMERO TO WS-ULTIMO-NUMERO
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF.

       1300-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE WS-MAIOR-NUMERO TO CTL-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE ARQ-CONTROLE.

       1500-REAPLICAR-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-FS-MORTO NOT = "00"
               MOVE "S" TO WS-FIM-MORTO
           END-IF.
           PERFORM UNTIL WS-FIM-MORTO = "S"
               OR WS-LIMITE-ATINGIDO = "S"
               PERFORM 1510-LER-ARQUIVO-MORTO
               IF WS-FIM-MORTO NOT = "S"
                   MOVE REG-MORTO TO AUD-REGISTRO
                   PERFORM 3000-TRATAR-REGISTRO
               END-IF
           END-PERFORM.
           IF WS-FS-MORTO = "00" OR WS-FS-MORTO = "10"
               CLOSE ARQUIVO-MORTO
           END-IF.

       1510-LER-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO
               AT END
                   MOVE "S" TO WS-FIM-MORTO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1600-REAPLICAR-LOG-VIVO.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "AUDITORIA.LOG INDISPONIVEL - LOG VAZIO"
               MOVE "S" TO WS-FIM-LOG
           END-IF.
           PERFORM UNTIL WS-FIM-LOG = "S"
               OR WS-LIMITE-ATINGIDO = "S"
               PERFORM 1610-LER-LOG
               IF WS-FIM-LOG NOT = "S"
                   PERFORM 3000-TRATAR-REGISTRO
               END-IF
           END-PERFORM.
           IF WS-FS-AUDITORIA = "00" OR WS-FS-AUDITORIA = "10"
               CLOSE AUDITORIA-LOG
           END-IF.

       1610-LER-LOG.
           READ AUDITORIA-LOG
               AT END
                   MOVE "S" TO WS-FIM-LOG
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       3000-TRATAR-REGISTRO.
           IF AUD-NUMERO IS NOT NUMERIC
               OR (AUD-OPERACAO NOT = "I" AND "A" AND "E"
                   AND "D" AND "R" AND "M")
               ADD 1 TO WS-QTD-FORMATO-ANTIGO
           ELSE
               MOVE AUD-DATA-HORA (1:14) TO WS-INSTANTE-REGISTRO
               IF WS-INSTANTE-REGISTRO < WS-INSTANTE-BACKUP
                   ADD 1 TO WS-QTD-ANTERIORES
               ELSE
                   IF WS-INSTANTE-REGISTRO > WS-INSTANTE-LIMITE
                       MOVE "S" TO WS-LIMITE-ATINGIDO
                   ELSE
                       PERFORM 3100-APLICAR-OPERACAO
                   END-IF
               END-IF
           END-IF.

       3100-APLICAR-OPERACAO.
           MOVE AUD-NUMERO TO CAD-NUMERO.
           IF AUD-DATA-MOVIMENTO IS NUMERIC
               AND AUD-DATA-MOVIMENTO > 0
               MOVE AUD-DATA-MOVIMENTO TO WS-DATA-OPERACAO
           ELSE
               MOVE AUD-DATA-HORA (1:8) TO WS-DATA-OPERACAO
           END-IF.
           EVALUATE AUD-OPERACAO
               WHEN "I"
                   PERFORM 3200-REAPLICAR-INCLUSAO
               WHEN "A"
                   PERFORM 3300-REAPLICAR-ALTERACAO
               WHEN "D"
               WHEN "R"
                   PERFORM 3400-REAPLICAR-SITUACAO
               WHEN "M"
                   PERFORM 3500-REAPLICAR-FUSAO
               WHEN "E"
                   PERFORM 3600-REAPLICAR-EXPURGO
           END-EVALUATE.

       3200-REAPLICAR-INCLUSAO.
           PERFORM 3700-MOVER-CAMPOS-NOVOS.
           MOVE "A" TO CAD-SITUACAO.
           MOVE WS-DATA-OPERACAO TO CAD-DATA-SITUACAO.
           WRITE CAD-REGISTRO
               INVALID KEY
                   PERFORM 3250-CONFERIR-JA-CONTIDO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
                   IF CAD-NUMERO > WS-MAIOR-NUMERO
                       MOVE CAD-NUMERO TO WS-MAIOR-NUMERO
                   END-IF
           END-WRITE.

       3250-CONFERIR-JA-CONTIDO.
           READ CADASTRO-NOVO
               INVALID KEY
                   MOVE "ERRO NA GRAVACAO DA INCLUSAO" TO WS-MOTIVO
                   PERFORM 3800-REPORTAR-NAO-APLICADO
               NOT INVALID KEY
                   IF CAD-NOME = AUD-NOME-NOVO
                       AND CAD-DATA-NASC = AUD-NASC-NOVO
                       ADD 1 TO WS-QTD-JA-CONTIDOS
                   ELSE
                       MOVE "NUMERO JA USADO POR OUTRO NOME"
                           TO WS-MOTIVO
                       PERFORM 3800-REPORTAR-NAO-APLICADO
                   END-IF
           END-READ.

       3300-REAPLICAR-ALTERACAO.
           READ CADASTRO-NOVO
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO
                   PERFORM 3800-REPORTAR-NAO-APLICADO
               NOT INVALID KEY
                   PERFORM 3700-MOVER-CAMPOS-NOVOS
                   REWRITE CAD-REGISTRO
                       INVALID KEY
                           MOVE "ERRO NA REGRAVACAO" TO WS-MOTIVO
                           PERFORM 3800-REPORTAR-NAO-APLICADO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ALTERADOS
                   END-REWRITE
           END-READ.

       3400-REAPLICAR-SITUACAO.
           READ CADASTRO-NOVO
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO
                   PERFORM 3800-REPORTAR-NAO-APLICADO
               NOT INVALID KEY
                   IF AUD-OPERACAO = "R"
                       MOVE "A" TO CAD-SITUACAO
                   ELSE
                       IF AUD-SITUACAO-NOVO = "F"
                           MOVE "F" TO CAD-SITUACAO
                       ELSE
                           MOVE "I" TO CAD-SITUACAO
                       END-IF
                   END-IF
                   MOVE WS-DATA-OPERACAO TO CAD-DATA-SITUACAO
                   REWRITE CAD-REGISTRO
                       INVALID KEY
                           MOVE "ERRO NA REGRAVACAO" TO WS-MOTIVO
                           PERFORM 3800-REPORTAR-NAO-APLICADO
                       NOT INVALID KEY
                           IF AUD-OPERACAO = "R"
                               ADD 1 TO WS-QTD-REATIVADOS
                           ELSE
                               ADD 1 TO WS-QTD-DESATIVADOS
                           END-IF
                   END-REWRITE
           END-READ.

       3500-REAPLICAR-FUSAO.
           READ CADASTRO-NOVO
               INVALID KEY
                   MOVE "SOBREVIVENTE NAO ENCONTRADO" TO WS-MOTIVO
                   PERFORM 3800-REPORTAR-NAO-APLICADO
               NOT INVALID KEY
                   PERFORM 3700-MOVER-CAMPOS-NOVOS
                   REWRITE CAD-REGISTRO
                       INVALID KEY
                           MOVE "ERRO NA REGRAVACAO" TO WS-MOTIVO
                           PERFORM 3800-REPORTAR-NAO-APLICADO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-FUNDIDOS
                   END-REWRITE
           END-READ.

       3600-REAPLICAR-EXPURGO.
           DELETE CADASTRO-NOVO
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO
                   PERFORM 3800-REPORTAR-NAO-APLICADO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXCLUIDOS
           END-DELETE.

       3700-MOVER-CAMPOS-NOVOS.
           PERFORM 3750-REAPLICAR-CANAIS.
           MOVE AUD-NOME-NOVO     TO CAD-NOME.
           MOVE AUD-NASC-NOVO     TO CAD-DATA-NASC.
           MOVE AUD-ENDERECO-NOVO TO CAD-ENDERECO.
           MOVE AUD-CIDADE-NOVO   TO CAD-CIDADE.
           MOVE AUD-CEP-NOVO      TO CAD-CEP.
           MOVE AUD-TELEFONE-NOVO TO CAD-TELEFONE.
           MOVE AUD-EMAIL-NOVO    TO CAD-EMAIL.

       3750-REAPLICAR-CANAIS.
           MOVE AUD-POSTAL-INVALIDO-NOVO TO WS-POSTAL-INVALIDO.
           IF WS-POSTAL-INVALIDO NOT = "S"
               MOVE "N" TO WS-POSTAL-INVALIDO
           END-IF.
           MOVE AUD-EMAIL-INVALIDO-NOVO TO WS-EMAIL-INVALIDO.
           IF WS-EMAIL-INVALIDO NOT = "S"
               MOVE "N" TO WS-EMAIL-INVALIDO
           END-IF.
           IF AUD-OPERACAO = "I"
               OR WS-POSTAL-INVALIDO NOT = CAD-POSTAL-INVALIDO
               OR AUD-ENDERECO-NOVO NOT = CAD-ENDERECO
               OR AUD-CIDADE-NOVO NOT = CAD-CIDADE
               OR AUD-CEP-NOVO NOT = CAD-CEP
               MOVE WS-POSTAL-INVALIDO TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-OPERACAO TO CAD-DATA-POSTAL
           END-IF.
           IF AUD-OPERACAO = "I"
               OR WS-EMAIL-INVALIDO NOT = CAD-EMAIL-INVALIDO
               OR AUD-EMAIL-NOVO NOT = CAD-EMAIL
               MOVE WS-EMAIL-INVALIDO TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-OPERACAO TO CAD-DATA-EMAIL
           END-IF.

       3800-REPORTAR-NAO-APLICADO.
           ADD 1 TO WS-QTD-NAO-APLICADOS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
               MOVE WS-LIN-CABEC-COLUNAS TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           MOVE WS-INSTANTE-REGISTRO TO WS-NAP-INSTANTE.
           MOVE AUD-OPERACAO TO WS-NAP-OPERACAO.
           MOVE AUD-NUMERO TO WS-NAP-NUMERO.
           MOVE WS-MOTIVO TO WS-NAP-MOTIVO.
           MOVE WS-LIN-NAO-APLICADO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 13
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "LINHAS LIDAS (ARQ + LOG).......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "ANTERIORES AO BACKUP...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-ANTERIORES TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "LINHAS EM FORMATO ANTIGO.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-FORMATO-ANTIGO TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "INCLUSOES REAPLICADAS (I)......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-INCLUIDOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "ALTERACOES REAPLICADAS (A).....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-ALTERADOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "DESATIVACOES REAPLICADAS (D)...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DESATIVADOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "REATIVACOES REAPLICADAS (R)....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REATIVADOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "FUSOES REAPLICADAS (M).........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-FUNDIDOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "EXPURGOS REAPLICADOS (E).......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXCLUIDOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "INCLUSOES JA CONTIDAS NO BACKUP: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-JA-CONTIDOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "LINHAS NAO APLICADAS...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-NAO-APLICADOS TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE "MAIOR NUMERO APLICADO..........: " TO WS-SUB-ROTULO.
           MOVE WS-MAIOR-NUMERO TO WS-SUB-VALOR.
           PERFORM 4100-GRAVAR-SUBTOTAL.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4100-GRAVAR-SUBTOTAL.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
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

       6000-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-LINHAS.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE "PROGRAMA20" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE ZEROS TO WS-QTD-APLICADOS.
           ADD WS-QTD-INCLUIDOS   TO WS-QTD-APLICADOS.
           ADD WS-QTD-ALTERADOS   TO WS-QTD-APLICADOS.
           ADD WS-QTD-DESATIVADOS TO WS-QTD-APLICADOS.
           ADD WS-QTD-REATIVADOS  TO WS-QTD-APLICADOS.
           ADD WS-QTD-FUNDIDOS    TO WS-QTD-APLICADOS.
           ADD WS-QTD-EXCLUIDOS   TO WS-QTD-APLICADOS.
           MOVE WS-QTD-LIDOS         TO EXE-QTD-LIDOS.
           MOVE WS-QTD-APLICADOS     TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-NAO-APLICADOS TO EXE-QTD-REJEITADOS.
           IF WS-QTD-NAO-APLICADOS = 0
               MOVE "OK" TO EXE-RESULTADO
           ELSE
               MOVE "FA" TO EXE-RESULTADO
           END-IF.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
