       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA23.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Relatorio de qualidade de endereco
      *==do cadastro mestre. Confere o CEP de cada
      *==cliente ativo na tabela CEPFAIXA.DAT e lista
      *==em ENDERECO.TXT, agrupado por motivo (SORT) e
      *==por numero, os que a mesa de atendimento
      *==precisa acertar:
      *==  04 = CEP INVALIDO (nao numerico ou zeros)
      *==  06 = CEP FORA DA TABELA DE CEP
      *==  07 = CEP NAO CONFERE COM A CIDADE
      *==  08 = CIDADE EM BRANCO (sai a cidade do CEP)
      *==com a cidade do cadastro ao lado da cidade e
      *==UF da tabela. Inativos e falecidos ficam de
      *==fora. Roda uma vez para o saneamento do
      *==legado e depois periodicamente (CADENDER).
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MESTRE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-ORDENACAO ASSIGN TO "SORTWORK".

           SELECT ARQUIVO-RELATORIO ASSIGN TO "ENDERECO.TXT"
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
       FD  CADASTRO-MESTRE.
           COPY CADREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       SD  ARQ-ORDENACAO.
       01  SRT-REGISTRO.
           05 SRT-MOTIVO PIC X(02).
           05 SRT-NUMERO PIC 9(07).
           05 SRT-NOME PIC X(30).
           05 SRT-CEP PIC X(08).
           05 SRT-CIDADE PIC X(20).
           05 SRT-CIDADE-CEP PIC X(20).
           05 SRT-UF-CEP PIC X(02).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-MOTIVO PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-ANT PIC X(02) VALUE SPACES.
       77 WS-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INATIVOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CORRETOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-04 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-06 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-07 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-08 PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "QUALIDADE DE ENDERECO - CEP".
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
           05 FILLER PIC X(19) VALUE "NOME".
           05 FILLER PIC X(09) VALUE "CEP".
           05 FILLER PIC X(21) VALUE "CIDADE NO CADASTRO".
           05 FILLER PIC X(20) VALUE "CIDADE DO CEP".
           05 FILLER PIC X(02) VALUE "UF".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".

       01 WS-LIN-GRUPO.
           05 FILLER PIC X(08) VALUE "MOTIVO ".
           05 WS-GRU-MOTIVO PIC X(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-GRU-DESCRICAO PIC X(40).

       01 WS-LIN-DETALHE.
           05 WS-DET-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-NOME PIC X(18).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CEP PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CIDADE PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CIDADE-CEP PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-UF-CEP PIC X(02).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP NOT = "00"
               DISPLAY "CEPFAIXA.DAT INDISPONIVEL - RODE A CARGA DA"
                   " TABELA DE CEP (PROGRAMA22)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
               CLOSE TABELA-CEP
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-MOTIVO SRT-NUMERO
               INPUT PROCEDURE IS 1000-SELECIONAR
               OUTPUT PROCEDURE IS 3000-IMPRIMIR.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE CADASTRO-MESTRE.
           CLOSE TABELA-CEP.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM ENDERECO.TXT".
           DISPLAY "REGISTROS EXAMINADOS.: " WS-QTD-REGISTROS.
           DISPLAY "INATIVOS OMITIDOS....: " WS-QTD-INATIVOS.
           DISPLAY "ENDERECOS CORRETOS...: " WS-QTD-CORRETOS.
           DISPLAY "ENDERECOS A ACERTAR..: " WS-QTD-SELECIONADOS.
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

       1000-SELECIONAR.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               PERFORM 1100-LER-MESTRE
               IF WS-FIM-MESTRE NOT = "S"
                   ADD 1 TO WS-QTD-REGISTROS
                   IF CAD-SITUACAO = "I" OR "F"
                       ADD 1 TO WS-QTD-INATIVOS
                   ELSE
                       PERFORM 2000-CONFERIR-ENDERECO
                   END-IF
               END-IF
           END-PERFORM.

       1100-LER-MESTRE.
           READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.

       2000-CONFERIR-ENDERECO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO SRT-CIDADE-CEP.
           MOVE SPACES TO SRT-UF-CEP.
           IF CAD-CEP IS NOT NUMERIC OR CAD-CEP = ZEROS
               MOVE "04" TO WS-MOTIVO
               ADD 1 TO WS-QTD-MOTIVO-04
           ELSE
               PERFORM 2100-CONSULTAR-CEP
               IF WS-CEP-ACHADO = "N"
                   MOVE "06" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-MOTIVO-06
               ELSE
                   MOVE CEP-CIDADE TO SRT-CIDADE-CEP
                   MOVE CEP-UF TO SRT-UF-CEP
                   IF CAD-CIDADE = SPACES
                       MOVE "08" TO WS-MOTIVO
                       ADD 1 TO WS-QTD-MOTIVO-08
                   ELSE
                       MOVE CAD-CIDADE TO WS-CIDADE-COMPARA
                       INSPECT WS-CIDADE-COMPARA CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                           MOVE "07" TO WS-MOTIVO
                           ADD 1 TO WS-QTD-MOTIVO-07
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-CORRETOS
           ELSE
               PERFORM 2300-LIBERAR-ENDERECO
           END-IF.

       2100-CONSULTAR-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE CAD-CEP TO CEP-FINAL.
           START TABELA-CEP KEY IS NOT LESS THAN CEP-FINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TABELA-CEP NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CEP-INICIAL <= CAD-CEP
                               MOVE "S" TO WS-CEP-ACHADO
                           END-IF
                   END-READ
           END-START.

       2300-LIBERAR-ENDERECO.
           MOVE WS-MOTIVO TO SRT-MOTIVO.
           MOVE CAD-NUMERO TO SRT-NUMERO.
           MOVE CAD-NOME TO SRT-NOME.
           MOVE CAD-CEP TO SRT-CEP.
           MOVE CAD-CIDADE TO SRT-CIDADE.
           RELEASE SRT-REGISTRO.

       3000-IMPRIMIR.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       ADD 1 TO WS-QTD-SELECIONADOS
                       PERFORM 3100-IMPRIMIR-ENDERECO
               END-RETURN
           END-PERFORM.

       3100-IMPRIMIR-ENDERECO.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 2
               PERFORM 5000-NOVA-PAGINA
               MOVE SPACES TO WS-MOTIVO-ANT
           END-IF.
           IF SRT-MOTIVO NOT = WS-MOTIVO-ANT
               PERFORM 3200-IMPRIMIR-GRUPO
           END-IF.
           MOVE SRT-NUMERO TO WS-DET-NUMERO.
           MOVE SRT-NOME TO WS-DET-NOME.
           MOVE SRT-CEP TO WS-DET-CEP.
           MOVE SRT-CIDADE TO WS-DET-CIDADE.
           MOVE SRT-CIDADE-CEP TO WS-DET-CIDADE-CEP.
           MOVE SRT-UF-CEP TO WS-DET-UF-CEP.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3200-IMPRIMIR-GRUPO.
           MOVE SRT-MOTIVO TO WS-MOTIVO-ANT.
           MOVE SRT-MOTIVO TO WS-GRU-MOTIVO.
           EVALUATE SRT-MOTIVO
               WHEN "04"
                   MOVE "CEP INVALIDO" TO WS-GRU-DESCRICAO
               WHEN "06"
                   MOVE "CEP FORA DA TABELA DE CEP" TO WS-GRU-DESCRICAO
               WHEN "07"
                   MOVE "CEP NAO CONFERE COM A CIDADE"
                       TO WS-GRU-DESCRICAO
               WHEN "08"
                   MOVE "CIDADE EM BRANCO" TO WS-GRU-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WS-GRU-DESCRICAO
           END-EVALUATE.
           MOVE WS-LIN-GRUPO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 9
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REGISTROS EXAMINADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REGISTROS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "INATIVOS OMITIDOS............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-INATIVOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ENDERECOS CORRETOS...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-CORRETOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 04 CEP INVALIDO.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-04 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 06 CEP FORA DA TABELA.: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-06 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 07 CEP X CIDADE.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-07 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 08 CIDADE EM BRANCO...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-08 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL A ACERTAR..............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-SELECIONADOS TO WS-SUB-VALOR.
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
           MOVE "PROGRAMA23" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-REGISTROS    TO EXE-QTD-LIDOS.
           MOVE WS-QTD-CORRETOS     TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-SELECIONADOS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
