       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA21.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Relatorio mensal de qualidade dos
      *==lotes por departamento remetente. Le LOTES.DAT
      *==(registro permanente gravado pela critica
      *==previa, pela carga e pelo reprocessamento) e
      *==imprime em LOTEMES.TXT, para o mes pedido no
      *==console (vazio = mes anterior), uma linha por
      *==departamento: lotes recebidos, lotes
      *==devolvidos e a taxa de devolucao, registros
      *==recebidos, registros em suspenso e a taxa de
      *==suspenso sobre os lotes aceitos, e os
      *==suspensos ainda pendentes (suspensos menos
      *==reprocessados). Classificado por departamento
      *==(SORT), com total geral no fim.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-NUMERO
               FILE STATUS IS WS-FS-LOTES.

           SELECT ARQ-ORDENACAO ASSIGN TO "SORTWORK".

           SELECT ARQUIVO-RELATORIO ASSIGN TO "LOTEMES.TXT"
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
       FD  ARQ-LOTES.
           COPY LOTREG.

       SD  ARQ-ORDENACAO.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO PIC X(20).
           05 SRT-NUMERO PIC 9(07).
           05 SRT-RESULTADO PIC X(01).
           05 SRT-QTD-RECEBIDOS PIC 9(07).
           05 SRT-QTD-SUSPENSOS PIC 9(07).
           05 SRT-QTD-REPROCESSADOS PIC 9(07).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-LOTES PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-LOTES PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-MES-PEDIDO PIC X(06) VALUE SPACES.
       77 WS-DEPARTAMENTO-ANT PIC X(20) VALUE SPACES.
       77 WS-PRIMEIRO PIC X(01) VALUE "S".
       77 WS-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DEPARTAMENTOS PIC 9(07) VALUE ZEROS.
       77 WS-DEP-LOTES PIC 9(07) VALUE ZEROS.
       77 WS-DEP-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WS-DEP-RECEBIDOS PIC 9(07) VALUE ZEROS.
       77 WS-DEP-ACEITOS PIC 9(07) VALUE ZEROS.
       77 WS-DEP-SUSPENSOS PIC 9(07) VALUE ZEROS.
       77 WS-DEP-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-TOT-LOTES PIC 9(07) VALUE ZEROS.
       77 WS-TOT-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WS-TOT-RECEBIDOS PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ACEITOS PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SUSPENSOS PIC 9(07) VALUE ZEROS.
       77 WS-TOT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-TAXA PIC 9(03)V99 VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA-DET REDEFINES WS-MES-REFERENCIA.
           05 WS-REF-ANO PIC 9(04).
           05 WS-REF-MES PIC 9(02).
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).
           05 WS-MES-ATUAL PIC 9(02).
           05 WS-DIA-ATUAL PIC 9(02).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "LOTES POR DEPARTAMENTO NO MES".
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

       01 WS-LIN-REFERENCIA.
           05 FILLER PIC X(21) VALUE "MES DE REFERENCIA..: ".
           05 WS-REF-MES-ED PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-REF-ANO-ED PIC 9(04).

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(22) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(06) VALUE " LOTES".
           05 FILLER PIC X(06) VALUE " DEVOL".
           05 FILLER PIC X(07) VALUE "  %DEV".
           05 FILLER PIC X(08) VALUE "   REGS".
           05 FILLER PIC X(07) VALUE "  SUSP".
           05 FILLER PIC X(07) VALUE " %SUSP".
           05 FILLER PIC X(07) VALUE "  PEND".

       01 WS-LIN-SEPARADORA PIC X(75) VALUE ALL "=".

       01 WS-LIN-DETALHE.
           05 WS-DET-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-LOTES PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DEVOLVIDOS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-TAXA-DEV PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-RECEBIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-SUSPENSOS PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-TAXA-SUSP PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-PENDENTES PIC ZZZZZ9.

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(26).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           DISPLAY "MES DO RELATORIO AAAAMM (VAZIO = MES ANTERIOR): ".
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = SPACES
               MOVE WS-ANO-ATUAL TO WS-REF-ANO
               MOVE WS-MES-ATUAL TO WS-REF-MES
               IF WS-REF-MES = 01
                   SUBTRACT 1 FROM WS-REF-ANO
                   MOVE 12 TO WS-REF-MES
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           ELSE
               IF WS-MES-PEDIDO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO: " WS-MES-PEDIDO
                   STOP RUN
               END-IF
               MOVE WS-MES-PEDIDO TO WS-MES-REFERENCIA
               IF WS-REF-MES < 01 OR WS-REF-MES > 12
                   DISPLAY "MES INVALIDO: " WS-MES-PEDIDO
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ARQ-LOTES.
           IF WS-FS-LOTES NOT = "00"
               DISPLAY "LOTES.DAT INDISPONIVEL - NENHUM LOTE"
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-DEPARTAMENTO SRT-NUMERO
               INPUT PROCEDURE IS 1000-SELECIONAR
               OUTPUT PROCEDURE IS 3000-IMPRIMIR.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE ARQ-LOTES.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM LOTEMES.TXT".
           DISPLAY "LOTES EXAMINADOS.....: " WS-QTD-REGISTROS.
           DISPLAY "LOTES DO MES.........: " WS-QTD-SELECIONADOS.
           DISPLAY "DEPARTAMENTOS........: " WS-QTD-DEPARTAMENTOS.
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
           PERFORM UNTIL WS-FIM-LOTES = "S"
               PERFORM 1100-LER-LOTE
               IF WS-FIM-LOTES NOT = "S"
                   ADD 1 TO WS-QTD-REGISTROS
                   IF LOT-DATA-RECEBIMENTO (1:6) = WS-MES-REFERENCIA
                       PERFORM 2300-LIBERAR-LOTE
                   END-IF
               END-IF
           END-PERFORM.

       1100-LER-LOTE.
           READ ARQ-LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES
           END-READ.

       2300-LIBERAR-LOTE.
           ADD 1 TO WS-QTD-SELECIONADOS.
           MOVE LOT-DEPARTAMENTO TO SRT-DEPARTAMENTO.
           MOVE LOT-NUMERO TO SRT-NUMERO.
           MOVE LOT-RESULTADO TO SRT-RESULTADO.
           MOVE LOT-QTD-RECEBIDOS TO SRT-QTD-RECEBIDOS.
           MOVE LOT-QTD-SUSPENSOS TO SRT-QTD-SUSPENSOS.
           MOVE LOT-QTD-REPROCESSADOS TO SRT-QTD-REPROCESSADOS.
           RELEASE SRT-REGISTRO.

       3000-IMPRIMIR.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       PERFORM 3100-ACUMULAR-LOTE
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM 3200-IMPRIMIR-DEPARTAMENTO
           END-IF.

       3100-ACUMULAR-LOTE.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               MOVE SRT-DEPARTAMENTO TO WS-DEPARTAMENTO-ANT
           ELSE
               IF SRT-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANT
                   PERFORM 3200-IMPRIMIR-DEPARTAMENTO
                   MOVE SRT-DEPARTAMENTO TO WS-DEPARTAMENTO-ANT
               END-IF
           END-IF.
           ADD 1 TO WS-DEP-LOTES.
           ADD SRT-QTD-RECEBIDOS TO WS-DEP-RECEBIDOS.
           IF SRT-RESULTADO = "D"
               ADD 1 TO WS-DEP-DEVOLVIDOS
           ELSE
               ADD SRT-QTD-RECEBIDOS TO WS-DEP-ACEITOS
               ADD SRT-QTD-SUSPENSOS TO WS-DEP-SUSPENSOS
               IF SRT-QTD-SUSPENSOS > SRT-QTD-REPROCESSADOS
                   COMPUTE WS-DEP-PENDENTES = WS-DEP-PENDENTES
                       + SRT-QTD-SUSPENSOS - SRT-QTD-REPROCESSADOS
               END-IF
           END-IF.

       3200-IMPRIMIR-DEPARTAMENTO.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           ADD 1 TO WS-QTD-DEPARTAMENTOS.
           MOVE WS-DEPARTAMENTO-ANT TO WS-DET-DEPARTAMENTO.
           MOVE WS-DEP-LOTES TO WS-DET-LOTES.
           MOVE WS-DEP-DEVOLVIDOS TO WS-DET-DEVOLVIDOS.
           MOVE ZEROS TO WS-TAXA.
           IF WS-DEP-LOTES > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-DEP-DEVOLVIDOS * 100 / WS-DEP-LOTES
           END-IF.
           MOVE WS-TAXA TO WS-DET-TAXA-DEV.
           MOVE WS-DEP-RECEBIDOS TO WS-DET-RECEBIDOS.
           MOVE WS-DEP-SUSPENSOS TO WS-DET-SUSPENSOS.
           MOVE ZEROS TO WS-TAXA.
           IF WS-DEP-ACEITOS > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-DEP-SUSPENSOS * 100 / WS-DEP-ACEITOS
           END-IF.
           MOVE WS-TAXA TO WS-DET-TAXA-SUSP.
           MOVE WS-DEP-PENDENTES TO WS-DET-PENDENTES.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           ADD WS-DEP-LOTES TO WS-TOT-LOTES.
           ADD WS-DEP-DEVOLVIDOS TO WS-TOT-DEVOLVIDOS.
           ADD WS-DEP-RECEBIDOS TO WS-TOT-RECEBIDOS.
           ADD WS-DEP-ACEITOS TO WS-TOT-ACEITOS.
           ADD WS-DEP-SUSPENSOS TO WS-TOT-SUSPENSOS.
           ADD WS-DEP-PENDENTES TO WS-TOT-PENDENTES.
           MOVE ZEROS TO WS-DEP-LOTES WS-DEP-DEVOLVIDOS
               WS-DEP-RECEBIDOS WS-DEP-ACEITOS WS-DEP-SUSPENSOS
               WS-DEP-PENDENTES.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 4
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL GERAL" TO WS-DET-DEPARTAMENTO.
           MOVE WS-TOT-LOTES TO WS-DET-LOTES.
           MOVE WS-TOT-DEVOLVIDOS TO WS-DET-DEVOLVIDOS.
           MOVE ZEROS TO WS-TAXA.
           IF WS-TOT-LOTES > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOT-DEVOLVIDOS * 100 / WS-TOT-LOTES
           END-IF.
           MOVE WS-TAXA TO WS-DET-TAXA-DEV.
           MOVE WS-TOT-RECEBIDOS TO WS-DET-RECEBIDOS.
           MOVE WS-TOT-SUSPENSOS TO WS-DET-SUSPENSOS.
           MOVE ZEROS TO WS-TAXA.
           IF WS-TOT-ACEITOS > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOT-SUSPENSOS * 100 / WS-TOT-ACEITOS
           END-IF.
           MOVE WS-TAXA TO WS-DET-TAXA-SUSP.
           MOVE WS-TOT-PENDENTES TO WS-DET-PENDENTES.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "DEPARTAMENTOS NO MES....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DEPARTAMENTOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       5000-NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WS-TIT-PAGINA.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE WS-REF-MES TO WS-REF-MES-ED.
           MOVE WS-REF-ANO TO WS-REF-ANO-ED.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-EMISSAO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-REFERENCIA TO REG-RELATORIO.
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
           MOVE "PROGRAMA21" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-REGISTROS     TO EXE-QTD-LIDOS.
           MOVE WS-QTD-SELECIONADOS  TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-DEPARTAMENTOS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
