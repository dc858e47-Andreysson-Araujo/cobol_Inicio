      *==Le o jornal de execucoes EXECLOG.DAT (um
      *==registro por execucao de cada programa batch
      *==da cadeia) e imprime em OPERACAO.TXT as
      *==execucoes do dia pedido, com
      *==contadores e resultado, destacando as que
      *==terminaram com falha (FA) e apontando os
      *==passos esperados do CADLOAD que nao rodaram
      *==(PROGRAMA18, PROGRAMA09, PROGRAMA2E,
      *==PROGRAMA2B, PROGRAMA11).
      *==O dia e a data de movimento (DATAMOV.DAT):
      *==vazio = o movimento fechado antes do aberto.
      *==Cada execucao conta no movimento em que rodou
      *==(EXE-DATA-MOVIMENTO), mesmo que o relogio ja
      *==tenha passado da meia-noite; registros
      *==anteriores a esse campo contam pela EXE-DATA.
      *==DATA:02/09/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL.
       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-JORNAL PIC X(01) VALUE "N".
       77 WS-DATA-PEDIDA PIC X(08) VALUE SPACES.
       77 WS-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WS-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXIBIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FALHAS PIC 9(07) VALUE ZEROS.
           05 WS-EMI-MIN PIC X(02).

       01 WS-LIN-ALVO.
           05 FILLER PIC X(23) VALUE "EXECUCOES DO MOVIMENTO ".
           05 WS-ALVO-DIA PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-ALVO-MES PIC X(02).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           DISPLAY "DATA DE MOVIMENTO AAAAMMDD "
               "(VAZIO = MOVIMENTO ANTERIOR): ".
           ACCEPT WS-DATA-PEDIDA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           IF WS-DATA-PEDIDA = SPACES
               IF WS-DATA-ANTERIOR > 0
                   MOVE WS-DATA-ANTERIOR TO WS-DATA-ALVO
               ELSE
                   COMPUTE WS-DIAS-HOJE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                   COMPUTE WS-DATA-ALVO =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 1)
               END-IF
           ELSE
               IF WS-DATA-PEDIDA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA: " WS-DATA-PEDIDA
           PERFORM UNTIL WS-FIM-JORNAL = "S"
               PERFORM 1000-LER-JORNAL
               IF WS-FIM-JORNAL NOT = "S"
                   IF WS-DATA-EXECUCAO = WS-DATA-ALVO
                       PERFORM 2000-IMPRIMIR-EXECUCAO
                   END-IF
               END-IF
           DISPLAY "PASSOS AUSENTES......: " WS-QTD-AUSENTES.
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
                   MOVE DTM-DATA-ANTERIOR TO WS-DATA-ANTERIOR
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
                   MOVE "S" TO WS-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF EXE-DATA-MOVIMENTO IS NUMERIC
                       AND EXE-DATA-MOVIMENTO > 0
                       MOVE EXE-DATA-MOVIMENTO TO WS-DATA-EXECUCAO
                   ELSE
                       MOVE EXE-DATA TO WS-DATA-EXECUCAO
                   END-IF
           END-READ.

       2000-IMPRIMIR-EXECUCAO.
