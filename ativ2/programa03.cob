               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MESTRE.
       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-INCLUIR-INATIVOS PIC X(01) VALUE "N".
       77 WS-QTD-INATIVOS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           ACCEPT WS-INCLUIR-INATIVOS FROM ENVIRONMENT
               "INCLUIRINATIVOS".
           PERFORM 0100-MONTAR-EMISSAO.
           DISPLAY "TOTAL DE REGISTROS: " WS-QTD-REGISTROS.
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
