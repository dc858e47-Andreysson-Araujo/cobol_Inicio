               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MESTRE.
           COPY CADREG.

       FD  ARQUIVO-BACKUP.
       01  REG-BACKUP PIC X(191).

       FD  ARQ-GERACAO.
           COPY GERREG.
       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-BACKUP PIC XX VALUE "00".
       77 WS-FS-GERACAO PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-QTD-COPIADOS PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMA-GERACAO PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - SEM BACKUP"
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

       1000-OBTER-GERACAO.
           OPEN INPUT ARQ-GERACAO.
           IF WS-FS-GERACAO = "00"
           MOVE "PROGRAMA09" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-COPIADOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-COPIADOS TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
