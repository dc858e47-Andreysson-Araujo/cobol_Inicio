               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-LOG.
       01  REG-AUDITORIA PIC X(433).

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       FD  CADASTRO-MESTRE.
           COPY CADREG.
       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-MORTO PIC XX VALUE "00".
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-LOG PIC X(01) VALUE "N".
       77 WS-FIM-MORTO PIC X(01) VALUE "N".
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-AREA-LINHA PIC X(433) VALUE SPACES.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(30) VALUE "CONCILIACAO AUDITORIA X MESTRE".

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - SEM CONCILIACAO"
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
           MOVE "PROGRAMA11" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE ZEROS TO WS-QTD-DIVERGENCIAS.
           ADD WS-QTD-LOG-AUSENTE       TO WS-QTD-DIVERGENCIAS.
           ADD WS-QTD-NUNCA-LOGADO      TO WS-QTD-DIVERGENCIAS.
