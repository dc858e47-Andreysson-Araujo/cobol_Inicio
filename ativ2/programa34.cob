       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA34.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Fechamento do dia de movimento (job
      *==CADFECHA). Marca como F (fechada) a data de
      *==movimento aberta em DATAMOV.DAT (layout
      *==DTMREG) por PROGRAMA33, com data, hora e
      *==usuario do fechamento. Dali em diante a cadeia
      *==batch recusa rodar ate a abertura do dia
      *==seguinte (CADABRE). Recusa (codigo de retorno
      *==8) se nao houver data de movimento aberta.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       FD  ARQ-JORNAL.
           COPY EXEREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-TEM-CONTROLE PIC X(01) VALUE "N".
       77 WS-USUARIO PIC X(20) VALUE SPACES.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-CONTROLE-LIDO PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
           END-IF.
           PERFORM 1000-LER-CONTROLE.
           PERFORM 2000-GRAVAR-CONTROLE.
           DISPLAY "DATA DE MOVIMENTO FECHADA: "
               WS-CONTROLE-LIDO (1:8).
           PERFORM 8000-GRAVAR-JORNAL.
           STOP RUN.

       1000-LER-CONTROLE.
           OPEN INPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO NOT = "00"
               DISPLAY "DATAMOV.DAT INDISPONIVEL - NAO HA DATA DE "
                   "MOVIMENTO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-DATA-MOVIMENTO
               NOT AT END
                   MOVE "S" TO WS-TEM-CONTROLE
                   MOVE DTM-REGISTRO TO WS-CONTROLE-LIDO
           END-READ.
           IF WS-TEM-CONTROLE NOT = "S"
               DISPLAY "DATAMOV.DAT VAZIO - NAO HA DATA DE "
                   "MOVIMENTO ABERTA"
               CLOSE ARQ-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DTM-SITUACAO = "F"
               DISPLAY "DATA DE MOVIMENTO " DTM-DATA-MOVIMENTO
                   " JA FECHADA - NADA A FECHAR"
               CLOSE ARQ-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DTM-SITUACAO NOT = "A"
               DISPLAY "DATAMOV.DAT COM REGISTRO INVALIDO - "
                   "VERIFICAR ANTES DE FECHAR O DIA"
               CLOSE ARQ-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ARQ-DATA-MOVIMENTO.

       2000-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR DATAMOV.DAT - FS: "
                   WS-FS-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CONTROLE-LIDO TO DTM-REGISTRO.
           MOVE "F" TO DTM-SITUACAO.
           MOVE WS-DATA-HORA (1:8) TO DTM-DATA-FECHAMENTO.
           MOVE WS-DATA-HORA (9:6) TO DTM-HORA-FECHAMENTO.
           MOVE WS-USUARIO TO DTM-USUARIO-FECHAMENTO.
           WRITE DTM-REGISTRO.
           CLOSE ARQ-DATA-MOVIMENTO.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE "PROGRAMA34" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE 1 TO EXE-QTD-LIDOS.
           MOVE 1 TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           MOVE WS-CONTROLE-LIDO (1:8) TO EXE-DATA-MOVIMENTO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
