       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA33.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Abertura do dia de movimento (job
      *==CADABRE). Grava em DATAMOV.DAT (layout
      *==DTMREG) a data de movimento, com situacao A,
      *==que a cadeia batch passa a usar no lugar do
      *==relogio. A data e pedida no console; vazio =
      *==data do relogio, ou o dia seguinte ao ultimo
      *==movimento fechado se este for posterior.
      *==Recusa (codigo de retorno 8) se o movimento
      *==anterior ainda estiver aberto (rodar antes o
      *==CADFECHA), se a data for invalida ou se nao
      *==for posterior a ultima data fechada.
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
       77 WS-DATA-PEDIDA PIC X(08) VALUE SPACES.
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMA-FECHADA PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RELOGIO PIC 9(08) VALUE ZEROS.
       77 WS-DIAS PIC 9(07) VALUE ZEROS.
       77 WS-USUARIO PIC X(20) VALUE SPACES.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:8) TO WS-DATA-RELOGIO.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
           END-IF.
           PERFORM 1000-LER-CONTROLE.
           PERFORM 2000-OBTER-DATA.
           PERFORM 3000-GRAVAR-CONTROLE.
           DISPLAY "DATA DE MOVIMENTO ABERTA: " WS-DATA-MOVIMENTO.
           DISPLAY "ULTIMA DATA FECHADA.....: " WS-ULTIMA-FECHADA.
           PERFORM 8000-GRAVAR-JORNAL.
           STOP RUN.

       1000-LER-CONTROLE.
           OPEN INPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO = "00"
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE "S" TO WS-TEM-CONTROLE
               END-READ
           END-IF.
           IF WS-TEM-CONTROLE = "S"
               IF DTM-SITUACAO = "A"
                   DISPLAY "DATA DE MOVIMENTO " DTM-DATA-MOVIMENTO
                       " AINDA ABERTA - RODAR O CADFECHA ANTES"
                   CLOSE ARQ-DATA-MOVIMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DTM-SITUACAO NOT = "F"
                   OR DTM-DATA-MOVIMENTO IS NOT NUMERIC
                   DISPLAY "DATAMOV.DAT COM REGISTRO INVALIDO - "
                       "VERIFICAR ANTES DE ABRIR O DIA"
                   CLOSE ARQ-DATA-MOVIMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DTM-DATA-MOVIMENTO TO WS-ULTIMA-FECHADA
           ELSE
               DISPLAY "DATAMOV.DAT AUSENTE - PRIMEIRA ABERTURA"
           END-IF.
           IF WS-FS-DATA-MOVIMENTO = "00"
               OR WS-FS-DATA-MOVIMENTO = "10"
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.

       2000-OBTER-DATA.
           DISPLAY "DATA DE MOVIMENTO AAAAMMDD (VAZIO = AUTOMATICA): ".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA = SPACES
               MOVE WS-DATA-RELOGIO TO WS-DATA-MOVIMENTO
               IF WS-TEM-CONTROLE = "S"
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-ULTIMA-FECHADA) + 1
                   IF FUNCTION DATE-OF-INTEGER(WS-DIAS)
                       > WS-DATA-MOVIMENTO
                       COMPUTE WS-DATA-MOVIMENTO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS)
                   END-IF
               END-IF
           ELSE
               IF WS-DATA-PEDIDA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA: " WS-DATA-PEDIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATA-PEDIDA TO WS-DATA-MOVIMENTO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-MOVIMENTO) NOT = 0
               DISPLAY "DATA INVALIDA: " WS-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATA-MOVIMENTO NOT > WS-ULTIMA-FECHADA
               DISPLAY "DATA " WS-DATA-MOVIMENTO
                   " NAO E POSTERIOR A ULTIMA FECHADA "
                   WS-ULTIMA-FECHADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATA-MOVIMENTO > WS-DATA-RELOGIO
               DISPLAY "ATENCAO: DATA DE MOVIMENTO POSTERIOR A DATA "
                   "DO RELOGIO (" WS-DATA-RELOGIO ")"
           END-IF.

       3000-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR DATAMOV.DAT - FS: "
                   WS-FS-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO DTM-DATA-MOVIMENTO.
           MOVE "A" TO DTM-SITUACAO.
           MOVE WS-ULTIMA-FECHADA TO DTM-DATA-ANTERIOR.
           MOVE WS-DATA-HORA (1:8) TO DTM-DATA-ABERTURA.
           MOVE WS-DATA-HORA (9:6) TO DTM-HORA-ABERTURA.
           MOVE WS-USUARIO TO DTM-USUARIO-ABERTURA.
           MOVE ZEROS TO DTM-DATA-FECHAMENTO.
           MOVE ZEROS TO DTM-HORA-FECHAMENTO.
           MOVE SPACES TO DTM-USUARIO-FECHAMENTO.
           WRITE DTM-REGISTRO.
           CLOSE ARQ-DATA-MOVIMENTO.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE "PROGRAMA33" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE ZEROS TO EXE-QTD-LIDOS.
           MOVE 1 TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
