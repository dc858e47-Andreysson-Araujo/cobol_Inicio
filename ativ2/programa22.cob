       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA22.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Recarga da tabela de referencia de
      *==CEP. Le CEPCARGA.DAT (faixas CEP inicial/final
      *==com cidade e UF, na ordem em que vierem),
      *==critica cada faixa (CEPs numericos, inicial
      *==nao maior que o final, cidade e UF
      *==preenchidas), passa a cidade para maiusculas,
      *==classifica por CEP inicial (SORT) e recria o
      *==indexado CEPFAIXA.DAT, recusando a faixa que
      *==se sobrepuser a anterior. As faixas recusadas
      *==saem no console com o motivo. A tabela so e
      *==recriada quando houver ao menos uma faixa
      *==valida; sem CEPCARGA.DAT ou sem faixa valida a
      *==tabela atual fica intacta (codigo de retorno
      *==8).
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CARGA ASSIGN TO "CEPCARGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARGA.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-ORDENACAO ASSIGN TO "SORTWORK".

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CARGA.
       01  CRG-REGISTRO.
           05 CRG-CEP-INICIAL PIC X(08).
           05 CRG-CEP-FINAL   PIC X(08).
           05 CRG-CIDADE      PIC X(20).
           05 CRG-UF          PIC X(02).

       FD  TABELA-CEP.
           COPY CEPREG.

       SD  ARQ-ORDENACAO.
       01  SRT-REGISTRO.
           05 SRT-CEP-INICIAL PIC 9(08).
           05 SRT-CEP-FINAL   PIC 9(08).
           05 SRT-CIDADE      PIC X(20).
           05 SRT-UF          PIC X(02).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARGA PIC XX VALUE "00".
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-CARGA PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-FAIXA-OK PIC X(01) VALUE "N".
       77 WS-FINAL-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WS-PRIMEIRA-FAIXA PIC X(01) VALUE "S".
       77 WS-TABELA-ABERTA PIC X(01) VALUE "N".
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT ARQUIVO-CARGA.
           IF WS-FS-CARGA NOT = "00"
               DISPLAY "CEPCARGA.DAT INDISPONIVEL - TABELA DE CEP"
                   " MANTIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-CEP-INICIAL
               INPUT PROCEDURE IS 1000-CRITICAR-CARGA
               OUTPUT PROCEDURE IS 3000-GRAVAR-TABELA.
           CLOSE ARQUIVO-CARGA.
           IF WS-TABELA-ABERTA = "S"
               CLOSE TABELA-CEP
           END-IF.
           DISPLAY "FAIXAS LIDAS.........: " WS-QTD-LIDOS.
           DISPLAY "FAIXAS GRAVADAS......: " WS-QTD-GRAVADOS.
           DISPLAY "FAIXAS RECUSADAS.....: " WS-QTD-REJEITADOS.
           PERFORM 8000-GRAVAR-JORNAL.
           IF WS-QTD-GRAVADOS = 0
               DISPLAY "NENHUMA FAIXA VALIDA - TABELA DE CEP MANTIDA"
               MOVE 8 TO RETURN-CODE
           END-IF.
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

       1000-CRITICAR-CARGA.
           PERFORM UNTIL WS-FIM-CARGA = "S"
               READ ARQUIVO-CARGA
                   AT END
                       MOVE "S" TO WS-FIM-CARGA
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-CRITICAR-FAIXA
               END-READ
           END-PERFORM.

       2000-CRITICAR-FAIXA.
           MOVE "S" TO WS-FAIXA-OK.
           IF CRG-CEP-INICIAL IS NOT NUMERIC
               OR CRG-CEP-FINAL IS NOT NUMERIC
               MOVE "N" TO WS-FAIXA-OK
               DISPLAY "FAIXA RECUSADA (CEP NAO NUMERICO): "
                   CRG-CEP-INICIAL " " CRG-CEP-FINAL
           ELSE
               IF CRG-CEP-INICIAL > CRG-CEP-FINAL
                   MOVE "N" TO WS-FAIXA-OK
                   DISPLAY "FAIXA RECUSADA (INICIAL MAIOR QUE O"
                       " FINAL): " CRG-CEP-INICIAL " " CRG-CEP-FINAL
               END-IF
           END-IF.
           IF WS-FAIXA-OK = "S"
               IF CRG-CIDADE = SPACES OR CRG-UF = SPACES
                   MOVE "N" TO WS-FAIXA-OK
                   DISPLAY "FAIXA RECUSADA (SEM CIDADE OU UF): "
                       CRG-CEP-INICIAL " " CRG-CEP-FINAL
               END-IF
           END-IF.
           IF WS-FAIXA-OK = "S"
               MOVE CRG-CEP-INICIAL TO SRT-CEP-INICIAL
               MOVE CRG-CEP-FINAL TO SRT-CEP-FINAL
               MOVE CRG-CIDADE TO SRT-CIDADE
               MOVE CRG-UF TO SRT-UF
               INSPECT SRT-CIDADE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT SRT-UF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               RELEASE SRT-REGISTRO
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       3000-GRAVAR-TABELA.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       PERFORM 3100-GRAVAR-FAIXA
               END-RETURN
           END-PERFORM.

       3050-ABRIR-TABELA.
           OPEN OUTPUT TABELA-CEP.
           IF WS-FS-CEP NOT = "00"
               DISPLAY "ERRO AO RECRIAR CEPFAIXA.DAT - FS: " WS-FS-CEP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "S" TO WS-TABELA-ABERTA.

       3100-GRAVAR-FAIXA.
           IF WS-PRIMEIRA-FAIXA = "N"
               AND SRT-CEP-INICIAL <= WS-FINAL-ANTERIOR
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "FAIXA RECUSADA (SOBREPOE A ANTERIOR): "
                   SRT-CEP-INICIAL " " SRT-CEP-FINAL " " SRT-CIDADE
           ELSE
               IF WS-TABELA-ABERTA = "N"
                   PERFORM 3050-ABRIR-TABELA
               END-IF
               MOVE SRT-CEP-FINAL TO CEP-FINAL
               MOVE SRT-CEP-INICIAL TO CEP-INICIAL
               MOVE SRT-CIDADE TO CEP-CIDADE
               MOVE SRT-UF TO CEP-UF
               WRITE CEP-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "FAIXA RECUSADA (CEP FINAL REPETIDO): "
                           SRT-CEP-INICIAL " " SRT-CEP-FINAL
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-GRAVADOS
                       MOVE "N" TO WS-PRIMEIRA-FAIXA
                       MOVE SRT-CEP-FINAL TO WS-FINAL-ANTERIOR
               END-WRITE
           END-IF.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE "PROGRAMA22" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO EXE-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS   TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS.
           IF WS-QTD-GRAVADOS = 0
               MOVE "FA" TO EXE-RESULTADO
           ELSE
               MOVE "OK" TO EXE-RESULTADO
           END-IF.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
