       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA29.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Relatorio semanal dos clientes ativos
      *==que ficaram sem nenhum canal de contato valido,
      *==para a mesa de atendimento buscar dados novos.
      *==Um cliente entra quando, ao mesmo tempo:
      *==  - o endereco esta marcado como devolvido
      *==    (CAD-POSTAL-INVALIDO = S) ou incompleto
      *==    (endereco em branco, CEP zerado ou nao
      *==    numerico);
      *==  - o e-mail esta marcado como devolvido
      *==    (CAD-EMAIL-INVALIDO = S) ou em branco;
      *==  - o telefone esta em branco.
      *==Lista em SEMCONT.TXT, paginado, numero, nome,
      *==a condicao de cada canal e a data da ultima
      *==devolucao. Inativos e falecidos ficam de fora.
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

           SELECT ARQUIVO-RELATORIO ASSIGN TO "SEMCONT.TXT"
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

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-POSTAL-OK PIC X(01) VALUE "N".
       77 WS-EMAIL-OK PIC X(01) VALUE "N".
       77 WS-TELEFONE-OK PIC X(01) VALUE "N".
       77 WS-DATA-DEVOLUCAO PIC 9(08) VALUE ZEROS.
       77 WS-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INATIVOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COM-CONTATO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-POSTAL-DEVOLVIDO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EMAIL-DEVOLVIDO PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "CLIENTES SEM CANAL DE CONTATO".
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
           05 FILLER PIC X(31) VALUE "NOME".
           05 FILLER PIC X(11) VALUE "ENDERECO".
           05 FILLER PIC X(11) VALUE "E-MAIL".
           05 FILLER PIC X(16) VALUE "ULT. DEVOLUCAO".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".

       01 WS-LIN-DETALHE.
           05 WS-DET-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-POSTAL PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-EMAIL PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DATA PIC X(08).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               PERFORM 1100-LER-MESTRE
               IF WS-FIM-MESTRE NOT = "S"
                   ADD 1 TO WS-QTD-REGISTROS
                   IF CAD-SITUACAO = "I" OR "F"
                       ADD 1 TO WS-QTD-INATIVOS
                   ELSE
                       PERFORM 2000-CONFERIR-CANAIS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE CADASTRO-MESTRE.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM SEMCONT.TXT".
           DISPLAY "REGISTROS EXAMINADOS.: " WS-QTD-REGISTROS.
           DISPLAY "INATIVOS OMITIDOS....: " WS-QTD-INATIVOS.
           DISPLAY "COM ALGUM CONTATO....: " WS-QTD-COM-CONTATO.
           DISPLAY "SEM CONTATO VALIDO...: " WS-QTD-SEM-CONTATO.
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

       1100-LER-MESTRE.
           READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.

       2000-CONFERIR-CANAIS.
           MOVE "S" TO WS-POSTAL-OK.
           MOVE "S" TO WS-EMAIL-OK.
           MOVE "S" TO WS-TELEFONE-OK.
           MOVE ZEROS TO WS-DATA-DEVOLUCAO.
           IF CAD-POSTAL-INVALIDO = "S"
               MOVE "N" TO WS-POSTAL-OK
               MOVE "DEVOLVIDO" TO WS-DET-POSTAL
               IF CAD-DATA-POSTAL IS NUMERIC
                   MOVE CAD-DATA-POSTAL TO WS-DATA-DEVOLUCAO
               END-IF
           ELSE
               IF CAD-ENDERECO = SPACES
                   OR CAD-CEP IS NOT NUMERIC OR CAD-CEP = ZEROS
                   MOVE "N" TO WS-POSTAL-OK
                   MOVE "INCOMPLETO" TO WS-DET-POSTAL
               END-IF
           END-IF.
           IF CAD-EMAIL-INVALIDO = "S"
               MOVE "N" TO WS-EMAIL-OK
               MOVE "DEVOLVIDO" TO WS-DET-EMAIL
               IF CAD-DATA-EMAIL IS NUMERIC
                   AND CAD-DATA-EMAIL > WS-DATA-DEVOLUCAO
                   MOVE CAD-DATA-EMAIL TO WS-DATA-DEVOLUCAO
               END-IF
           ELSE
               IF CAD-EMAIL = SPACES
                   MOVE "N" TO WS-EMAIL-OK
                   MOVE "EM BRANCO" TO WS-DET-EMAIL
               END-IF
           END-IF.
           IF CAD-TELEFONE = SPACES
               MOVE "N" TO WS-TELEFONE-OK
           END-IF.
           IF WS-POSTAL-OK = "N" AND WS-EMAIL-OK = "N"
               AND WS-TELEFONE-OK = "N"
               PERFORM 3000-IMPRIMIR-CLIENTE
           ELSE
               ADD 1 TO WS-QTD-COM-CONTATO
           END-IF.

       3000-IMPRIMIR-CLIENTE.
           ADD 1 TO WS-QTD-SEM-CONTATO.
           IF CAD-POSTAL-INVALIDO = "S"
               ADD 1 TO WS-QTD-POSTAL-DEVOLVIDO
           END-IF.
           IF CAD-EMAIL-INVALIDO = "S"
               ADD 1 TO WS-QTD-EMAIL-DEVOLVIDO
           END-IF.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE CAD-NUMERO TO WS-DET-NUMERO.
           MOVE CAD-NOME TO WS-DET-NOME.
           IF WS-DATA-DEVOLUCAO = ZEROS
               MOVE SPACES TO WS-DET-DATA
           ELSE
               MOVE WS-DATA-DEVOLUCAO TO WS-DET-DATA
           END-IF.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 8
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
           MOVE "ATIVOS COM ALGUM CONTATO.....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-COM-CONTATO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ATIVOS SEM CONTATO VALIDO....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-SEM-CONTATO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "  COM ENDERECO DEVOLVIDO.....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-POSTAL-DEVOLVIDO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "  COM E-MAIL DEVOLVIDO.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EMAIL-DEVOLVIDO TO WS-SUB-VALOR.
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
           MOVE "PROGRAMA29" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-REGISTROS   TO EXE-QTD-LIDOS.
           MOVE WS-QTD-SEM-CONTATO TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
