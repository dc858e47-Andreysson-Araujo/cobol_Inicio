      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Exportacao do cadastro mestre em CSV
      *==com os dados de contato. As duas ultimas
      *==colunas indicam o endereco e o e-mail marcados
      *==como devolvidos (S/N); com OMITIRDEVOLVIDOS=S
      *==no ambiente o canal devolvido sai em branco.
      *==DATA:02/09/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MESTRE.
           COPY CADREG.

       FD  ARQUIVO-CSV.
       01  REG-CSV PIC X(184).

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-CSV PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-INCLUIR-INATIVOS PIC X(01) VALUE "N".
       77 WS-QTD-INATIVOS PIC 9(05) VALUE ZEROS.
       77 WS-OMITIR-DEVOLVIDOS PIC X(01) VALUE "N".
       77 WS-QTD-CANAIS-OMITIDOS PIC 9(05) VALUE ZEROS.
       77 WS-CSV-CEP PIC X(08) VALUE SPACES.
       77 WS-CSV-POSTAL-INVALIDO PIC X(01) VALUE "N".
       77 WS-CSV-EMAIL-INVALIDO PIC X(01) VALUE "N".
       77 WS-IDADE-EDITADA PIC ZZ9.
       77 WS-QTD-EXPORTADOS PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           ACCEPT WS-INCLUIR-INATIVOS FROM ENVIRONMENT
               "INCLUIRINATIVOS".
           ACCEPT WS-OMITIR-DEVOLVIDOS FROM ENVIRONMENT
               "OMITIRDEVOLVIDOS".
           OPEN OUTPUT ARQUIVO-CSV.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               PERFORM 1000-LER-MESTRE
           CLOSE ARQUIVO-CSV.
           DISPLAY "REGISTROS EXPORTADOS PARA CSV: " WS-QTD-EXPORTADOS.
           DISPLAY "INATIVOS OMITIDOS............: " WS-QTD-INATIVOS.
           IF WS-OMITIR-DEVOLVIDOS = "S"
               DISPLAY "CANAIS DEVOLVIDOS OMITIDOS...: "
                   WS-QTD-CANAIS-OMITIDOS
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

       1000-LER-MESTRE.
           READ CADASTRO-MESTRE NEXT RECORD
               AT END
       2000-GRAVAR-LINHA-CSV.
           PERFORM 2100-CALCULAR-IDADE.
           MOVE WS-IDADE-ATUAL TO WS-IDADE-EDITADA.
           PERFORM 2200-TRATAR-DEVOLVIDOS.
           MOVE SPACES TO REG-CSV.
           STRING CAD-NUMERO              DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(CAD-CIDADE) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CEP) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(CAD-TELEFONE) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(CAD-EMAIL) DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  CAD-SITUACAO            DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-CSV-POSTAL-INVALIDO  DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-CSV-EMAIL-INVALIDO   DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING.
           WRITE REG-CSV.
           IF WS-MMDD-ATUAL < WS-MMDD-NASC
               SUBTRACT 1 FROM WS-IDADE-ATUAL
           END-IF.

       2200-TRATAR-DEVOLVIDOS.
           MOVE CAD-CEP TO WS-CSV-CEP.
           IF CAD-POSTAL-INVALIDO = "S"
               MOVE "S" TO WS-CSV-POSTAL-INVALIDO
           ELSE
               MOVE "N" TO WS-CSV-POSTAL-INVALIDO
           END-IF.
           IF CAD-EMAIL-INVALIDO = "S"
               MOVE "S" TO WS-CSV-EMAIL-INVALIDO
           ELSE
               MOVE "N" TO WS-CSV-EMAIL-INVALIDO
           END-IF.
           IF WS-OMITIR-DEVOLVIDOS = "S"
               IF WS-CSV-POSTAL-INVALIDO = "S"
                   MOVE SPACES TO CAD-ENDERECO
                   MOVE SPACES TO CAD-CIDADE
                   MOVE SPACES TO WS-CSV-CEP
                   ADD 1 TO WS-QTD-CANAIS-OMITIDOS
               END-IF
               IF WS-CSV-EMAIL-INVALIDO = "S"
                   MOVE SPACES TO CAD-EMAIL
                   ADD 1 TO WS-QTD-CANAIS-OMITIDOS
               END-IF
           END-IF.
