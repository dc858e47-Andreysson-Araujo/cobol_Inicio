               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-ANTIGO.
       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO PIC XX VALUE "00".
       77 WS-FS-NOVO PIC XX VALUE "00".
       77 WS-FS-CONTROLE PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-ANTIGO PIC X(01) VALUE "N".
       77 WS-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO (1:4) TO WS-ANO-ATUAL.
           OPEN INPUT CADASTRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL - NADA A CONVERTER"
               " CADASTRO.DAT".
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

       1000-LER-ANTIGO.
           READ CADASTRO-ANTIGO NEXT RECORD
               AT END
           MOVE SPACES TO CAD-TELEFONE.
           MOVE SPACES TO CAD-EMAIL.
           MOVE "A" TO CAD-SITUACAO.
           MOVE WS-DATA-MOVIMENTO TO CAD-DATA-SITUACAO.
           MOVE "N" TO CAD-POSTAL-INVALIDO.
           MOVE WS-DATA-MOVIMENTO TO CAD-DATA-POSTAL.
           MOVE "N" TO CAD-EMAIL-INVALIDO.
           MOVE WS-DATA-MOVIMENTO TO CAD-DATA-EMAIL.
           WRITE CAD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO NOVO MESTRE: "

       2500-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE "CONVERSAO" TO AUD-USUARIO.
           MOVE "I" TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE CAD-TELEFONE TO AUD-TELEFONE-NOVO.
           MOVE CAD-EMAIL    TO AUD-EMAIL-NOVO.
           MOVE ZEROS TO AUD-NUMERO-FUSAO.
           MOVE CAD-SITUACAO TO AUD-SITUACAO-NOVO.
           MOVE SPACES TO AUD-USUARIO-SUBMISSAO.
           MOVE SPACES TO AUD-USUARIO-APROVACAO.
           MOVE CAD-POSTAL-INVALIDO TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE CAD-EMAIL-INVALIDO TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA07" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.

       3000-GRAVAR-CONTROLE.
