      *==detalhes (D) com o codigo da operacao e
      *==trilha (T) com contagem e data, para o
      *==receptor conferir que recebeu o arquivo
      *==completo. O detalhe leva ainda os indicadores
      *==de endereco e de e-mail devolvidos (S/N); com
      *==OMITIRDEVOLVIDOS=S no ambiente o canal
      *==devolvido sai em branco, como no CSV do
      *==PROGRAMA05. Ao final regrava EXTRCTL.DAT com a
      *==nova posicao de corte.
      *==Cada DELTA.DAT e uma geracao numerada: o
      *==numero (ultimo de ENVDELTA.DAT + 1) vai no
      *==cabecalho H e na trilha T, a copia fica em
      *==DELTAn.DAT (slots girados como os backups de
      *==PROGRAMA09) e o envio e registrado em
      *==ENVDELTA.DAT, aguardando o recibo do receptor
      *==(PROGRAMA31). ENVDELTA.DAT e criado vazio na
      *==primeira execucao (geracao 1); se existir mas
      *==nao puder ser aberto, o programa termina com
      *==codigo de retorno 8 sem gravar delta nem mover
      *==o corte.
      *==Se o corte guardado passar do fim do log (o
      *==log encolheu - arquivamento de PROGRAMA13),
      *==nenhum DELTA.DAT e gravado, o corte fica
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.

           SELECT ARQUIVO-GERACAO ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.

           SELECT ARQ-ENVIO ASSIGN TO "ENVDELTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-SEQUENCIA
               FILE STATUS IS WS-FS-ENVIO.

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-LOG.
           05 SRT-CEP       PIC 9(08).
           05 SRT-TELEFONE  PIC X(11).
           05 SRT-EMAIL     PIC X(40).
           05 SRT-POSTAL-INVALIDO PIC X(01).
           05 SRT-EMAIL-INVALIDO  PIC X(01).

       FD  ARQUIVO-DELTA.
       01  REG-DELTA PIC X(168).

       FD  ARQUIVO-GERACAO.
       01  REG-GERACAO PIC X(168).

       FD  ARQ-ENVIO.
           COPY ENVREG.

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-CORTE PIC XX VALUE "00".
       77 WS-FS-DELTA PIC XX VALUE "00".
       77 WS-FS-GERACAO PIC XX VALUE "00".
       77 WS-FS-ENVIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-LOG PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-FIM-ENVIO PIC X(01) VALUE "N".
       77 WS-TEM-GRUPO PIC X(01) VALUE "N".
       77 WS-CORTE-INVALIDO PIC X(01) VALUE "N".
       77 WS-OMITIR-DEVOLVIDOS PIC X(01) VALUE "N".
       77 WS-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77 WS-ULTIMA-LINHA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS-LOG PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NOVAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORMATO-ANTIGO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXTRAIDOS PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMA-GERACAO PIC 9(07) VALUE ZEROS.
       77 WS-MAX-GERACOES PIC 9(01) VALUE 7.
       77 WS-QUOCIENTE PIC 9(07) VALUE ZEROS.
       77 WS-RESTO PIC 9(07) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-NOME-GERACAO.
           05 FILLER PIC X(05) VALUE "DELTA".
           05 WS-GER-SLOT PIC 9(01).
           05 FILLER PIC X(04) VALUE ".DAT".

       01 WS-ULTIMA-OPERACAO.
           05 WS-ULT-NUMERO   PIC 9(07).
           05 WS-ULT-OPERACAO PIC X(01).
           05 WS-ULT-CEP      PIC 9(08).
           05 WS-ULT-TELEFONE PIC X(11).
           05 WS-ULT-EMAIL    PIC X(40).
           05 WS-ULT-POSTAL-INVALIDO PIC X(01).
           05 WS-ULT-EMAIL-INVALIDO  PIC X(01).

       01 WS-LIN-CABECALHO.
           05 FILLER PIC X(01) VALUE "H".
           05 WS-CAB-DATA PIC 9(08).
           05 WS-CAB-HORA PIC 9(06).
           05 WS-CAB-SEQUENCIA PIC 9(07).
           05 WS-CAB-TIPO PIC X(01) VALUE "N".
           05 WS-CAB-ORIGEM PIC 9(07) VALUE ZEROS.

       01 WS-LIN-DETALHE.
           05 FILLER PIC X(01) VALUE "D".
           05 WS-DET-CEP      PIC 9(08).
           05 WS-DET-TELEFONE PIC X(11).
           05 WS-DET-EMAIL    PIC X(40).
           05 WS-DET-POSTAL-INVALIDO PIC X(01).
           05 WS-DET-EMAIL-INVALIDO  PIC X(01).

       01 WS-LIN-TRILHA.
           05 FILLER PIC X(01) VALUE "T".
           05 WS-TRL-QTD PIC 9(07).
           05 WS-TRL-DATA PIC 9(08).
           05 WS-TRL-SEQUENCIA PIC 9(07).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           ACCEPT WS-OMITIR-DEVOLVIDOS FROM ENVIRONMENT
               "OMITIRDEVOLVIDOS".
           PERFORM 1000-OBTER-CORTE.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDITORIA NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1700-OBTER-GERACAO.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-NUMERO SRT-SEQUENCIA
               INPUT PROCEDURE IS 2000-CARREGAR-LOG
               OUTPUT PROCEDURE IS 4000-GRAVAR-DELTA.
           CLOSE AUDITORIA-LOG.
           PERFORM 4500-REGISTRAR-ENVIO.
           PERFORM 5000-GRAVAR-CORTE.
           DISPLAY "GERACAO GRAVADA..........: " WS-ULTIMA-GERACAO.
           DISPLAY "COPIA DA GERACAO.........: " WS-NOME-GERACAO.
           DISPLAY "LINHAS JA EXTRAIDAS ANTES: " WS-ULTIMA-LINHA.
           DISPLAY "LINHAS NOVAS LIDAS.......: " WS-QTD-NOVAS.
           DISPLAY "LINHAS EM FORMATO ANTIGO.: " WS-QTD-FORMATO-ANTIGO.
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

       1000-OBTER-CORTE.
           OPEN INPUT ARQ-CORTE.
           IF WS-FS-CORTE = "00"
               END-IF
           END-IF.

       1700-OBTER-GERACAO.
           OPEN I-O ARQ-ENVIO.
           IF WS-FS-ENVIO = "35"
               OPEN OUTPUT ARQ-ENVIO
               CLOSE ARQ-ENVIO
               OPEN I-O ARQ-ENVIO
           END-IF.
           IF WS-FS-ENVIO NOT = "00"
               CLOSE AUDITORIA-LOG
               DISPLAY "ENVDELTA.DAT INDISPONIVEL - FS " WS-FS-ENVIO
                   " - NENHUM DELTA GRAVADO E CORTE MANTIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIM-ENVIO = "S"
               READ ARQ-ENVIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ENVIO
                   NOT AT END
                       MOVE ENV-SEQUENCIA TO WS-ULTIMA-GERACAO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-ULTIMA-GERACAO.
           SUBTRACT 1 FROM WS-ULTIMA-GERACAO GIVING WS-QUOCIENTE.
           DIVIDE WS-QUOCIENTE BY WS-MAX-GERACOES
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           ADD 1 TO WS-RESTO.
           MOVE WS-RESTO TO WS-GER-SLOT.

       2000-CARREGAR-LOG.
           PERFORM UNTIL WS-FIM-LOG = "S"
               PERFORM 2100-LER-LOG
                   MOVE AUD-TELEFONE-NOVO TO SRT-TELEFONE
                   MOVE AUD-EMAIL-NOVO    TO SRT-EMAIL
               END-IF
               MOVE "N" TO SRT-POSTAL-INVALIDO
               IF AUD-POSTAL-INVALIDO-NOVO = "S"
                   MOVE "S" TO SRT-POSTAL-INVALIDO
               END-IF
               MOVE "N" TO SRT-EMAIL-INVALIDO
               IF AUD-EMAIL-INVALIDO-NOVO = "S"
                   MOVE "S" TO SRT-EMAIL-INVALIDO
               END-IF
               RELEASE SRT-REGISTRO
           END-IF.

       4000-GRAVAR-DELTA.
           OPEN OUTPUT ARQUIVO-DELTA.
           OPEN OUTPUT ARQUIVO-GERACAO.
           MOVE WS-DATA-HORA (1:8) TO WS-CAB-DATA.
           MOVE WS-DATA-HORA (9:6) TO WS-CAB-HORA.
           MOVE WS-ULTIMA-GERACAO TO WS-CAB-SEQUENCIA.
           MOVE SPACES TO REG-DELTA.
           MOVE WS-LIN-CABECALHO TO REG-DELTA.
           PERFORM 4300-GRAVAR-REGISTRO.
           MOVE "N" TO WS-FIM-ORDENACAO.
           MOVE "N" TO WS-TEM-GRUPO.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
           END-IF.
           MOVE WS-QTD-EXTRAIDOS TO WS-TRL-QTD.
           MOVE WS-DATA-HORA (1:8) TO WS-TRL-DATA.
           MOVE WS-ULTIMA-GERACAO TO WS-TRL-SEQUENCIA.
           MOVE SPACES TO REG-DELTA.
           MOVE WS-LIN-TRILHA TO REG-DELTA.
           PERFORM 4300-GRAVAR-REGISTRO.
           CLOSE ARQUIVO-DELTA.
           CLOSE ARQUIVO-GERACAO.

       4100-GRAVAR-DETALHE.
           MOVE WS-ULT-NUMERO   TO WS-DET-NUMERO.
           MOVE WS-ULT-CEP      TO WS-DET-CEP.
           MOVE WS-ULT-TELEFONE TO WS-DET-TELEFONE.
           MOVE WS-ULT-EMAIL    TO WS-DET-EMAIL.
           MOVE WS-ULT-POSTAL-INVALIDO TO WS-DET-POSTAL-INVALIDO.
           MOVE WS-ULT-EMAIL-INVALIDO  TO WS-DET-EMAIL-INVALIDO.
           IF WS-OMITIR-DEVOLVIDOS = "S"
               IF WS-DET-POSTAL-INVALIDO = "S"
                   MOVE SPACES TO WS-DET-ENDERECO
                   MOVE SPACES TO WS-DET-CIDADE
                   MOVE ZEROS TO WS-DET-CEP
               END-IF
               IF WS-DET-EMAIL-INVALIDO = "S"
                   MOVE SPACES TO WS-DET-EMAIL
               END-IF
           END-IF.
           MOVE WS-LIN-DETALHE TO REG-DELTA.
           PERFORM 4300-GRAVAR-REGISTRO.
           ADD 1 TO WS-QTD-EXTRAIDOS.

       4200-GUARDAR-OPERACAO.
           MOVE SRT-CEP      TO WS-ULT-CEP.
           MOVE SRT-TELEFONE TO WS-ULT-TELEFONE.
           MOVE SRT-EMAIL    TO WS-ULT-EMAIL.
           MOVE SRT-POSTAL-INVALIDO TO WS-ULT-POSTAL-INVALIDO.
           MOVE SRT-EMAIL-INVALIDO  TO WS-ULT-EMAIL-INVALIDO.
           MOVE "S" TO WS-TEM-GRUPO.

       4300-GRAVAR-REGISTRO.
           WRITE REG-DELTA.
           MOVE REG-DELTA TO REG-GERACAO.
           WRITE REG-GERACAO.

       4500-REGISTRAR-ENVIO.
           MOVE SPACES TO ENV-REGISTRO.
           MOVE WS-ULTIMA-GERACAO TO ENV-SEQUENCIA.
           MOVE "N" TO ENV-TIPO.
           MOVE ZEROS TO ENV-SEQUENCIA-ORIGEM.
           MOVE WS-DATA-HORA (1:8) TO ENV-DATA.
           MOVE WS-DATA-HORA (9:6) TO ENV-HORA.
           MOVE WS-QTD-EXTRAIDOS TO ENV-QTD-ENVIADOS.
           MOVE WS-GER-SLOT TO ENV-SLOT.
           MOVE "P" TO ENV-SITUACAO.
           MOVE ZEROS TO ENV-DATA-RECIBO.
           MOVE ZEROS TO ENV-QTD-RECEBIDOS.
           MOVE ZEROS TO ENV-QTD-ACEITOS.
           MOVE ZEROS TO ENV-QTD-REJEITADOS.
           MOVE ZEROS TO ENV-QTD-REENVIOS.
           MOVE ZEROS TO ENV-DATA-REENVIO.
           MOVE ZEROS TO ENV-SEQUENCIA-REENVIO.
           WRITE ENV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NO REGISTRO DO ENVIO - GERACAO "
                       WS-ULTIMA-GERACAO
           END-WRITE.
           CLOSE ARQ-ENVIO.

       5000-GRAVAR-CORTE.
           OPEN OUTPUT ARQ-CORTE.
           MOVE WS-QTD-LINHAS-LOG TO CRT-ULTIMA-LINHA.
           MOVE "PROGRAMA15" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-NOVAS          TO EXE-QTD-LIDOS.
           MOVE WS-QTD-EXTRAIDOS      TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-FORMATO-ANTIGO TO EXE-QTD-REJEITADOS.
