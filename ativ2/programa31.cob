       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA31.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Conferencia dos recibos do DELTA.
      *==Le RECIBO.DAT (devolvido pelo receptor, se
      *==existir) e registra cada recibo na geracao
      *==correspondente de ENVDELTA.DAT: contagem igual
      *==a enviada e sem rejeitados = C, com
      *==rejeitados = J, recebidos diferente de
      *==enviados (ou aceitos + rejeitados diferente
      *==de recebidos) = D. Os clientes rejeitados (R)
      *==sao guardados em REJDELTA.DAT para o reenvio
      *==(PROGRAMA32). Recibo de geracao nao enviada
      *==ou ja confirmada e listado e ignorado.
      *==Depois percorre ENVDELTA.DAT e aponta em
      *==CONFDELT.TXT as pendencias: geracao sem
      *==recibo alem do prazo em dias (pedido no
      *==console, vazio = 2, contado do envio ou do
      *==ultimo reenvio), contagem divergente e
      *==clientes rejeitados ainda nao reenviados, um
      *==a um com o motivo do receptor. Com pendencia
      *==o jornal fica FA, como na conciliacao de
      *==PROGRAMA11.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECIBO ASSIGN TO "RECIBO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBO.

           SELECT ARQ-ENVIO ASSIGN TO "ENVDELTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-SEQUENCIA
               FILE STATUS IS WS-FS-ENVIO.

           SELECT ARQ-REJEITADO ASSIGN TO "REJDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "CONFDELT.TXT"
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
       FD  ARQ-RECIBO.
           COPY RCBREG.

       FD  ARQ-ENVIO.
           COPY ENVREG.

       FD  ARQ-REJEITADO.
       01  REG-REJEITADO PIC X(48).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RECIBO PIC XX VALUE "00".
       77 WS-FS-ENVIO PIC XX VALUE "00".
       77 WS-FS-REJEITADO PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-RECIBO PIC X(01) VALUE "N".
       77 WS-FIM-ENVIO PIC X(01) VALUE "N".
       77 WS-FIM-REJEITADO PIC X(01) VALUE "N".
       77 WS-SEQUENCIA-ACEITA PIC 9(07) VALUE ZEROS.
       77 WS-PRAZO-ALFA PIC X(03) VALUE SPACES.
       77 WS-PRAZO-DIAS PIC 9(03) VALUE 2.
       77 WS-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ENVIO PIC 9(07) VALUE ZEROS.
       77 WS-IDADE-ENVIO PIC 9(07) VALUE ZEROS.
       77 WS-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 WS-QTD-CONFERIDA PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REGISTRADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REPETIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESCONHECIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INVALIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJ-GUARDADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJ-IGNORADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GERACOES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-RECIBO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COM-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLIENTES-REJ PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PENDENCIAS PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-LINHAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "CONFERENCIA DE RECIBOS DO DELTA".
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

       01 WS-LIN-PRAZO.
           05 FILLER PIC X(27)
               VALUE "PRAZO PARA O RECIBO (DIAS):".
           05 WS-PRZ-DIAS PIC ZZ9.

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".
       01 WS-LIN-TRACO PIC X(80) VALUE ALL "-".

       01 WS-LIN-SECAO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 WS-SEC-TITULO PIC X(60).

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(09) VALUE "GERACAO".
           05 FILLER PIC X(12) VALUE "ENVIO".
           05 FILLER PIC X(09) VALUE " ENVIADOS".
           05 FILLER PIC X(09) VALUE "  RECEBID".
           05 FILLER PIC X(09) VALUE "  ACEITOS".
           05 FILLER PIC X(09) VALUE "  REJEIT.".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "SITUACAO".

       01 WS-LIN-RECIBO.
           05 WS-REC-SEQUENCIA PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-REC-DATA PIC X(10).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-REC-ENVIADOS PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-REC-RECEBIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-REC-ACEITOS PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-REC-REJEITADOS PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-REC-SITUACAO PIC X(18).

       01 WS-LIN-AVISO.
           05 WS-AVI-TEXTO PIC X(40).
           05 FILLER PIC X(08) VALUE "GERACAO ".
           05 WS-AVI-SEQUENCIA PIC X(07).

       01 WS-LIN-PENDENCIA.
           05 FILLER PIC X(08) VALUE "GERACAO ".
           05 WS-PEN-SEQUENCIA PIC 9(07).
           05 FILLER PIC X(07) VALUE " DELTA".
           05 WS-PEN-SLOT PIC 9(01).
           05 FILLER PIC X(07) VALUE " ENVIO ".
           05 WS-PEN-DATA PIC X(10).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-PEN-MOTIVO PIC X(35).

       01 WS-LIN-CONTAGEM.
           05 FILLER PIC X(13) VALUE "    ENVIADOS ".
           05 WS-CNT-ENVIADOS PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE "  RECEBIDOS ".
           05 WS-CNT-RECEBIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  ACEITOS ".
           05 WS-CNT-ACEITOS PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE "  REJEITADOS ".
           05 WS-CNT-REJEITADOS PIC ZZZZZZ9.

       01 WS-LIN-CLIENTE.
           05 FILLER PIC X(12) VALUE "    CLIENTE ".
           05 WS-CLI-NUMERO PIC 9(07).
           05 FILLER PIC X(09) VALUE "  MOTIVO ".
           05 WS-CLI-MOTIVO PIC X(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-CLI-DESCRICAO PIC X(30).

       01 WS-MONTA-DATA.
           05 WS-MDT-DIA PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-MDT-MES PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-MDT-ANO PIC X(04).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       01 WS-LIN-TEXTO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-INICIALIZAR.
           MOVE "RECIBOS REGISTRADOS NESTA EXECUCAO" TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           OPEN INPUT ARQ-RECIBO.
           IF WS-FS-RECIBO = "00"
               OPEN EXTEND ARQ-REJEITADO
               IF WS-FS-REJEITADO = "35"
                   OPEN OUTPUT ARQ-REJEITADO
               END-IF
               PERFORM UNTIL WS-FIM-RECIBO = "S"
                   READ ARQ-RECIBO
                       AT END
                           MOVE "S" TO WS-FIM-RECIBO
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 2000-TRATAR-RECIBO
                   END-READ
               END-PERFORM
               CLOSE ARQ-RECIBO
               CLOSE ARQ-REJEITADO
           ELSE
               DISPLAY "RECIBO.DAT AUSENTE - SO AS PENDENCIAS"
           END-IF.
           IF WS-QTD-LIDOS = 0
               MOVE "NENHUM RECIBO RECEBIDO" TO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           MOVE "PENDENCIAS DAS GERACOES ENVIADAS" TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           PERFORM 3000-APONTAR-PENDENCIAS.
           CLOSE ARQ-ENVIO.
           PERFORM 7000-IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM CONFDELT.TXT".
           DISPLAY "LINHAS DE RECIBO LIDAS..: " WS-QTD-LIDOS.
           DISPLAY "RECIBOS REGISTRADOS.....: " WS-QTD-REGISTRADOS.
           DISPLAY "RECIBOS IGNORADOS.......: "
               WS-QTD-REPETIDOS " REPETIDOS, "
               WS-QTD-DESCONHECIDOS " DE GERACAO NAO ENVIADA".
           DISPLAY "CLIENTES REJEITADOS.....: " WS-QTD-REJ-GUARDADOS.
           DISPLAY "GERACOES SEM RECIBO.....: " WS-QTD-SEM-RECIBO.
           DISPLAY "GERACOES DIVERGENTES....: " WS-QTD-DIVERGENTES.
           DISPLAY "REJEITADOS A REENVIAR...: " WS-QTD-COM-REJEITADOS.
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

       0200-MONTAR-DATA.
           MOVE WS-DATA-REFERENCIA (7:2) TO WS-MDT-DIA.
           MOVE WS-DATA-REFERENCIA (5:2) TO WS-MDT-MES.
           MOVE WS-DATA-REFERENCIA (1:4) TO WS-MDT-ANO.

       1000-INICIALIZAR.
           DISPLAY "PRAZO PARA O RECIBO EM DIAS (VAZIO = 2): ".
           ACCEPT WS-PRAZO-ALFA.
           IF WS-PRAZO-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-PRAZO-ALFA) IS NOT NUMERIC
                   DISPLAY "PRAZO INVALIDO: " WS-PRAZO-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PRAZO-DIAS = FUNCTION NUMVAL(WS-PRAZO-ALFA)
           END-IF.
           OPEN I-O ARQ-ENVIO.
           IF WS-FS-ENVIO NOT = "00"
               DISPLAY "ENVDELTA.DAT INDISPONIVEL - NADA A CONFERIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-DATA-HORA (1:8))).
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           MOVE WS-PRAZO-DIAS TO WS-PRZ-DIAS.
           PERFORM 5000-NOVA-PAGINA.

       2000-TRATAR-RECIBO.
           IF RCB-SEQUENCIA IS NOT NUMERIC
               OR (RCB-TIPO NOT = "H" AND RCB-TIPO NOT = "R")
               ADD 1 TO WS-QTD-INVALIDOS
               DISPLAY "LINHA DE RECIBO INVALIDA: " RCB-REGISTRO
           ELSE
               IF RCB-TIPO = "H"
                   PERFORM 2100-REGISTRAR-RECIBO
               ELSE
                   PERFORM 2300-GUARDAR-REJEITADO
               END-IF
           END-IF.

       2100-REGISTRAR-RECIBO.
           MOVE ZEROS TO WS-SEQUENCIA-ACEITA.
           MOVE RCB-SEQUENCIA TO ENV-SEQUENCIA.
           READ ARQ-ENVIO
               INVALID KEY
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   MOVE "RECIBO DE GERACAO NAO ENVIADA - IGNORADO"
                       TO WS-AVI-TEXTO
                   PERFORM 2900-IMPRIMIR-AVISO
               NOT INVALID KEY
                   IF ENV-SITUACAO NOT = "P"
                       ADD 1 TO WS-QTD-REPETIDOS
                       MOVE "RECIBO REPETIDO - IGNORADO"
                           TO WS-AVI-TEXTO
                       PERFORM 2900-IMPRIMIR-AVISO
                   ELSE
                       PERFORM 2200-CONFERIR-CONTAGEM
                   END-IF
           END-READ.

       2200-CONFERIR-CONTAGEM.
           IF RCB-DATA IS NUMERIC
               MOVE RCB-DATA TO ENV-DATA-RECIBO
           ELSE
               MOVE WS-DATA-HORA (1:8) TO ENV-DATA-RECIBO
           END-IF.
           MOVE ZEROS TO ENV-QTD-RECEBIDOS.
           MOVE ZEROS TO ENV-QTD-ACEITOS.
           MOVE ZEROS TO ENV-QTD-REJEITADOS.
           IF RCB-QTD-RECEBIDOS IS NUMERIC
               MOVE RCB-QTD-RECEBIDOS TO ENV-QTD-RECEBIDOS
           END-IF.
           IF RCB-QTD-ACEITOS IS NUMERIC
               MOVE RCB-QTD-ACEITOS TO ENV-QTD-ACEITOS
           END-IF.
           IF RCB-QTD-REJEITADOS IS NUMERIC
               MOVE RCB-QTD-REJEITADOS TO ENV-QTD-REJEITADOS
           END-IF.
           COMPUTE WS-QTD-CONFERIDA =
               ENV-QTD-ACEITOS + ENV-QTD-REJEITADOS.
           IF ENV-QTD-RECEBIDOS NOT = ENV-QTD-ENVIADOS
               OR WS-QTD-CONFERIDA NOT = ENV-QTD-RECEBIDOS
               MOVE "D" TO ENV-SITUACAO
           ELSE
               IF ENV-QTD-REJEITADOS > 0
                   MOVE "J" TO ENV-SITUACAO
               ELSE
                   MOVE "C" TO ENV-SITUACAO
               END-IF
           END-IF.
           REWRITE ENV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO ENVIO: "
                       ENV-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-REGISTRADOS
                   MOVE ENV-SEQUENCIA TO WS-SEQUENCIA-ACEITA
                   PERFORM 2250-IMPRIMIR-RECIBO
           END-REWRITE.

       2250-IMPRIMIR-RECIBO.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE ENV-SEQUENCIA TO WS-REC-SEQUENCIA.
           MOVE ENV-DATA TO WS-DATA-REFERENCIA.
           PERFORM 0200-MONTAR-DATA.
           MOVE WS-MONTA-DATA TO WS-REC-DATA.
           MOVE ENV-QTD-ENVIADOS TO WS-REC-ENVIADOS.
           MOVE ENV-QTD-RECEBIDOS TO WS-REC-RECEBIDOS.
           MOVE ENV-QTD-ACEITOS TO WS-REC-ACEITOS.
           MOVE ENV-QTD-REJEITADOS TO WS-REC-REJEITADOS.
           EVALUATE ENV-SITUACAO
               WHEN "C"
                   MOVE "CONFIRMADA" TO WS-REC-SITUACAO
               WHEN "J"
                   MOVE "COM REJEITADOS" TO WS-REC-SITUACAO
               WHEN OTHER
                   MOVE "DIVERGENTE" TO WS-REC-SITUACAO
           END-EVALUATE.
           MOVE WS-LIN-RECIBO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       2300-GUARDAR-REJEITADO.
           IF RCB-SEQUENCIA = WS-SEQUENCIA-ACEITA
               AND WS-SEQUENCIA-ACEITA > 0
               AND RCB-NUMERO IS NUMERIC
               MOVE RCB-REGISTRO TO REG-REJEITADO
               WRITE REG-REJEITADO
               ADD 1 TO WS-QTD-REJ-GUARDADOS
           ELSE
               ADD 1 TO WS-QTD-REJ-IGNORADOS
           END-IF.

       2900-IMPRIMIR-AVISO.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE RCB-SEQUENCIA TO WS-AVI-SEQUENCIA.
           MOVE WS-LIN-AVISO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3000-APONTAR-PENDENCIAS.
           MOVE ZEROS TO ENV-SEQUENCIA.
           START ARQ-ENVIO KEY IS NOT LESS THAN ENV-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ENVIO
           END-START.
           PERFORM UNTIL WS-FIM-ENVIO = "S"
               READ ARQ-ENVIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ENVIO
                   NOT AT END
                       ADD 1 TO WS-QTD-GERACOES
                       PERFORM 3100-EXAMINAR-GERACAO
               END-READ
           END-PERFORM.
           IF WS-QTD-PENDENCIAS = 0
               MOVE "NENHUMA PENDENCIA" TO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       3100-EXAMINAR-GERACAO.
           EVALUATE ENV-SITUACAO
               WHEN "P"
                   IF ENV-DATA-REENVIO > 0
                       MOVE ENV-DATA-REENVIO TO WS-DATA-REFERENCIA
                   ELSE
                       MOVE ENV-DATA TO WS-DATA-REFERENCIA
                   END-IF
                   COMPUTE WS-DIAS-ENVIO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
                   COMPUTE WS-IDADE-ENVIO =
                       WS-DIAS-HOJE - WS-DIAS-ENVIO
                   IF WS-IDADE-ENVIO > WS-PRAZO-DIAS
                       ADD 1 TO WS-QTD-SEM-RECIBO
                       MOVE "SEM RECIBO NO PRAZO"
                           TO WS-PEN-MOTIVO
                       MOVE 1 TO WS-LINHAS-NECESSARIAS
                       PERFORM 3200-IMPRIMIR-PENDENCIA
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE "CONTAGEM DIVERGENTE NO RECIBO"
                       TO WS-PEN-MOTIVO
                   MOVE 2 TO WS-LINHAS-NECESSARIAS
                   PERFORM 3200-IMPRIMIR-PENDENCIA
                   MOVE ENV-QTD-ENVIADOS TO WS-CNT-ENVIADOS
                   MOVE ENV-QTD-RECEBIDOS TO WS-CNT-RECEBIDOS
                   MOVE ENV-QTD-ACEITOS TO WS-CNT-ACEITOS
                   MOVE ENV-QTD-REJEITADOS TO WS-CNT-REJEITADOS
                   MOVE WS-LIN-CONTAGEM TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
               WHEN "J"
                   IF ENV-SEQUENCIA-REENVIO = 0
                       ADD 1 TO WS-QTD-COM-REJEITADOS
                       MOVE "REJEITADOS AINDA NAO REENVIADOS"
                           TO WS-PEN-MOTIVO
                       MOVE 2 TO WS-LINHAS-NECESSARIAS
                       PERFORM 3200-IMPRIMIR-PENDENCIA
                       PERFORM 3300-LISTAR-REJEITADOS
                   END-IF
           END-EVALUATE.

       3200-IMPRIMIR-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE ENV-SEQUENCIA TO WS-PEN-SEQUENCIA.
           MOVE ENV-SLOT TO WS-PEN-SLOT.
           MOVE ENV-DATA TO WS-DATA-REFERENCIA.
           PERFORM 0200-MONTAR-DATA.
           MOVE WS-MONTA-DATA TO WS-PEN-DATA.
           MOVE WS-LIN-PENDENCIA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3300-LISTAR-REJEITADOS.
           MOVE "N" TO WS-FIM-REJEITADO.
           OPEN INPUT ARQ-REJEITADO.
           IF WS-FS-REJEITADO NOT = "00"
               MOVE "    REJDELTA.DAT INDISPONIVEL" TO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
               MOVE "S" TO WS-FIM-REJEITADO
           END-IF.
           PERFORM UNTIL WS-FIM-REJEITADO = "S"
               READ ARQ-REJEITADO INTO RCB-REGISTRO
                   AT END
                       MOVE "S" TO WS-FIM-REJEITADO
                   NOT AT END
                       IF RCB-SEQUENCIA = ENV-SEQUENCIA
                           PERFORM 3350-IMPRIMIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-REJEITADO = "00" OR WS-FS-REJEITADO = "10"
               CLOSE ARQ-REJEITADO
           END-IF.

       3350-IMPRIMIR-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES-REJ.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE RCB-NUMERO TO WS-CLI-NUMERO.
           MOVE RCB-MOTIVO TO WS-CLI-MOTIVO.
           MOVE RCB-DESCRICAO TO WS-CLI-DESCRICAO.
           MOVE WS-LIN-CLIENTE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3900-IMPRIMIR-SECAO.
           MOVE 4 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SECAO TO REG-RELATORIO.
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
           MOVE WS-LIN-PRAZO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       5500-RESERVAR-LINHAS.
           IF WS-QTD-LINHAS + WS-LINHAS-NECESSARIAS >
               WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.

       6000-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-LINHAS.

       7000-IMPRIMIR-TOTAIS.
           MOVE 15 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "LINHAS DE RECIBO LIDAS.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "RECIBOS REGISTRADOS..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REGISTRADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "RECIBOS REPETIDOS/DESCONHEC..: " TO WS-SUB-ROTULO.
           COMPUTE WS-SUB-VALOR =
               WS-QTD-REPETIDOS + WS-QTD-DESCONHECIDOS.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "LINHAS INVALIDAS.............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-INVALIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REJEITADOS GUARDADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REJ-GUARDADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "GERACOES NO REGISTRO.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-GERACOES TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "SEM RECIBO NO PRAZO..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-SEM-RECIBO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "CONTAGEM DIVERGENTE..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DIVERGENTES TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "GERACOES COM REJEITADOS......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-COM-REJEITADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "CLIENTES A REENVIAR..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-CLIENTES-REJ TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "CONFERIDO POR: ______________________________"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "DATA: ____/____/________" TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE "PROGRAMA31" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-REGISTRADOS TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-PENDENCIAS TO EXE-QTD-REJEITADOS.
           IF WS-QTD-PENDENCIAS = 0
               MOVE "OK" TO EXE-RESULTADO
           ELSE
               MOVE "FA" TO EXE-RESULTADO
           END-IF.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
