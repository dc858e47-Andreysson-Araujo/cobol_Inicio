       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA32.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Reenvio de DELTA.DAT ao receptor sem
      *==mexer no corte de EXTRCTL.DAT. Pede no console
      *==a geracao (numero do cabecalho H) e o modo:
      *==  G = GERACAO INTEIRA: recopia DELTAn.DAT para
      *==      DELTA.DAT como foi enviada (mesmo numero)
      *==      e volta a geracao para P em ENVDELTA.DAT,
      *==      somando o reenvio, a espera de novo
      *==      recibo (arquivo perdido, carga duplicada
      *==      desfeita ou contagem divergente);
      *==  C = CLIENTES REJEITADOS: so para geracao com
      *==      situacao J; grava DELTA.DAT como geracao
      *==      nova (tipo C no cabecalho, com a geracao
      *==      de origem) so com os detalhes D dos
      *==      clientes que o receptor rejeitou
      *==      (REJDELTA.DAT), tirados da propria
      *==      geracao de origem, e a registra em
      *==      ENVDELTA.DAT.
      *==Se o slot DELTAn.DAT ja foi reaproveitado por
      *==geracao mais nova, o reenvio e recusado
      *==(codigo de retorno 8): resta a carga completa
      *==do PROGRAMA05.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENVIO ASSIGN TO "ENVDELTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-SEQUENCIA
               FILE STATUS IS WS-FS-ENVIO.

           SELECT ARQ-REJEITADO ASSIGN TO "REJDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADO.

           SELECT ARQUIVO-GERACAO ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.

           SELECT ARQUIVO-DELTA ASSIGN TO "DELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENVIO.
           COPY ENVREG.

       FD  ARQ-REJEITADO.
           COPY RCBREG.

       FD  ARQUIVO-GERACAO.
       01  REG-GERACAO PIC X(168).

       FD  ARQUIVO-DELTA.
       01  REG-DELTA PIC X(168).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ENVIO PIC XX VALUE "00".
       77 WS-FS-REJEITADO PIC XX VALUE "00".
       77 WS-FS-GERACAO PIC XX VALUE "00".
       77 WS-FS-DELTA PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-ENVIO PIC X(01) VALUE "N".
       77 WS-FIM-REJEITADO PIC X(01) VALUE "N".
       77 WS-FIM-GERACAO PIC X(01) VALUE "N".
       77 WS-FIM-DELTA PIC X(01) VALUE "N".
       77 WS-ACHOU PIC X(01) VALUE "N".
       77 WS-TABELA-CHEIA PIC X(01) VALUE "N".
       77 WS-SEQUENCIA-ALFA PIC X(07) VALUE SPACES.
       77 WS-SEQUENCIA-PEDIDA PIC 9(07) VALUE ZEROS.
       77 WS-MODO PIC X(01) VALUE SPACES.
       77 WS-ULTIMA-GERACAO PIC 9(07) VALUE ZEROS.
       77 WS-MAX-GERACOES PIC 9(01) VALUE 7.
       77 WS-QUOCIENTE PIC 9(07) VALUE ZEROS.
       77 WS-RESTO PIC 9(07) VALUE ZEROS.
       77 WS-SLOT-ORIGEM PIC 9(01) VALUE ZEROS.
       77 WS-SLOT-NOVO PIC 9(01) VALUE ZEROS.
       77 WS-NUMERO-TESTE PIC 9(07) VALUE ZEROS.
       77 WS-IND PIC 9(03) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(03) VALUE ZEROS.
       77 WS-MAX-REJEITADOS PIC 9(03) VALUE 500.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUSENTES PIC 9(07) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-TAB-REJEITADOS.
           05 WS-REJEITADO OCCURS 500 TIMES.
              10 WS-REJ-NUMERO PIC 9(07).
              10 WS-REJ-ACHADO PIC X(01).

       01 WS-NOME-GERACAO.
           05 FILLER PIC X(05) VALUE "DELTA".
           05 WS-GER-SLOT PIC 9(01).
           05 FILLER PIC X(04) VALUE ".DAT".

       01 WS-LIN-CABECALHO.
           05 FILLER PIC X(01) VALUE "H".
           05 WS-CAB-DATA PIC 9(08).
           05 WS-CAB-HORA PIC 9(06).
           05 WS-CAB-SEQUENCIA PIC 9(07).
           05 WS-CAB-TIPO PIC X(01).
           05 WS-CAB-ORIGEM PIC 9(07).

       01 WS-LIN-TRILHA.
           05 FILLER PIC X(01) VALUE "T".
           05 WS-TRL-QTD PIC 9(07).
           05 WS-TRL-DATA PIC 9(08).
           05 WS-TRL-SEQUENCIA PIC 9(07).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-OBTER-PEDIDO.
           PERFORM 1500-ABRIR-GERACAO.
           IF WS-MODO = "G"
               PERFORM 2000-REENVIAR-GERACAO
           ELSE
               PERFORM 3000-REENVIAR-REJEITADOS
           END-IF.
           CLOSE ARQ-ENVIO.
           DISPLAY "GERACAO DE ORIGEM.......: " WS-SEQUENCIA-PEDIDA
               " (" WS-NOME-GERACAO ")".
           IF WS-MODO = "C"
               DISPLAY "GERACAO NOVA (TIPO C)...: " WS-ULTIMA-GERACAO
           END-IF.
           DISPLAY "REGISTROS LIDOS.........: " WS-QTD-LIDOS.
           DISPLAY "DETALHES EM DELTA.DAT...: " WS-QTD-GRAVADOS.
           IF WS-MODO = "C"
               DISPLAY "REJEITADOS NAO ACHADOS..: " WS-QTD-AUSENTES
           END-IF.
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

       1000-OBTER-PEDIDO.
           DISPLAY "GERACAO DO DELTA A REENVIAR: ".
           ACCEPT WS-SEQUENCIA-ALFA.
           IF WS-SEQUENCIA-ALFA = SPACES
               OR FUNCTION TRIM(WS-SEQUENCIA-ALFA) IS NOT NUMERIC
               DISPLAY "GERACAO INVALIDA: " WS-SEQUENCIA-ALFA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-SEQUENCIA-PEDIDA =
               FUNCTION NUMVAL(WS-SEQUENCIA-ALFA).
           DISPLAY "MODO: G = GERACAO INTEIRA, C = SO OS CLIENTES"
               " REJEITADOS: ".
           ACCEPT WS-MODO.
           IF WS-MODO NOT = "G" AND WS-MODO NOT = "C"
               DISPLAY "MODO INVALIDO: " WS-MODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           OPEN I-O ARQ-ENVIO.
           IF WS-FS-ENVIO NOT = "00"
               DISPLAY "ENVDELTA.DAT INDISPONIVEL - NADA A REENVIAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SEQUENCIA-PEDIDA TO ENV-SEQUENCIA.
           READ ARQ-ENVIO
               INVALID KEY
                   DISPLAY "GERACAO NAO ENVIADA: " WS-SEQUENCIA-PEDIDA
                   CLOSE ARQ-ENVIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-MODO = "C"
               IF ENV-SITUACAO NOT = "J"
                   DISPLAY "GERACAO SEM CLIENTES REJEITADOS NO RECIBO"
                       " (SITUACAO " ENV-SITUACAO "): "
                       WS-SEQUENCIA-PEDIDA
                   CLOSE ARQ-ENVIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ENV-SEQUENCIA-REENVIO > 0
                   DISPLAY "REJEITADOS JA REENVIADOS NA GERACAO "
                       ENV-SEQUENCIA-REENVIO
                       " - REENVIE ESSA GERACAO NO MODO G"
                   CLOSE ARQ-ENVIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE ENV-SLOT TO WS-SLOT-ORIGEM.

       1500-ABRIR-GERACAO.
           MOVE WS-SLOT-ORIGEM TO WS-GER-SLOT.
           OPEN INPUT ARQUIVO-GERACAO.
           IF WS-FS-GERACAO NOT = "00"
               DISPLAY WS-NOME-GERACAO " INDISPONIVEL - GERACAO "
                   WS-SEQUENCIA-PEDIDA " NAO PODE SER REENVIADA"
               CLOSE ARQ-ENVIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LIN-CABECALHO.
           READ ARQUIVO-GERACAO
               AT END
                   MOVE "S" TO WS-FIM-GERACAO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE REG-GERACAO TO WS-LIN-CABECALHO
           END-READ.
           IF REG-GERACAO (1:1) NOT = "H"
               OR WS-CAB-SEQUENCIA IS NOT NUMERIC
               OR WS-CAB-SEQUENCIA NOT = WS-SEQUENCIA-PEDIDA
               DISPLAY WS-NOME-GERACAO " JA TRAZ OUTRA GERACAO - "
                   WS-SEQUENCIA-PEDIDA " NAO PODE SER REENVIADA;"
                   " RESSINCRONIZAR COM CARGA COMPLETA (PROGRAMA05)"
               CLOSE ARQUIVO-GERACAO
               CLOSE ARQ-ENVIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-REENVIAR-GERACAO.
           OPEN OUTPUT ARQUIVO-DELTA.
           MOVE REG-GERACAO TO REG-DELTA.
           WRITE REG-DELTA.
           PERFORM UNTIL WS-FIM-GERACAO = "S"
               READ ARQUIVO-GERACAO
                   AT END
                       MOVE "S" TO WS-FIM-GERACAO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-GERACAO TO REG-DELTA
                       WRITE REG-DELTA
                       IF REG-DELTA (1:1) = "D"
                           ADD 1 TO WS-QTD-GRAVADOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GERACAO.
           CLOSE ARQUIVO-DELTA.
           MOVE "P" TO ENV-SITUACAO.
           MOVE ZEROS TO ENV-DATA-RECIBO.
           MOVE ZEROS TO ENV-QTD-RECEBIDOS.
           MOVE ZEROS TO ENV-QTD-ACEITOS.
           MOVE ZEROS TO ENV-QTD-REJEITADOS.
           ADD 1 TO ENV-QTD-REENVIOS.
           MOVE WS-DATA-HORA (1:8) TO ENV-DATA-REENVIO.
           REWRITE ENV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO ENVIO: "
                       ENV-SEQUENCIA
           END-REWRITE.

       3000-REENVIAR-REJEITADOS.
           PERFORM 3100-CARREGAR-REJEITADOS.
           IF WS-QTD-REJEITADOS = 0 OR WS-TABELA-CHEIA = "S"
               IF WS-TABELA-CHEIA = "S"
                   DISPLAY "MAIS DE " WS-MAX-REJEITADOS " CLIENTES"
                       " REJEITADOS - REENVIE A GERACAO NO MODO G"
               ELSE
                   DISPLAY "NENHUM REJEITADO DA GERACAO EM"
                       " REJDELTA.DAT: " WS-SEQUENCIA-PEDIDA
               END-IF
               CLOSE ARQUIVO-GERACAO
               CLOSE ARQ-ENVIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3200-OBTER-GERACAO-NOVA.
           OPEN OUTPUT ARQUIVO-DELTA.
           MOVE WS-DATA-HORA (1:8) TO WS-CAB-DATA.
           MOVE WS-DATA-HORA (9:6) TO WS-CAB-HORA.
           MOVE WS-ULTIMA-GERACAO TO WS-CAB-SEQUENCIA.
           MOVE "C" TO WS-CAB-TIPO.
           MOVE WS-SEQUENCIA-PEDIDA TO WS-CAB-ORIGEM.
           MOVE "H" TO WS-LIN-CABECALHO (1:1).
           MOVE SPACES TO REG-DELTA.
           MOVE WS-LIN-CABECALHO TO REG-DELTA.
           WRITE REG-DELTA.
           PERFORM UNTIL WS-FIM-GERACAO = "S"
               READ ARQUIVO-GERACAO
                   AT END
                       MOVE "S" TO WS-FIM-GERACAO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF REG-GERACAO (1:1) = "D"
                           PERFORM 3300-SELECIONAR-DETALHE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GERACAO.
           MOVE WS-QTD-GRAVADOS TO WS-TRL-QTD.
           MOVE WS-DATA-HORA (1:8) TO WS-TRL-DATA.
           MOVE WS-ULTIMA-GERACAO TO WS-TRL-SEQUENCIA.
           MOVE SPACES TO REG-DELTA.
           MOVE WS-LIN-TRILHA TO REG-DELTA.
           WRITE REG-DELTA.
           CLOSE ARQUIVO-DELTA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-REJEITADOS
               IF WS-REJ-ACHADO (WS-IND) = "N"
                   ADD 1 TO WS-QTD-AUSENTES
                   DISPLAY "REJEITADO FORA DA GERACAO DE ORIGEM: "
                       WS-REJ-NUMERO (WS-IND)
               END-IF
           END-PERFORM.
           PERFORM 3400-GUARDAR-GERACAO-NOVA.
           PERFORM 3500-REGISTRAR-ENVIO.

       3100-CARREGAR-REJEITADOS.
           OPEN INPUT ARQ-REJEITADO.
           IF WS-FS-REJEITADO NOT = "00"
               MOVE "S" TO WS-FIM-REJEITADO
           END-IF.
           PERFORM UNTIL WS-FIM-REJEITADO = "S"
               READ ARQ-REJEITADO
                   AT END
                       MOVE "S" TO WS-FIM-REJEITADO
                   NOT AT END
                       IF RCB-SEQUENCIA = WS-SEQUENCIA-PEDIDA
                           AND RCB-NUMERO IS NUMERIC
                           PERFORM 3150-INCLUIR-REJEITADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-REJEITADO = "00" OR WS-FS-REJEITADO = "10"
               CLOSE ARQ-REJEITADO
           END-IF.

       3150-INCLUIR-REJEITADO.
           MOVE RCB-NUMERO TO WS-NUMERO-TESTE.
           PERFORM 3160-PROCURAR-REJEITADO.
           IF WS-ACHOU = "N"
               IF WS-QTD-REJEITADOS < WS-MAX-REJEITADOS
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE RCB-NUMERO
                       TO WS-REJ-NUMERO (WS-QTD-REJEITADOS)
                   MOVE "N" TO WS-REJ-ACHADO (WS-QTD-REJEITADOS)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       3160-PROCURAR-REJEITADO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-REJEITADOS OR WS-ACHOU = "S"
               IF WS-REJ-NUMERO (WS-IND) = WS-NUMERO-TESTE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

       3200-OBTER-GERACAO-NOVA.
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
                       MOVE ENV-SEQUENCIA TO WS-ULTIMA-GERACAO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-ULTIMA-GERACAO.
           SUBTRACT 1 FROM WS-ULTIMA-GERACAO GIVING WS-QUOCIENTE.
           DIVIDE WS-QUOCIENTE BY WS-MAX-GERACOES
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           ADD 1 TO WS-RESTO.
           MOVE WS-RESTO TO WS-SLOT-NOVO.

       3300-SELECIONAR-DETALHE.
           MOVE REG-GERACAO (2:7) TO WS-NUMERO-TESTE.
           PERFORM 3160-PROCURAR-REJEITADO.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IND
               MOVE "S" TO WS-REJ-ACHADO (WS-IND)
               MOVE REG-GERACAO TO REG-DELTA
               WRITE REG-DELTA
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.

       3400-GUARDAR-GERACAO-NOVA.
           MOVE WS-SLOT-NOVO TO WS-GER-SLOT.
           OPEN INPUT ARQUIVO-DELTA.
           OPEN OUTPUT ARQUIVO-GERACAO.
           PERFORM UNTIL WS-FIM-DELTA = "S"
               READ ARQUIVO-DELTA
                   AT END
                       MOVE "S" TO WS-FIM-DELTA
                   NOT AT END
                       MOVE REG-DELTA TO REG-GERACAO
                       WRITE REG-GERACAO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DELTA.
           CLOSE ARQUIVO-GERACAO.

       3500-REGISTRAR-ENVIO.
           MOVE SPACES TO ENV-REGISTRO.
           MOVE WS-ULTIMA-GERACAO TO ENV-SEQUENCIA.
           MOVE "C" TO ENV-TIPO.
           MOVE WS-SEQUENCIA-PEDIDA TO ENV-SEQUENCIA-ORIGEM.
           MOVE WS-DATA-HORA (1:8) TO ENV-DATA.
           MOVE WS-DATA-HORA (9:6) TO ENV-HORA.
           MOVE WS-QTD-GRAVADOS TO ENV-QTD-ENVIADOS.
           MOVE WS-SLOT-NOVO TO ENV-SLOT.
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
           MOVE WS-SEQUENCIA-PEDIDA TO ENV-SEQUENCIA.
           READ ARQ-ENVIO
               INVALID KEY
                   DISPLAY "GERACAO DE ORIGEM SUMIU DO REGISTRO: "
                       WS-SEQUENCIA-PEDIDA
               NOT INVALID KEY
                   MOVE WS-ULTIMA-GERACAO TO ENV-SEQUENCIA-REENVIO
                   MOVE WS-DATA-HORA (1:8) TO ENV-DATA-REENVIO
                   REWRITE ENV-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO DO ENVIO: "
                               ENV-SEQUENCIA
                   END-REWRITE
           END-READ.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE "PROGRAMA32" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-AUSENTES TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
