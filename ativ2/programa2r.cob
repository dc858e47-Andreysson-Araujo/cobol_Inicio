      *==carga em lote (SUSPENSO.DAT corrigido).
      *==Registros ainda invalidos saem em RESSUSP.DAT
      *==para um novo ciclo de correcao.
      *==Cada suspenso gravado com sucesso soma um
      *==reprocessado no seu lote de origem em
      *==LOTES.DAT (SUS-LOTE); o numero do lote segue
      *==para RESSUSP.DAT com os que voltam a falhar.
      *==DATA:02/09/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMERO
               FILE STATUS IS WS-FS-LOTES.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SUSPENSO.
           05 RES-EMAIL      PIC X(40).
           05 RES-MOTIVO     PIC X(02).
           05 RES-DATA-CARGA PIC 9(08).
           05 RES-LOTE       PIC 9(07).

       FD  ARQ-CONTROLE.
           COPY CTLREG.
       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-LOTES.
           COPY LOTREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-SUSPENSO PIC XX VALUE "00".
       77 WS-MOTIVO PIC X(02) VALUE SPACES.
       77 WS-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO PIC 9(02) VALUE ZEROS.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-FS-LOTES PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-LOTES-ABERTO PIC X(01) VALUE "N".
       77 WS-QTD-REPROC-LOTE PIC 9(07) VALUE ZEROS.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM 2000-LER-SUSPENSO
           DISPLAY "SUSPENSOS LIDOS......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS GRAVADOS...: " WS-QTD-GRAVADOS.
           DISPLAY "AINDA REJEITADOS.....: " WS-QTD-REJEITADOS.
           DISPLAY "SOMADOS AOS LOTES....: " WS-QTD-REPROC-LOTE.
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

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVO-SUSPENSO.
           IF WS-FS-SUSPENSO NOT = "00"
               OPEN OUTPUT AUDITORIA-LOG
           END-IF.
           OPEN OUTPUT NOVO-SUSPENSO.
           OPEN I-O ARQ-LOTES.
           IF WS-FS-LOTES = "00"
               MOVE "S" TO WS-LOTES-ABERTO
           ELSE
               DISPLAY "LOTES.DAT INDISPONIVEL - REPROCESSADOS NAO"
                   " SERAO SOMADOS AOS LOTES"
           END-IF.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP = "00"
               MOVE "S" TO WS-CEP-ABERTO
           ELSE
               DISPLAY "CEPFAIXA.DAT INDISPONIVEL - CEP CRITICADO"
                   " SO PELO FORMATO"
           END-IF.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
               PERFORM 3550-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   INVALID KEY
                       PERFORM 3600-TRATAR-COLISAO
                       ADD 1 TO WS-QTD-GRAVADOS
                       PERFORM 3700-REGISTRAR-AUDITORIA
               END-WRITE
               PERFORM 3750-CONTAR-REPROCESSADO
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM 3550-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVADO-OK
               DISPLAY "REGISTRO REJEITADO (CEP INVALIDO): "
                   WRK-NOME
           ELSE
               IF WS-CEP-ABERTO = "S"
                   PERFORM 3520-CRITICAR-CEP-CIDADE
               END-IF
           END-IF.
           IF WS-DATA-OK = "S"
               MOVE ZEROS TO WS-QTD-ARROBA WS-QTD-PONTO
               INSPECT WRK-EMAIL
                   TALLYING WS-QTD-ARROBA FOR ALL "@"
               END-IF
           END-IF.

       3520-CRITICAR-CEP-CIDADE.
           PERFORM 3530-CONSULTAR-CEP.
           IF WS-CEP-ACHADO = "N"
               MOVE "N" TO WS-DATA-OK
               MOVE "06" TO WS-MOTIVO
               DISPLAY "REGISTRO REJEITADO (CEP FORA DA TABELA): "
                   WRK-NOME
           ELSE
               IF WRK-CIDADE = SPACES
                   MOVE CEP-CIDADE TO WRK-CIDADE
               ELSE
                   MOVE WRK-CIDADE TO WS-CIDADE-COMPARA
                   INSPECT WS-CIDADE-COMPARA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                       MOVE "N" TO WS-DATA-OK
                       MOVE "07" TO WS-MOTIVO
                       DISPLAY "REGISTRO REJEITADO (CEP DE OUTRA "
                           "CIDADE): " WRK-NOME
                   END-IF
               END-IF
           END-IF.

       3530-CONSULTAR-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE WRK-CEP TO CEP-FINAL.
           START TABELA-CEP KEY IS NOT LESS THAN CEP-FINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TABELA-CEP NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CEP-INICIAL <= WRK-CEP
                               MOVE "S" TO WS-CEP-ACHADO
                           END-IF
                   END-READ
           END-START.

       3550-MOVER-CONTATO.
           MOVE WRK-ENDERECO TO CAD-ENDERECO.
           MOVE WRK-CIDADE   TO CAD-CIDADE.
           MOVE WRK-EMAIL    TO CAD-EMAIL.

       3400-CRITICAR-DATA-NASC.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           IF WRK-NASC-MES < 01 OR WRK-NASC-MES > 12
               MOVE "N" TO WS-DATA-OK
           ELSE

       3700-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE "I" TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE WRK-TELEFONE TO AUD-TELEFONE-NOVO.
           MOVE WRK-EMAIL    TO AUD-EMAIL-NOVO.
           MOVE ZEROS TO AUD-NUMERO-FUSAO.
           MOVE CAD-SITUACAO TO AUD-SITUACAO-NOVO.
           MOVE SPACES TO AUD-USUARIO-SUBMISSAO.
           MOVE SPACES TO AUD-USUARIO-APROVACAO.
           MOVE CAD-POSTAL-INVALIDO TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE CAD-EMAIL-INVALIDO TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA2R" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.

       3750-CONTAR-REPROCESSADO.
           IF WS-LOTES-ABERTO = "S"
               AND SUS-LOTE IS NUMERIC
               AND SUS-LOTE > 0
               MOVE SUS-LOTE TO LOT-NUMERO
               READ ARQ-LOTES
                   INVALID KEY
                       DISPLAY "LOTE " SUS-LOTE
                           " AUSENTE DE LOTES.DAT: " WRK-NOME
                   NOT INVALID KEY
                       ADD 1 TO LOT-QTD-REPROCESSADOS
                       REWRITE LOT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR O LOTE: "
                                   SUS-LOTE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-REPROC-LOTE
                       END-REWRITE
               END-READ
           END-IF.

       3800-GRAVAR-SUSPENSO.
           MOVE SUS-NOME       TO RES-NOME.
           MOVE SUS-DATA-NASC  TO RES-DATA-NASC.
           MOVE SUS-EMAIL      TO RES-EMAIL.
           MOVE WS-MOTIVO      TO RES-MOTIVO.
           MOVE SUS-DATA-CARGA TO RES-DATA-CARGA.
           IF SUS-LOTE IS NUMERIC
               MOVE SUS-LOTE TO RES-LOTE
           ELSE
               MOVE ZEROS TO RES-LOTE
           END-IF.
           WRITE RES-REGISTRO.

       4000-ENCERRAR-ARQUIVOS.
           CLOSE ARQUIVO-SUSPENSO.
           CLOSE CADASTRO-MESTRE.
           CLOSE AUDITORIA-LOG.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.
           CLOSE NOVO-SUSPENSO.
           IF WS-LOTES-ABERTO = "S"
               CLOSE ARQ-LOTES
           END-IF.
           PERFORM 1300-GRAVAR-CONTROLE.

       8000-GRAVAR-JORNAL.
           MOVE "PROGRAMA2R" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO EXE-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS   TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS.
