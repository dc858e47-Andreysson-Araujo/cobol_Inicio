       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA27.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Aprovacao das fusoes (M) e dos
      *==expurgos (E) retidos por PROGRAMA06 em
      *==PENDENTE.DAT. Item pendente submetido ha
      *==mais de N dias (N pedido no console, vazio =
      *==7) expira sem decisao; os demais sao
      *==mostrados um a um com a imagem atual no
      *==mestre do cliente a expurgar ou dos dois
      *==clientes da fusao (perdedor e sobrevivente) e
      *==pede a decisao: aprovar, rejeitar (com
      *==motivo) ou deixar pendente. Quem submeteu nao
      *==pode decidir o proprio item. Os aprovados
      *==ficam com situacao A e sao aplicados por
      *==PROGRAMA06 na execucao seguinte. Tudo o que
      *==foi decidido ou expirou sai em APROVA.TXT,
      *==paginado, com as imagens apresentadas e
      *==linha de assinatura do aprovador.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENTE ASSIGN TO "PENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQUENCIA
               FILE STATUS IS WS-FS-PENDENTE.

           SELECT CADASTRO-MESTRE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "APROVA.TXT"
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
       FD  ARQ-PENDENTE.
           COPY PENREG.

       FD  CADASTRO-MESTRE.
           COPY CADREG.

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PENDENTE PIC XX VALUE "00".
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-PENDENTE PIC X(01) VALUE "N".
       77 WS-FIM-REVISAO PIC X(01) VALUE "N".
       77 WS-USUARIO PIC X(20) VALUE SPACES.
       77 WS-PRAZO-ALFA PIC X(03) VALUE SPACES.
       77 WS-PRAZO-DIAS PIC 9(03) VALUE 7.
       77 WS-DIAS-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SUBMISSAO PIC 9(08) VALUE ZEROS.
       77 WS-IDADE-ITEM PIC 9(08) VALUE ZEROS.
       77 WS-DECISAO PIC X(01) VALUE SPACES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-DESC-OPERACAO PIC X(08) VALUE SPACES.
       77 WS-DESC-RESULTADO PIC X(10) VALUE SPACES.
       77 WS-DESC-SITUACAO PIC X(08) VALUE SPACES.
       77 WS-NUMERO-IMAGEM PIC 9(07) VALUE ZEROS.
       77 WS-ROTULO-IMAGEM PIC X(12) VALUE SPACES.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APROVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXPIRADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MANTIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DECIDIDOS PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "APROVACAO DE FUSOES E EXPURGOS".
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
           05 FILLER PIC X(13) VALUE "  APROVADOR: ".
           05 WS-EMI-USUARIO PIC X(20).

       01 WS-LIN-PRAZO.
           05 FILLER PIC X(36)
               VALUE "PENDENTES EXPIRAM APOS (DIAS).....: ".
           05 WS-PRZ-DIAS PIC ZZ9.

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".
       01 WS-LIN-TRACO PIC X(80) VALUE ALL "-".

       01 WS-LIN-CABECALHO.
           05 FILLER PIC X(08) VALUE "SEQ.".
           05 FILLER PIC X(09) VALUE "OPERACAO".
           05 FILLER PIC X(08) VALUE "NUMERO".
           05 FILLER PIC X(08) VALUE "DESTINO".
           05 FILLER PIC X(21) VALUE "SUBMETIDO POR".
           05 FILLER PIC X(09) VALUE "SUBMISSAO".
           05 FILLER PIC X(10) VALUE "RESULTADO".

       01 WS-LIN-DETALHE.
           05 WS-DET-SEQUENCIA PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-OPERACAO PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DESTINO PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-USUARIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-RESULTADO PIC X(10).

       01 WS-LIN-MOTIVO.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "MOTIVO: ".
           05 WS-MOT-TEXTO PIC X(40).

       01 WS-LIN-IMAGEM-1.
           05 FILLER PIC X(08) VALUE SPACES.
           05 WS-IM1-ROTULO PIC X(12).
           05 WS-IM1-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-IM1-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-IM1-NASC PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-IM1-SITUACAO PIC X(08).

       01 WS-LIN-IMAGEM-2.
           05 FILLER PIC X(20) VALUE SPACES.
           05 WS-IM2-ENDERECO PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-IM2-CIDADE PIC X(19).

       01 WS-LIN-IMAGEM-AUSENTE.
           05 FILLER PIC X(08) VALUE SPACES.
           05 WS-IMA-ROTULO PIC X(12).
           05 WS-IMA-NUMERO PIC 9(07).
           05 FILLER PIC X(22) VALUE " NAO CONSTA NO MESTRE".

       01 WS-LIN-TEXTO PIC X(80) VALUE SPACES.

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-INICIALIZAR.
           PERFORM UNTIL WS-FIM-PENDENTE = "S"
               READ ARQ-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PENDENTE
                   NOT AT END
                       IF PEN-SITUACAO = "P"
                           PERFORM 2000-EXAMINAR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 7000-IMPRIMIR-TOTAIS.
           CLOSE ARQ-PENDENTE.
           CLOSE CADASTRO-MESTRE.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM APROVA.TXT".
           DISPLAY "PENDENTES LIDOS...: " WS-QTD-LIDOS.
           DISPLAY "APROVADOS.........: " WS-QTD-APROVADOS.
           DISPLAY "REJEITADOS........: " WS-QTD-REJEITADOS.
           DISPLAY "EXPIRADOS.........: " WS-QTD-EXPIRADOS.
           DISPLAY "MANTIDOS PENDENTES: " WS-QTD-MANTIDOS.
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
           MOVE WS-USUARIO TO WS-EMI-USUARIO.

       1000-INICIALIZAR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
           END-IF.
           IF WS-USUARIO = SPACES
               DISPLAY "USUARIO NAO IDENTIFICADO - APROVACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PRAZO PARA EXPIRAR PENDENTES EM DIAS"
               " (VAZIO = 7): ".
           ACCEPT WS-PRAZO-ALFA.
           IF WS-PRAZO-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-PRAZO-ALFA) IS NOT NUMERIC
                   DISPLAY "PRAZO INVALIDO: " WS-PRAZO-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PRAZO-DIAS = FUNCTION NUMVAL(WS-PRAZO-ALFA)
           END-IF.
           OPEN I-O ARQ-PENDENTE.
           IF WS-FS-PENDENTE NOT = "00"
               DISPLAY "PENDENTE.DAT INDISPONIVEL - NADA A APROVAR"
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - SEM IMAGEM DOS"
                   " CLIENTES NAO HA APROVACAO"
               CLOSE ARQ-PENDENTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO).
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           MOVE WS-PRAZO-DIAS TO WS-PRZ-DIAS.
           PERFORM 5000-NOVA-PAGINA.

       2000-EXAMINAR-PENDENTE.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-IDADE-ITEM.
           IF PEN-DATA-SUBMISSAO IS NUMERIC
               AND PEN-DATA-SUBMISSAO > ZEROS
               COMPUTE WS-DIAS-SUBMISSAO =
                   FUNCTION INTEGER-OF-DATE(PEN-DATA-SUBMISSAO)
               IF WS-DIAS-HOJE > WS-DIAS-SUBMISSAO
                   COMPUTE WS-IDADE-ITEM =
                       WS-DIAS-HOJE - WS-DIAS-SUBMISSAO
               END-IF
           END-IF.
           IF WS-IDADE-ITEM > WS-PRAZO-DIAS
               PERFORM 2100-EXPIRAR
           ELSE
               IF WS-FIM-REVISAO = "S"
                   ADD 1 TO WS-QTD-MANTIDOS
               ELSE
                   IF PEN-USUARIO-SUBMISSAO = WS-USUARIO
                       ADD 1 TO WS-QTD-MANTIDOS
                       DISPLAY "ITEM " PEN-SEQUENCIA " SUBMETIDO POR"
                           " VOCE - AGUARDA OUTRO APROVADOR"
                   ELSE
                       PERFORM 3000-REVISAR
                   END-IF
               END-IF
           END-IF.

       2100-EXPIRAR.
           MOVE "X" TO PEN-SITUACAO.
           MOVE SPACES TO PEN-USUARIO-APROVACAO.
           MOVE WS-DATA-HORA (1:8) TO PEN-DATA-DECISAO.
           MOVE WS-DATA-HORA (9:6) TO PEN-HORA-DECISAO.
           MOVE "EXPIRADO SEM DECISAO NO PRAZO" TO PEN-MOTIVO.
           REWRITE PEN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO PENDENTE: "
                       PEN-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXPIRADOS
                   MOVE "EXPIRADO" TO WS-DESC-RESULTADO
                   MOVE 2 TO WS-LINHAS-NECESSARIAS
                   PERFORM 5500-RESERVAR-LINHAS
                   PERFORM 4000-IMPRIMIR-ITEM
                   MOVE PEN-MOTIVO TO WS-MOT-TEXTO
                   MOVE WS-LIN-MOTIVO TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
           END-REWRITE.

       3000-REVISAR.
           PERFORM 3050-DESCREVER-OPERACAO.
           DISPLAY "=================================".
           DISPLAY "ITEM...............: " PEN-SEQUENCIA.
           DISPLAY "OPERACAO...........: " WS-DESC-OPERACAO.
           DISPLAY "SUBMETIDO POR......: " PEN-USUARIO-SUBMISSAO.
           DISPLAY "SUBMETIDO EM.......: " PEN-DATA-SUBMISSAO
               " " PEN-HORA-SUBMISSAO.
           IF PEN-OPERACAO = "M"
               MOVE "PERDEDOR" TO WS-ROTULO-IMAGEM
           ELSE
               MOVE "A EXPURGAR" TO WS-ROTULO-IMAGEM
           END-IF.
           MOVE PEN-NUMERO TO WS-NUMERO-IMAGEM.
           PERFORM 3100-EXIBIR-IMAGEM.
           IF PEN-OPERACAO = "M"
               MOVE "SOBREVIVENTE" TO WS-ROTULO-IMAGEM
               MOVE PEN-NUMERO-DESTINO TO WS-NUMERO-IMAGEM
               PERFORM 3100-EXIBIR-IMAGEM
           END-IF.
           DISPLAY "---------------------------------".
           DISPLAY "A = APROVAR  R = REJEITAR  VAZIO = DEIXAR PENDENTE"
               "  F = ENCERRAR A REVISAO".
           DISPLAY "DECISAO: ".
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO PEN-SITUACAO
                   MOVE SPACES TO PEN-MOTIVO
                   PERFORM 3500-REGISTRAR-DECISAO
               WHEN "R"
               WHEN "r"
                   DISPLAY "MOTIVO DA REJEICAO: "
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       MOVE "REJEITADO PELO APROVADOR" TO WS-MOTIVO
                   END-IF
                   MOVE "R" TO PEN-SITUACAO
                   MOVE WS-MOTIVO TO PEN-MOTIVO
                   PERFORM 3500-REGISTRAR-DECISAO
               WHEN "F"
               WHEN "f"
                   MOVE "S" TO WS-FIM-REVISAO
                   ADD 1 TO WS-QTD-MANTIDOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY "ITEM MANTIDO PENDENTE: " PEN-SEQUENCIA
           END-EVALUATE.

       3050-DESCREVER-OPERACAO.
           IF PEN-OPERACAO = "M"
               MOVE "FUSAO" TO WS-DESC-OPERACAO
           ELSE
               MOVE "EXPURGO" TO WS-DESC-OPERACAO
           END-IF.

       3100-EXIBIR-IMAGEM.
           MOVE WS-NUMERO-IMAGEM TO CAD-NUMERO.
           READ CADASTRO-MESTRE
               INVALID KEY
                   DISPLAY WS-ROTULO-IMAGEM " " WS-NUMERO-IMAGEM
                       " NAO CONSTA NO MESTRE"
               NOT INVALID KEY
                   PERFORM 3150-DESCREVER-SITUACAO
                   DISPLAY "---------------------------------"
                   DISPLAY WS-ROTULO-IMAGEM
                   DISPLAY "NUMERO.............: " CAD-NUMERO
                   DISPLAY "NOME...............: " CAD-NOME
                   DISPLAY "DATA DE NASCIMENTO.: " CAD-DATA-NASC
                   DISPLAY "ENDERECO...........: " CAD-ENDERECO
                   DISPLAY "CIDADE.............: " CAD-CIDADE
                   DISPLAY "CEP................: " CAD-CEP
                   DISPLAY "TELEFONE...........: " CAD-TELEFONE
                   DISPLAY "E-MAIL.............: " CAD-EMAIL
                   DISPLAY "SITUACAO...........: " WS-DESC-SITUACAO
           END-READ.

       3150-DESCREVER-SITUACAO.
           EVALUATE CAD-SITUACAO
               WHEN "I"
                   MOVE "INATIVO " TO WS-DESC-SITUACAO
               WHEN "F"
                   MOVE "FALECIDO" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO   " TO WS-DESC-SITUACAO
           END-EVALUATE.

       3500-REGISTRAR-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-USUARIO TO PEN-USUARIO-APROVACAO.
           MOVE WS-DATA-HORA (1:8) TO PEN-DATA-DECISAO.
           MOVE WS-DATA-HORA (9:6) TO PEN-HORA-DECISAO.
           REWRITE PEN-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY "ERRO NA REGRAVACAO DO PENDENTE: "
                       PEN-SEQUENCIA
               NOT INVALID KEY
                   PERFORM 3600-IMPRIMIR-DECISAO
           END-REWRITE.

       3600-IMPRIMIR-DECISAO.
           IF PEN-SITUACAO = "A"
               ADD 1 TO WS-QTD-APROVADOS
               MOVE "APROVADO" TO WS-DESC-RESULTADO
               DISPLAY "ITEM APROVADO: " PEN-SEQUENCIA
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE "REJEITADO" TO WS-DESC-RESULTADO
               DISPLAY "ITEM REJEITADO: " PEN-SEQUENCIA
           END-IF.
           MOVE 6 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           PERFORM 4000-IMPRIMIR-ITEM.
           IF PEN-SITUACAO = "R"
               MOVE PEN-MOTIVO TO WS-MOT-TEXTO
               MOVE WS-LIN-MOTIVO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           IF PEN-OPERACAO = "M"
               MOVE "PERDEDOR" TO WS-ROTULO-IMAGEM
           ELSE
               MOVE "A EXPURGAR" TO WS-ROTULO-IMAGEM
           END-IF.
           MOVE PEN-NUMERO TO WS-NUMERO-IMAGEM.
           PERFORM 4100-IMPRIMIR-IMAGEM.
           IF PEN-OPERACAO = "M"
               MOVE "SOBREVIVENTE" TO WS-ROTULO-IMAGEM
               MOVE PEN-NUMERO-DESTINO TO WS-NUMERO-IMAGEM
               PERFORM 4100-IMPRIMIR-IMAGEM
           END-IF.

       4000-IMPRIMIR-ITEM.
           PERFORM 3050-DESCREVER-OPERACAO.
           MOVE PEN-SEQUENCIA TO WS-DET-SEQUENCIA.
           MOVE WS-DESC-OPERACAO TO WS-DET-OPERACAO.
           MOVE PEN-NUMERO TO WS-DET-NUMERO.
           IF PEN-OPERACAO = "M"
               MOVE PEN-NUMERO-DESTINO TO WS-DET-DESTINO
           ELSE
               MOVE SPACES TO WS-DET-DESTINO
           END-IF.
           MOVE PEN-USUARIO-SUBMISSAO TO WS-DET-USUARIO.
           MOVE PEN-DATA-SUBMISSAO TO WS-DET-DATA.
           MOVE WS-DESC-RESULTADO TO WS-DET-RESULTADO.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4100-IMPRIMIR-IMAGEM.
           MOVE WS-NUMERO-IMAGEM TO CAD-NUMERO.
           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE WS-ROTULO-IMAGEM TO WS-IMA-ROTULO
                   MOVE WS-NUMERO-IMAGEM TO WS-IMA-NUMERO
                   MOVE WS-LIN-IMAGEM-AUSENTE TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
               NOT INVALID KEY
                   PERFORM 3150-DESCREVER-SITUACAO
                   MOVE WS-ROTULO-IMAGEM TO WS-IM1-ROTULO
                   MOVE CAD-NUMERO TO WS-IM1-NUMERO
                   MOVE CAD-NOME TO WS-IM1-NOME
                   MOVE CAD-DATA-NASC TO WS-IM1-NASC
                   MOVE WS-DESC-SITUACAO TO WS-IM1-SITUACAO
                   MOVE WS-LIN-IMAGEM-1 TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
                   MOVE CAD-ENDERECO TO WS-IM2-ENDERECO
                   MOVE CAD-CIDADE TO WS-IM2-CIDADE
                   MOVE WS-LIN-IMAGEM-2 TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
           END-READ.

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
           MOVE WS-LIN-CABECALHO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
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
           MOVE 14 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "PENDENTES EXAMINADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "APROVADOS....................: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-APROVADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REJEITADOS...................: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REJEITADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXPIRADOS....................: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXPIRADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MANTIDOS PENDENTES...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MANTIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "OS APROVADOS SERAO APLICADOS NA PROXIMA EXECUCAO DO"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "PROGRAMA06." TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "APROVADOR: ______________________________"
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
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE "PROGRAMA27" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           COMPUTE WS-QTD-DECIDIDOS =
               WS-QTD-APROVADOS + WS-QTD-REJEITADOS + WS-QTD-EXPIRADOS.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-DECIDIDOS TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
