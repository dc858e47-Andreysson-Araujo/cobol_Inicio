      *==normal e a desativacao logica (situacao I ou
      *==F no mestre); o DELETE fisico fica reservado
      *==ao expurgo deliberado (operacao E).
      *==Fusao (M) e expurgo (E) nao sao aplicados na
      *==hora: vao para PENDENTE.DAT e esperam a
      *==aprovacao de um segundo usuario (PROGRAMA27);
      *==no inicio de cada execucao os itens aprovados
      *==sao aplicados e marcados como liberados.
      *==A alteracao que troca endereco/cidade/CEP ou
      *==e-mail limpa a marca de canal devolvido.
      *==Na inclusao e na alteracao o CEP e conferido
      *==na tabela CEPFAIXA.DAT contra a cidade; cidade
      *==em branco e preenchida pela tabela.
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

           SELECT ARQ-PENDENTE ASSIGN TO "PENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQUENCIA
               FILE STATUS IS WS-FS-PENDENTE.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MOVIMENTO.
       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-PENDENTE.
           COPY PENREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-QTD-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WS-CEP-ANT PIC 9(08) VALUE ZEROS.
       77 WS-TELEFONE-ANT PIC X(11) VALUE SPACES.
       77 WS-EMAIL-ANT PIC X(40) VALUE SPACES.
       77 WS-SITUACAO-ANT PIC X(01) VALUE SPACES.
       77 WS-POSTAL-INVALIDO-ANT PIC X(01) VALUE SPACES.
       77 WS-EMAIL-INVALIDO-ANT PIC X(01) VALUE SPACES.
       77 WS-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO PIC 9(02) VALUE ZEROS.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-FS-PENDENTE PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-PENDENTE PIC X(01) VALUE "N".
       77 WS-ULTIMA-SEQUENCIA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RETIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIBERADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-LIBERADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APLICADOS-ANTES PIC 9(07) VALUE ZEROS.
       77 WS-USUARIO-SUBMISSAO PIC X(20) VALUE SPACES.
       77 WS-USUARIO-APROVACAO PIC X(20) VALUE SPACES.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1500-LIBERAR-APROVADOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM 2000-LER-MOVIMENTO
               IF WS-FIM-ARQUIVO NOT = "S"
           DISPLAY "FUNDIDOS..........: " WS-QTD-FUNDIDOS.
           DISPLAY "EXPURGADOS........: " WS-QTD-EXCLUIDOS.
           DISPLAY "REJEITADOS........: " WS-QTD-REJEITADOS.
           DISPLAY "RETIDOS P/ APROVAR: " WS-QTD-RETIDOS.
           DISPLAY "APROVADOS APLICADOS: " WS-QTD-LIBERADOS.
           DISPLAY "APROVADOS NAO APLIC: " WS-QTD-NAO-LIBERADOS.
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
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF WS-FS-MOVIMENTO NOT = "00"
               DISPLAY "MOVIMENTO.DAT INDISPONIVEL - NADA A PROCESSAR"
               STOP RUN
           END-IF.
           OPEN I-O ARQ-PENDENTE.
           IF WS-FS-PENDENTE = "35"
               OPEN OUTPUT ARQ-PENDENTE
               CLOSE ARQ-PENDENTE
               OPEN I-O ARQ-PENDENTE
           END-IF.
           IF WS-FS-PENDENTE NOT = "00"
               DISPLAY "PENDENTE.DAT INDISPONIVEL - FS " WS-FS-PENDENTE
                   " - FUSAO/EXPURGO NAO PODEM SER RETIDOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CADASTRO-MESTRE.
           IF WS-FS-MESTRE = "35"
               OPEN OUTPUT CADASTRO-MESTRE
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-LOG
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
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           PERFORM 1200-OBTER-ULTIMO-NUMERO.

       1200-OBTER-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE ARQ-CONTROLE.

       1500-LIBERAR-APROVADOS.
           MOVE "N" TO WS-FIM-PENDENTE.
           PERFORM UNTIL WS-FIM-PENDENTE = "S"
               READ ARQ-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PENDENTE
                   NOT AT END
                       MOVE PEN-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                       IF PEN-SITUACAO = "A"
                           PERFORM 1600-APLICAR-APROVADO
                       END-IF
               END-READ
           END-PERFORM.

       1600-APLICAR-APROVADO.
           MOVE SPACES TO MOV-REGISTRO.
           MOVE PEN-OPERACAO TO MOV-OPERACAO.
           MOVE PEN-NUMERO TO MOV-NUMERO.
           MOVE PEN-NUMERO-DESTINO TO MOV-NUMERO-DESTINO.
           MOVE PEN-USUARIO-SUBMISSAO TO MOV-USUARIO.
           MOVE PEN-USUARIO-SUBMISSAO TO WS-USUARIO-SUBMISSAO.
           MOVE PEN-USUARIO-APROVACAO TO WS-USUARIO-APROVACAO.
           IF PEN-USUARIO-APROVACAO = SPACES
               OR PEN-USUARIO-APROVACAO = PEN-USUARIO-SUBMISSAO
               MOVE "N" TO PEN-SITUACAO
               MOVE "APROVADOR IGUAL AO SUBMISSOR" TO PEN-MOTIVO
               ADD 1 TO WS-QTD-NAO-LIBERADOS
               DISPLAY "APROVACAO INVALIDA - NAO APLICADO: "
                   PEN-SEQUENCIA
           ELSE
               COMPUTE WS-QTD-APLICADOS-ANTES =
                   WS-QTD-EXCLUIDOS + WS-QTD-FUNDIDOS
               IF PEN-OPERACAO = "M"
                   PERFORM 3600-FUNDIR
               ELSE
                   PERFORM 3300-EXCLUIR
               END-IF
               IF WS-QTD-EXCLUIDOS + WS-QTD-FUNDIDOS >
                   WS-QTD-APLICADOS-ANTES
                   MOVE "L" TO PEN-SITUACAO
                   ADD 1 TO WS-QTD-LIBERADOS
               ELSE
                   MOVE "N" TO PEN-SITUACAO
                   MOVE "NAO ENCONTRADO NA APLICACAO"
                       TO PEN-MOTIVO
                   ADD 1 TO WS-QTD-NAO-LIBERADOS
               END-IF
           END-IF.
           MOVE WS-DATA-ATUAL-NUM TO PEN-DATA-APLICACAO.
           REWRITE PEN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO PENDENTE: "
                       PEN-SEQUENCIA
           END-REWRITE.

       2000-LER-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO
               AT END
           END-READ.

       3000-PROCESSAR-MOVIMENTO.
           MOVE MOV-USUARIO TO WS-USUARIO-SUBMISSAO.
           MOVE SPACES TO WS-USUARIO-APROVACAO.
           EVALUATE MOV-OPERACAO
               WHEN "I"
                   PERFORM 3100-INCLUIR
               WHEN "R"
                   PERFORM 3560-REATIVAR
               WHEN "M"
                   PERFORM 3800-RETER-PENDENTE
               WHEN "E"
                   PERFORM 3800-RETER-PENDENTE
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "OPERACAO INVALIDA (" MOV-OPERACAO "): "
               PERFORM 3440-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   INVALID KEY
                       PERFORM 3150-TRATAR-COLISAO
               PERFORM 3440-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVADO-OK
                       MOVE MOV-NOME      TO CAD-NOME
                       MOVE MOV-DATA-NASC TO CAD-DATA-NASC
                       PERFORM 3440-MOVER-CONTATO
                       PERFORM 3260-RENOVAR-CANAIS
                       REWRITE CAD-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
           MOVE CAD-CEP       TO WS-CEP-ANT.
           MOVE CAD-TELEFONE  TO WS-TELEFONE-ANT.
           MOVE CAD-EMAIL     TO WS-EMAIL-ANT.
           MOVE CAD-SITUACAO  TO WS-SITUACAO-ANT.
           MOVE CAD-POSTAL-INVALIDO TO WS-POSTAL-INVALIDO-ANT.
           MOVE CAD-EMAIL-INVALIDO  TO WS-EMAIL-INVALIDO-ANT.

       3260-RENOVAR-CANAIS.
           IF CAD-ENDERECO NOT = WS-ENDERECO-ANT
               OR CAD-CIDADE NOT = WS-CIDADE-ANT
               OR CAD-CEP NOT = WS-CEP-ANT
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
           END-IF.
           IF CAD-EMAIL NOT = WS-EMAIL-ANT
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
           END-IF.

       3300-EXCLUIR.
           MOVE MOV-NUMERO TO CAD-NUMERO.
           END-IF.

       3410-CRITICAR-DATA-NASC.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           IF MOV-NASC-MES < 01 OR MOV-NASC-MES > 12
               MOVE "N" TO WS-DATA-OK
           ELSE
               DISPLAY "REGISTRO REJEITADO (CEP INVALIDO): "
                   MOV-NOME
           ELSE
               IF WS-CEP-ABERTO = "S"
                   PERFORM 3425-CRITICAR-CEP-CIDADE
               END-IF
           END-IF.
           IF WS-DATA-OK = "S"
               MOVE ZEROS TO WS-QTD-ARROBA WS-QTD-PONTO
               INSPECT MOV-EMAIL
                   TALLYING WS-QTD-ARROBA FOR ALL "@"
               END-IF
           END-IF.

       3425-CRITICAR-CEP-CIDADE.
           PERFORM 3430-CONSULTAR-CEP.
           IF WS-CEP-ACHADO = "N"
               MOVE "N" TO WS-DATA-OK
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REGISTRO REJEITADO (CEP FORA DA TABELA): "
                   MOV-NOME
           ELSE
               IF MOV-CIDADE = SPACES
                   MOVE CEP-CIDADE TO MOV-CIDADE
               ELSE
                   MOVE MOV-CIDADE TO WS-CIDADE-COMPARA
                   INSPECT WS-CIDADE-COMPARA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                       MOVE "N" TO WS-DATA-OK
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "REGISTRO REJEITADO (CEP DE OUTRA "
                           "CIDADE): " MOV-NOME
                   END-IF
               END-IF
           END-IF.

       3430-CONSULTAR-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE MOV-CEP TO CEP-FINAL.
           START TABELA-CEP KEY IS NOT LESS THAN CEP-FINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TABELA-CEP NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CEP-INICIAL <= MOV-CEP
                               MOVE "S" TO WS-CEP-ACHADO
                           END-IF
                   END-READ
           END-START.

       3440-MOVER-CONTATO.
           MOVE MOV-ENDERECO TO CAD-ENDERECO.
           MOVE MOV-CIDADE   TO CAD-CIDADE.

       3620-PREPARAR-AUD-PERDEDOR.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE "E" TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE ZEROS TO AUD-NASC-NOVO.
           PERFORM 3740-LIMPAR-CONTATO-NOVO.
           MOVE MOV-NUMERO-DESTINO TO AUD-NUMERO-FUSAO.
           MOVE SPACES TO AUD-SITUACAO-NOVO.
           MOVE WS-USUARIO-SUBMISSAO TO AUD-USUARIO-SUBMISSAO.
           MOVE WS-USUARIO-APROVACAO TO AUD-USUARIO-APROVACAO.
           MOVE SPACES TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA06" TO AUD-PROGRAMA.

       3630-AUDITAR-SOBREVIVENTE.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE "M" TO AUD-OPERACAO.
           MOVE MOV-NUMERO-DESTINO TO AUD-NUMERO.
           MOVE WS-TELEFONE-ANT TO AUD-TELEFONE-NOVO.
           MOVE WS-EMAIL-ANT    TO AUD-EMAIL-NOVO.
           MOVE MOV-NUMERO TO AUD-NUMERO-FUSAO.
           MOVE WS-SITUACAO-ANT TO AUD-SITUACAO-NOVO.
           MOVE WS-USUARIO-SUBMISSAO TO AUD-USUARIO-SUBMISSAO.
           MOVE WS-USUARIO-APROVACAO TO AUD-USUARIO-APROVACAO.
           MOVE WS-POSTAL-INVALIDO-ANT TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE WS-EMAIL-INVALIDO-ANT TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA06" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.

       3700-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE MOV-OPERACAO TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE ZEROS TO AUD-NUMERO-FUSAO.
           MOVE CAD-SITUACAO TO AUD-SITUACAO-NOVO.
           MOVE WS-USUARIO-SUBMISSAO TO AUD-USUARIO-SUBMISSAO.
           MOVE WS-USUARIO-APROVACAO TO AUD-USUARIO-APROVACAO.
           MOVE CAD-POSTAL-INVALIDO TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE CAD-EMAIL-INVALIDO TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA06" TO AUD-PROGRAMA.
           EVALUATE MOV-OPERACAO
               WHEN "I"
                   MOVE SPACES TO AUD-NOME-ANT
                   MOVE WS-NASC-ANT TO AUD-NASC-ANT
                   MOVE SPACES TO AUD-NOME-NOVO
                   MOVE ZEROS TO AUD-NASC-NOVO
                   MOVE SPACES TO AUD-SITUACAO-NOVO
                   MOVE SPACES TO AUD-POSTAL-INVALIDO-NOVO
                   MOVE SPACES TO AUD-EMAIL-INVALIDO-NOVO
                   PERFORM 3720-AUDITAR-CONTATO-ANT
                   PERFORM 3740-LIMPAR-CONTATO-NOVO
           END-EVALUATE.
           MOVE CAD-TELEFONE TO AUD-TELEFONE-NOVO.
           MOVE CAD-EMAIL    TO AUD-EMAIL-NOVO.

       3800-RETER-PENDENTE.
           MOVE "S" TO WS-DATA-OK.
           IF MOV-OPERACAO = "M"
               AND MOV-NUMERO = MOV-NUMERO-DESTINO
               MOVE "N" TO WS-DATA-OK
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "PERDEDOR E SOBREVIVENTE IGUAIS - NAO RETIDO: "
                   MOV-NUMERO
           END-IF.
           IF WS-DATA-OK = "S"
               MOVE MOV-NUMERO TO CAD-NUMERO
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "N" TO WS-DATA-OK
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "NAO ENCONTRADO - NAO RETIDO: "
                           MOV-NUMERO
               END-READ
           END-IF.
           IF WS-DATA-OK = "S" AND MOV-OPERACAO = "M"
               MOVE MOV-NUMERO-DESTINO TO CAD-NUMERO
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "N" TO WS-DATA-OK
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "SOBREVIVENTE NAO ENCONTRADO - NAO"
                           " RETIDO: " MOV-NUMERO-DESTINO
               END-READ
           END-IF.
           IF WS-DATA-OK = "S"
               PERFORM 3850-GRAVAR-PENDENTE
           END-IF.

       3850-GRAVAR-PENDENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           ADD 1 TO WS-ULTIMA-SEQUENCIA.
           MOVE SPACES TO PEN-REGISTRO.
           MOVE WS-ULTIMA-SEQUENCIA TO PEN-SEQUENCIA.
           MOVE MOV-OPERACAO TO PEN-OPERACAO.
           MOVE MOV-NUMERO TO PEN-NUMERO.
           IF MOV-OPERACAO = "M"
               MOVE MOV-NUMERO-DESTINO TO PEN-NUMERO-DESTINO
           ELSE
               MOVE ZEROS TO PEN-NUMERO-DESTINO
           END-IF.
           IF MOV-USUARIO = SPACES
               MOVE WS-USUARIO TO PEN-USUARIO-SUBMISSAO
           ELSE
               MOVE MOV-USUARIO TO PEN-USUARIO-SUBMISSAO
           END-IF.
           MOVE WS-DATA-HORA (1:8) TO PEN-DATA-SUBMISSAO.
           MOVE WS-DATA-HORA (9:6) TO PEN-HORA-SUBMISSAO.
           MOVE "P" TO PEN-SITUACAO.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           MOVE ZEROS TO PEN-HORA-DECISAO.
           MOVE ZEROS TO PEN-DATA-APLICACAO.
           WRITE PEN-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "ERRO NA GRAVACAO DO PENDENTE: "
                       MOV-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RETIDOS
                   DISPLAY "RETIDO PARA APROVACAO (" MOV-OPERACAO
                       "): " MOV-NUMERO " SEQUENCIA " PEN-SEQUENCIA
           END-WRITE.

       4000-ENCERRAR-ARQUIVOS.
           CLOSE ARQUIVO-MOVIMENTO.
           CLOSE ARQ-PENDENTE.
           CLOSE CADASTRO-MESTRE.
           CLOSE AUDITORIA-LOG.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.
           PERFORM 1300-GRAVAR-CONTROLE.

       8000-GRAVAR-JORNAL.
           MOVE "PROGRAMA06" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE ZEROS TO WS-QTD-PROCESSADOS.
           ADD WS-QTD-INCLUIDOS   TO WS-QTD-PROCESSADOS.
           ADD WS-QTD-ALTERADOS   TO WS-QTD-PROCESSADOS.
