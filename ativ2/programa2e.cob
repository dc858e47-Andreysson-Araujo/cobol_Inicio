      *==departamento remetente) e a trilha (*FIM= com
      *==a quantidade declarada), aplica aos registros
      *==as mesmas criticas de data de nascimento, CEP
      *==(formato e tabela de CEP x cidade) e e-mail da
      *==carga e imprime CRITICA.TXT com os
      *==erros por motivo. Se a taxa de erro passar da
      *==tolerancia, ou a contagem declarada nao bater,
      *==ou faltar cabecalho/trilha, termina com codigo
      *==de retorno 8 e o job devolve o lote inteiro ao
      *==remetente sem tocar no mestre.
      *==Cada lote criticado recebe um numero
      *==(LOTCTL.DAT) e um registro em LOTES.DAT com o
      *==departamento, a contagem declarada e o
      *==veredito (aceito ou devolvido e por que).
      *==Lote devolvido gera o aviso de devolucao ao
      *==departamento (AVISOnnnnnnn.TXT, nnnnnnn = numero
      *==do lote) com os registros criticados e seus
      *==motivos. Nao toca no mestre.
      *==DATA:02/09/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRITICA.

           SELECT ARQ-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMERO
               FILE STATUS IS WS-FS-LOTES.

           SELECT ARQ-CONTROLE-LOTE ASSIGN TO "LOTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE-LOTE.

           SELECT AVISO-TRABALHO ASSIGN TO "AVISOTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ARQUIVO-AVISO ASSIGN TO WS-NOME-AVISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISO.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-JORNAL ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENTRADA.
       FD  ARQUIVO-CRITICA.
       01  REG-CRITICA PIC X(80).

       FD  ARQ-LOTES.
           COPY LOTREG.

       FD  ARQ-CONTROLE-LOTE.
           COPY LCTREG.

       FD  AVISO-TRABALHO.
       01  TRB-REGISTRO PIC X(80).

       FD  ARQUIVO-AVISO.
       01  REG-AVISO PIC X(80).

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-ENTRADA PIC XX VALUE "00".
       77 WS-FS-CRITICA PIC XX VALUE "00".
       77 WS-FS-LOTES PIC XX VALUE "00".
       77 WS-FS-CONTROLE-LOTE PIC XX VALUE "00".
       77 WS-FS-TRABALHO PIC XX VALUE "00".
       77 WS-FS-AVISO PIC XX VALUE "00".
       77 WS-FIM-TRABALHO PIC X(01) VALUE "N".
       77 WS-NUMERO-LOTE PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO-DEVOLUCAO PIC X(02) VALUE SPACES.
       77 WS-DESC-DEVOLUCAO PIC X(34) VALUE SPACES.
       77 WS-DESC-MOTIVO PIC X(33) VALUE SPACES.
       77 WS-PAGINA-AVISO PIC 9(03) VALUE ZEROS.
       77 WS-LINHAS-AVISO PIC 9(02) VALUE ZEROS.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WS-DATA-OK PIC X(01) VALUE "N".
       77 WS-MOTIVO PIC X(02) VALUE SPACES.
       77 WS-QTD-MOTIVO-02 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-04 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-05 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-06 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-07 PIC 9(07) VALUE ZEROS.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-TAXA-ERRO PIC 9(03)V99 VALUE ZEROS.
       77 WS-TOLERANCIA-PCT PIC 9(03) VALUE 10.
       77 WS-LOTE-ACEITO PIC X(01) VALUE "S".
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       01 WS-NOME-AVISO.
           05 FILLER PIC X(05) VALUE "AVISO".
           05 WS-AVI-LOTE PIC 9(07).
           05 FILLER PIC X(04) VALUE ".TXT".

       01 WS-LIN-TITULO-AVISO.
           05 FILLER PIC X(30) VALUE "AVISO DE DEVOLUCAO DE LOTE".
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PAGINA: ".
           05 WS-TAV-PAGINA PIC ZZ9.

       01 WS-LIN-LOTE-AVISO.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-LAV-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(09) VALUE "   LOTE: ".
           05 WS-LAV-LOTE PIC 9(07).

       01 WS-LIN-SITUACAO-AVISO.
           05 FILLER PIC X(27) VALUE "SITUACAO: LOTE DEVOLVIDO - ".
           05 WS-SAV-DESCRICAO PIC X(34).

       01 WS-LIN-COLUNAS-AVISO.
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(10) VALUE "NASCIMENTO".
           05 FILLER PIC X(10) VALUE "  MOTIVO".

       01 WS-LIN-DETALHE-AVISO.
           05 WS-DAV-NOME PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DAV-NASC PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DAV-MOTIVO PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DAV-DESCRICAO PIC X(33).

       LOCAL-STORAGE SECTION.
       COPY CADWRK.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN INPUT ARQUIVO-ENTRADA.
           IF WS-FS-ENTRADA NOT = "00"
               DISPLAY "ENTRADA.DAT INDISPONIVEL - NADA A CRITICAR"
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-CRITICA.
           OPEN OUTPUT AVISO-TRABALHO.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP = "00"
               MOVE "S" TO WS-CEP-ABERTO
           ELSE
               DISPLAY "CEPFAIXA.DAT INDISPONIVEL - CEP CRITICADO"
                   " SO PELO FORMATO"
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-ENTRADA.
           CLOSE AVISO-TRABALHO.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.
           PERFORM 4000-APURAR-VEREDITO.
           PERFORM 4100-REGISTRAR-LOTE.
           PERFORM 4500-IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-CRITICA.
           IF WS-LOTE-ACEITO NOT = "S"
               PERFORM 4600-EMITIR-AVISO
           END-IF.
           DISPLAY "LOTE NUMERO........: " WS-NUMERO-LOTE.
           DISPLAY "REGISTROS DE DADOS.: " WS-QTD-DADOS.
           DISPLAY "REGISTROS VALIDOS..: " WS-QTD-VALIDOS.
           DISPLAY "REGISTROS COM ERRO.: " WS-QTD-ERROS.
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

       0100-MONTAR-EMISSAO.
           MOVE WS-DATA-HORA (7:2) TO WS-EMI-DIA.
           MOVE WS-DATA-HORA (5:2) TO WS-EMI-MES.
               MOVE "04" TO WS-MOTIVO
               ADD 1 TO WS-QTD-MOTIVO-04
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
               ADD 1 TO WS-QTD-MOTIVO-06
           ELSE
               IF WRK-CIDADE NOT = SPACES
                   MOVE WRK-CIDADE TO WS-CIDADE-COMPARA
                   INSPECT WS-CIDADE-COMPARA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                       MOVE "N" TO WS-DATA-OK
                       MOVE "07" TO WS-MOTIVO
                       ADD 1 TO WS-QTD-MOTIVO-07
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

       3900-IMPRIMIR-ERRO.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           MOVE WS-MOTIVO TO WS-DET-MOTIVO.
           MOVE WS-LIN-DETALHE TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           PERFORM 3950-DESCREVER-MOTIVO.
           MOVE WRK-NOME TO WS-DAV-NOME.
           MOVE WRK-DATA-NASC TO WS-DAV-NASC.
           MOVE WS-MOTIVO TO WS-DAV-MOTIVO.
           MOVE WS-DESC-MOTIVO TO WS-DAV-DESCRICAO.
           MOVE WS-LIN-DETALHE-AVISO TO TRB-REGISTRO.
           WRITE TRB-REGISTRO.

       3950-DESCREVER-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN "01"
                   MOVE "DATA DE NASCIMENTO NAO NUMERICA"
                       TO WS-DESC-MOTIVO
               WHEN "02"
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-DESC-MOTIVO
               WHEN "04"
                   MOVE "CEP INVALIDO" TO WS-DESC-MOTIVO
               WHEN "05"
                   MOVE "E-MAIL INVALIDO" TO WS-DESC-MOTIVO
               WHEN "06"
                   MOVE "CEP FORA DA TABELA DE CEP" TO WS-DESC-MOTIVO
               WHEN "07"
                   MOVE "CEP NAO CONFERE COM A CIDADE"
                       TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-MOTIVO
           END-EVALUATE.

       4000-APURAR-VEREDITO.
           IF WS-TEM-CABECALHO = "N" OR WS-TEM-TRILHA = "N"
               MOVE "N" TO WS-LOTE-ACEITO
               IF WS-TEM-CABECALHO = "N"
                   MOVE "01" TO WS-MOTIVO-DEVOLUCAO
               ELSE
                   MOVE "02" TO WS-MOTIVO-DEVOLUCAO
               END-IF
           END-IF.
           IF WS-TEM-TRILHA = "S"
               AND WS-QTD-DECLARADA NOT = WS-QTD-DADOS
               MOVE "N" TO WS-LOTE-ACEITO
               IF WS-MOTIVO-DEVOLUCAO = SPACES
                   MOVE "03" TO WS-MOTIVO-DEVOLUCAO
               END-IF
           END-IF.
           IF WS-QTD-DADOS > 0
               COMPUTE WS-TAXA-ERRO =
                   WS-QTD-ERROS * 100 / WS-QTD-DADOS
               IF WS-TAXA-ERRO > WS-TOLERANCIA-PCT
                   MOVE "N" TO WS-LOTE-ACEITO
                   IF WS-MOTIVO-DEVOLUCAO = SPACES
                       MOVE "04" TO WS-MOTIVO-DEVOLUCAO
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-LOTE-ACEITO
               IF WS-MOTIVO-DEVOLUCAO = SPACES
                   MOVE "05" TO WS-MOTIVO-DEVOLUCAO
               END-IF
           END-IF.
           EVALUATE WS-MOTIVO-DEVOLUCAO
               WHEN "01"
                   MOVE "CABECALHO *LOT= AUSENTE" TO WS-DESC-DEVOLUCAO
               WHEN "02"
                   MOVE "TRILHA *FIM= AUSENTE" TO WS-DESC-DEVOLUCAO
               WHEN "03"
                   MOVE "CONTAGEM DECLARADA NAO CONFERE"
                       TO WS-DESC-DEVOLUCAO
               WHEN "04"
                   MOVE "TAXA DE ERRO ACIMA DA TOLERANCIA"
                       TO WS-DESC-DEVOLUCAO
               WHEN "05"
                   MOVE "LOTE SEM REGISTROS DE DADOS"
                       TO WS-DESC-DEVOLUCAO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-DEVOLUCAO
           END-EVALUATE.

       4100-REGISTRAR-LOTE.
           OPEN INPUT ARQ-CONTROLE-LOTE.
           IF WS-FS-CONTROLE-LOTE = "00"
               READ ARQ-CONTROLE-LOTE
                   NOT AT END
                       MOVE LCT-ULTIMO-LOTE TO WS-NUMERO-LOTE
               END-READ
               CLOSE ARQ-CONTROLE-LOTE
           END-IF.
           ADD 1 TO WS-NUMERO-LOTE.
           OPEN I-O ARQ-LOTES.
           IF WS-FS-LOTES = "35"
               OPEN OUTPUT ARQ-LOTES
               CLOSE ARQ-LOTES
               OPEN I-O ARQ-LOTES
           END-IF.
           MOVE WS-NUMERO-LOTE TO LOT-NUMERO.
           MOVE WS-DEPARTAMENTO TO LOT-DEPARTAMENTO.
           MOVE WS-DATA-ATUAL-NUM TO LOT-DATA-RECEBIMENTO.
           MOVE WS-DATA-HORA (9:6) TO LOT-HORA-RECEBIMENTO.
           MOVE WS-QTD-DECLARADA TO LOT-QTD-DECLARADA.
           MOVE WS-QTD-DADOS TO LOT-QTD-RECEBIDOS.
           MOVE WS-QTD-ERROS TO LOT-QTD-ERROS.
           IF WS-LOTE-ACEITO = "S"
               MOVE "A" TO LOT-RESULTADO
           ELSE
               MOVE "D" TO LOT-RESULTADO
           END-IF.
           MOVE WS-MOTIVO-DEVOLUCAO TO LOT-MOTIVO-DEVOLUCAO.
           MOVE ZEROS TO LOT-DATA-CARGA.
           MOVE ZEROS TO LOT-QTD-CARREGADOS.
           MOVE ZEROS TO LOT-QTD-SUSPENSOS.
           MOVE ZEROS TO LOT-QTD-REPROCESSADOS.
           WRITE LOT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O LOTE: " WS-NUMERO-LOTE
           END-WRITE.
           CLOSE ARQ-LOTES.
           OPEN OUTPUT ARQ-CONTROLE-LOTE.
           MOVE WS-NUMERO-LOTE TO LCT-ULTIMO-LOTE.
           WRITE LCT-REGISTRO.
           CLOSE ARQ-CONTROLE-LOTE.

       4500-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA
           STRING "DEPARTAMENTO REMETENTE: " WS-DEPARTAMENTO
               DELIMITED BY SIZE INTO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "NUMERO DO LOTE...............: " TO WS-SUB-ROTULO.
           MOVE WS-NUMERO-LOTE TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REGISTROS DE DADOS...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
           MOVE WS-QTD-MOTIVO-05 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 06 CEP FORA DA TABELA.: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-06 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 07 CEP X CIDADE.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-07 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL COM ERRO...............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-ERROS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-CRITICA.
                   TO REG-CRITICA
           END-IF.
           PERFORM 6000-GRAVAR-LINHA.
           IF WS-LOTE-ACEITO NOT = "S"
               MOVE SPACES TO REG-CRITICA
               STRING "MOTIVO DA DEVOLUCAO: " WS-MOTIVO-DEVOLUCAO
                   " " WS-DESC-DEVOLUCAO
                   DELIMITED BY SIZE INTO REG-CRITICA
               PERFORM 6000-GRAVAR-LINHA
               MOVE SPACES TO REG-CRITICA
               STRING "AVISO AO DEPARTAMENTO EM " WS-NOME-AVISO
                   DELIMITED BY SIZE INTO REG-CRITICA
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.

       4600-EMITIR-AVISO.
           MOVE WS-NUMERO-LOTE TO WS-AVI-LOTE.
           OPEN OUTPUT ARQUIVO-AVISO.
           PERFORM 5100-NOVA-PAGINA-AVISO.
           OPEN INPUT AVISO-TRABALHO.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ AVISO-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       IF WS-LINHAS-AVISO >= WS-LINHAS-POR-PAGINA
                           PERFORM 5100-NOVA-PAGINA-AVISO
                       END-IF
                       MOVE TRB-REGISTRO TO REG-AVISO
                       PERFORM 6100-GRAVAR-LINHA-AVISO
               END-READ
           END-PERFORM.
           CLOSE AVISO-TRABALHO.
           IF WS-LINHAS-AVISO >= WS-LINHAS-POR-PAGINA - 5
               PERFORM 5100-NOVA-PAGINA-AVISO
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "REGISTROS RECEBIDOS NO LOTE..: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "REGISTROS COM ERRO...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-ERROS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "O LOTE INTEIRO VOLTA: CORRIGIR E REENVIAR"
               TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           CLOSE ARQUIVO-AVISO.
           DISPLAY "AVISO DE DEVOLUCAO GRAVADO EM " WS-NOME-AVISO.

       5000-NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WS-TIT-PAGINA.
           MOVE WS-LIN-SEPARADORA TO REG-CRITICA.
           PERFORM 6000-GRAVAR-LINHA.

       5100-NOVA-PAGINA-AVISO.
           ADD 1 TO WS-PAGINA-AVISO.
           MOVE WS-PAGINA-AVISO TO WS-TAV-PAGINA.
           MOVE ZEROS TO WS-LINHAS-AVISO.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-TITULO-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-EMISSAO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-DEPARTAMENTO TO WS-LAV-DEPARTAMENTO.
           MOVE WS-NUMERO-LOTE TO WS-LAV-LOTE.
           MOVE WS-LIN-LOTE-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-DESC-DEVOLUCAO TO WS-SAV-DESCRICAO.
           MOVE WS-LIN-SITUACAO-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-COLUNAS-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.

       6000-GRAVAR-LINHA.
           WRITE REG-CRITICA.
           ADD 1 TO WS-QTD-LINHAS.

       6100-GRAVAR-LINHA-AVISO.
           WRITE REG-AVISO.
           ADD 1 TO WS-LINHAS-AVISO.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
           MOVE "PROGRAMA2E" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-DADOS   TO EXE-QTD-LIDOS.
           MOVE WS-QTD-VALIDOS TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-ERROS   TO EXE-QTD-REJEITADOS.
