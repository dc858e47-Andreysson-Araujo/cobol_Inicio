       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA26.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Anonimizacao (LGPD) do cliente ja
      *==expurgado. Pede o numero; recusa (codigo de
      *==retorno 8) se o cliente ainda estiver no
      *==mestre ou se nao houver exclusao (E) dele na
      *==auditoria. Junta os numeros amarrados por
      *==fusao (AUD-NUMERO-FUSAO, como no dossie
      *==PROGRAMA25); os que ainda estao no mestre ou
      *==nao foram expurgados ficam intactos.
      *==Nos numeros anonimizados grava "ANONIMIZADO"
      *==sobre nome, endereco, telefone e e-mail
      *==(antes e depois) em AUDITARC.DAT,
      *==AUDITORIA.LOG, nas geracoes BACKUP1.DAT a
      *==BACKUP5.DAT e nos detalhes D de DELTA.DAT e
      *==das geracoes DELTA1.DAT a DELTA7.DAT guardadas
      *==por PROGRAMA15. Numero, data/hora, usuario,
      *==operacao, nascimento, cidade, CEP e fusao
      *==ficam como estao: a trilha de operacoes e a
      *==conciliacao (PROGRAMA11) continuam fechando.
      *==Campo em branco continua em branco.
      *==Cada arquivo e copiado mascarado para
      *==ANONTMP.DAT e recopiado sobre o original.
      *==O certificado CERTIFIC.TXT lista cada
      *==registro mascarado, arquivo a arquivo, com os
      *==totais e o quadro de assinatura.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MESTRE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT AUDITORIA-LOG ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARQUIVO-MORTO ASSIGN TO "AUDITARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQUIVO-BACKUP ASSIGN TO WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.

           SELECT ARQUIVO-GERACAO ASSIGN TO WS-ARQUIVO-DELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.

           SELECT ARQUIVO-TEMPORARIO ASSIGN TO "ANONTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEMPORARIO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "CERTIFIC.TXT"
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

       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       FD  ARQUIVO-BACKUP.
       01  REG-BACKUP PIC X(191).

       FD  ARQUIVO-GERACAO.
       01  REG-GERACAO PIC X(168).

       FD  ARQUIVO-TEMPORARIO.
       01  REG-TEMPORARIO PIC X(433).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-MORTO PIC XX VALUE "00".
       77 WS-FS-BACKUP PIC XX VALUE "00".
       77 WS-FS-GERACAO PIC XX VALUE "00".
       77 WS-FS-TEMPORARIO PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-LOG-ABERTO PIC X(01) VALUE "N".
       77 WS-MORTO-ABERTO PIC X(01) VALUE "N".
       77 WS-FIM-AUDITORIA PIC X(01) VALUE "N".
       77 WS-FIM-MORTO PIC X(01) VALUE "N".
       77 WS-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WS-FIM-TEMPORARIO PIC X(01) VALUE "N".
       77 WS-REGISTRO-VALIDO PIC X(01) VALUE "N".
       77 WS-ACHOU PIC X(01) VALUE "N".
       77 WS-TABELA-CHEIA PIC X(01) VALUE "N".
       77 WS-NUMERO-ALFA PIC X(07) VALUE SPACES.
       77 WS-NUMERO-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WS-NUMERO-TESTE PIC 9(07) VALUE ZEROS.
       77 WS-MASCARA PIC X(11) VALUE "ANONIMIZADO".
       77 WS-IND PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NUMEROS PIC 9(02) VALUE ZEROS.
       77 WS-MAX-NUMEROS PIC 9(02) VALUE 50.
       77 WS-QTD-NOVOS PIC 9(02) VALUE ZEROS.
       77 WS-QTD-A-MASCARAR PIC 9(02) VALUE ZEROS.
       77 WS-SLOT PIC 9(01) VALUE ZEROS.
       77 WS-MAX-GERACOES PIC 9(01) VALUE 5.
       77 WS-MAX-GERACOES-DELTA PIC 9(01) VALUE 7.
       77 WS-ARQUIVO-DELTA PIC X(10) VALUE SPACES.
       77 WS-LINHA-ARQUIVO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NO-ARQUIVO PIC 9(07) VALUE ZEROS.
       77 WS-NOME-ARQUIVO PIC X(13) VALUE SPACES.
       77 WS-LINHAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASCARADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASC-LOG PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASC-MORTO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASC-BACKUP PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASC-DELTA PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-TAB-NUMEROS.
           05 WS-NUMERO-VINCULADO OCCURS 50 TIMES.
              10 WS-NVI-NUMERO PIC 9(07).
              10 WS-NVI-SITUACAO PIC X(01).

       01 WS-NOME-BACKUP.
           05 FILLER PIC X(06) VALUE "BACKUP".
           05 WS-BKP-SLOT PIC 9(01).
           05 FILLER PIC X(04) VALUE ".DAT".

       01 WS-NOME-GERACAO.
           05 FILLER PIC X(05) VALUE "DELTA".
           05 WS-GER-SLOT PIC 9(01).
           05 FILLER PIC X(04) VALUE ".DAT".

       01 WS-CABECALHO-DELTA.
           05 WS-CDL-TIPO PIC X(01).
           05 WS-CDL-DATA PIC X(08).
           05 WS-CDL-HORA PIC X(06).
           05 WS-CDL-SEQUENCIA PIC X(07).

       01 WS-CABECALHO-BACKUP.
           05 WS-CAB-PREFIXO PIC X(05).
           05 WS-CAB-GERACAO PIC 9(04).
           05 FILLER PIC X(06).
           05 WS-CAB-DATA PIC X(08).
           05 FILLER PIC X(06).
           05 WS-CAB-HORA PIC X(06).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "CERTIFICADO DE ANONIMIZACAO".
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

       01 WS-LIN-PEDIDO.
           05 FILLER PIC X(35)
               VALUE "TITULAR (LGPD - ELIMINACAO): NUMERO".
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-PED-NUMERO PIC 9(07).

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".
       01 WS-LIN-TRACO PIC X(80) VALUE ALL "-".

       01 WS-LIN-SECAO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 WS-SEC-TITULO PIC X(60).

       01 WS-LIN-NUMERO.
           05 FILLER PIC X(07) VALUE "NUMERO ".
           05 WS-LNU-NUMERO PIC 9(07).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-LNU-TEXTO PIC X(50).

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(14) VALUE "ARQUIVO".
           05 FILLER PIC X(08) VALUE "LINHA".
           05 FILLER PIC X(20) VALUE "DATA/HORA/GERACAO".
           05 FILLER PIC X(04) VALUE "OP".
           05 FILLER PIC X(08) VALUE "NUMERO".
           05 FILLER PIC X(26) VALUE "CAMPOS MASCARADOS".

       01 WS-LIN-DETALHE.
           05 WS-DET-ARQUIVO PIC X(13).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-LINHA PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DATA-HORA PIC X(19).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-OPERACAO PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CAMPOS PIC X(26).

       01 WS-MONTA-DATA-HORA.
           05 WS-MDH-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MDH-HORA PIC X(06).

       01 WS-MONTA-GERACAO.
           05 FILLER PIC X(04) VALUE "GER ".
           05 WS-MGE-GERACAO PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MGE-DATA PIC X(08).

       01 WS-MONTA-DELTA.
           05 FILLER PIC X(02) VALUE "G ".
           05 WS-MDL-SEQUENCIA PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MDL-DATA PIC X(08).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       01 WS-LIN-TEXTO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           DISPLAY "NUMERO DO CLIENTE EXPURGADO A ANONIMIZAR: ".
           ACCEPT WS-NUMERO-ALFA.
           IF WS-NUMERO-ALFA = SPACES
               OR FUNCTION TRIM(WS-NUMERO-ALFA) IS NOT NUMERIC
               DISPLAY "NUMERO INVALIDO: " WS-NUMERO-ALFA
               STOP RUN
           END-IF.
           COMPUTE WS-NUMERO-PEDIDO = FUNCTION NUMVAL(WS-NUMERO-ALFA).
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - SEM COMO"
                   " CONFERIR O EXPURGO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NUMERO-PEDIDO TO WS-NUMERO-TESTE.
           PERFORM 2900-INCLUIR-NUMERO.
           PERFORM 2000-VINCULAR-FUSOES.
           PERFORM 2500-CLASSIFICAR-NUMEROS.
           CLOSE CADASTRO-MESTRE.
           IF WS-NVI-SITUACAO (1) = "M"
               DISPLAY "CLIENTE AINDA NO MESTRE - EXPURGUE ANTES"
                   " (PROGRAMA06, OPERACAO E): " WS-NUMERO-PEDIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NVI-SITUACAO (1) NOT = "E"
               DISPLAY "SEM EXCLUSAO (E) NA AUDITORIA - NADA A"
                   " ANONIMIZAR: " WS-NUMERO-PEDIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TABELA-CHEIA = "S"
               DISPLAY "MAIS DE " WS-MAX-NUMEROS " NUMEROS AMARRADOS"
                   " POR FUSAO - ANONIMIZACAO NAO FEITA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           MOVE WS-NUMERO-PEDIDO TO WS-PED-NUMERO.
           PERFORM 5000-NOVA-PAGINA.
           PERFORM 3000-IMPRIMIR-NUMEROS.
           MOVE "REGISTROS MASCARADOS" TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           PERFORM 4000-MASCARAR-MORTO.
           PERFORM 4100-MASCARAR-LOG.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-MAX-GERACOES
               PERFORM 4200-MASCARAR-BACKUP
           END-PERFORM.
           MOVE "DELTA.DAT" TO WS-ARQUIVO-DELTA.
           PERFORM 4300-MASCARAR-DELTA.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-MAX-GERACOES-DELTA
               MOVE WS-SLOT TO WS-GER-SLOT
               MOVE WS-NOME-GERACAO TO WS-ARQUIVO-DELTA
               PERFORM 4300-MASCARAR-DELTA
           END-PERFORM.
           PERFORM 7000-IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "CERTIFICADO GERADO EM CERTIFIC.TXT".
           DISPLAY "NUMEROS ANONIMIZADOS.: " WS-QTD-A-MASCARAR.
           DISPLAY "MASCARADOS AUDITARC..: " WS-QTD-MASC-MORTO.
           DISPLAY "MASCARADOS AUDITORIA.: " WS-QTD-MASC-LOG.
           DISPLAY "MASCARADOS BACKUP....: " WS-QTD-MASC-BACKUP.
           DISPLAY "MASCARADOS DELTA.....: " WS-QTD-MASC-DELTA.
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

       1500-ABRIR-AUDITORIA.
           MOVE "N" TO WS-FIM-AUDITORIA.
           MOVE "N" TO WS-FIM-MORTO.
           MOVE "N" TO WS-MORTO-ABERTO.
           MOVE "N" TO WS-LOG-ABERTO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-FS-MORTO = "00"
               MOVE "S" TO WS-MORTO-ABERTO
           ELSE
               MOVE "S" TO WS-FIM-MORTO
           END-IF.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDITORIA = "00"
               MOVE "S" TO WS-LOG-ABERTO
           END-IF.

       1510-LER-AUDITORIA.
           MOVE "N" TO WS-REGISTRO-VALIDO.
           IF WS-FIM-MORTO = "N"
               READ ARQUIVO-MORTO
                   AT END
                       MOVE "S" TO WS-FIM-MORTO
                   NOT AT END
                       MOVE REG-MORTO TO AUD-REGISTRO
               END-READ
           END-IF.
           IF WS-FIM-MORTO = "S"
               IF WS-LOG-ABERTO = "S"
                   READ AUDITORIA-LOG
                       AT END
                           MOVE "S" TO WS-FIM-AUDITORIA
                   END-READ
               ELSE
                   MOVE "S" TO WS-FIM-AUDITORIA
               END-IF
           END-IF.
           IF WS-FIM-AUDITORIA = "N"
               PERFORM 1530-CONFERIR-FORMATO
           END-IF.

       1520-FECHAR-AUDITORIA.
           IF WS-MORTO-ABERTO = "S"
               CLOSE ARQUIVO-MORTO
           END-IF.
           IF WS-LOG-ABERTO = "S"
               CLOSE AUDITORIA-LOG
           END-IF.

       1530-CONFERIR-FORMATO.
           MOVE "N" TO WS-REGISTRO-VALIDO.
           IF AUD-NUMERO IS NUMERIC
               AND (AUD-OPERACAO = "I" OR "A" OR "E"
                   OR "D" OR "R" OR "M")
               MOVE "S" TO WS-REGISTRO-VALIDO
           END-IF.

       2000-VINCULAR-FUSOES.
           MOVE 1 TO WS-QTD-NOVOS.
           PERFORM UNTIL WS-QTD-NOVOS = 0
               MOVE ZEROS TO WS-QTD-NOVOS
               PERFORM 1500-ABRIR-AUDITORIA
               PERFORM UNTIL WS-FIM-AUDITORIA = "S"
                   PERFORM 1510-LER-AUDITORIA
                   IF WS-FIM-AUDITORIA NOT = "S"
                       AND WS-REGISTRO-VALIDO = "S"
                       PERFORM 2100-CONFERIR-FUSAO
                   END-IF
               END-PERFORM
               PERFORM 1520-FECHAR-AUDITORIA
           END-PERFORM.

       2100-CONFERIR-FUSAO.
           IF AUD-NUMERO-FUSAO IS NUMERIC
               AND AUD-NUMERO-FUSAO > 0
               MOVE AUD-NUMERO TO WS-NUMERO-TESTE
               PERFORM 2800-PROCURAR-NUMERO
               IF WS-ACHOU = "S"
                   MOVE AUD-NUMERO-FUSAO TO WS-NUMERO-TESTE
                   PERFORM 2900-INCLUIR-NUMERO
               ELSE
                   MOVE AUD-NUMERO-FUSAO TO WS-NUMERO-TESTE
                   PERFORM 2800-PROCURAR-NUMERO
                   IF WS-ACHOU = "S"
                       MOVE AUD-NUMERO TO WS-NUMERO-TESTE
                       PERFORM 2900-INCLUIR-NUMERO
                   END-IF
               END-IF
           END-IF.

       2500-CLASSIFICAR-NUMEROS.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-NUMEROS
               MOVE WS-NVI-NUMERO (WS-IND) TO CAD-NUMERO
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "X" TO WS-NVI-SITUACAO (WS-IND)
                   NOT INVALID KEY
                       MOVE "M" TO WS-NVI-SITUACAO (WS-IND)
               END-READ
           END-PERFORM.
           PERFORM 1500-ABRIR-AUDITORIA.
           PERFORM UNTIL WS-FIM-AUDITORIA = "S"
               PERFORM 1510-LER-AUDITORIA
               IF WS-FIM-AUDITORIA NOT = "S"
                   AND WS-REGISTRO-VALIDO = "S"
                   AND AUD-OPERACAO = "E"
                   MOVE AUD-NUMERO TO WS-NUMERO-TESTE
                   PERFORM 2800-PROCURAR-NUMERO
                   IF WS-ACHOU = "S"
                       IF WS-NVI-SITUACAO (WS-IND) = "X"
                           MOVE "E" TO WS-NVI-SITUACAO (WS-IND)
                           ADD 1 TO WS-QTD-A-MASCARAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1520-FECHAR-AUDITORIA.

       2800-PROCURAR-NUMERO.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > WS-QTD-NUMEROS OR WS-ACHOU = "S"
               IF WS-NVI-NUMERO (WS-IND) = WS-NUMERO-TESTE
                   MOVE "S" TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-IND
               END-IF
           END-PERFORM.

       2900-INCLUIR-NUMERO.
           PERFORM 2800-PROCURAR-NUMERO.
           IF WS-ACHOU = "N"
               IF WS-QTD-NUMEROS < WS-MAX-NUMEROS
                   ADD 1 TO WS-QTD-NUMEROS
                   MOVE WS-NUMERO-TESTE
                       TO WS-NVI-NUMERO (WS-QTD-NUMEROS)
                   MOVE SPACES TO WS-NVI-SITUACAO (WS-QTD-NUMEROS)
                   ADD 1 TO WS-QTD-NOVOS
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       2950-CONFERIR-MASCARA.
           MOVE "N" TO WS-ACHOU.
           PERFORM 2800-PROCURAR-NUMERO.
           IF WS-ACHOU = "S"
               IF WS-NVI-SITUACAO (WS-IND) NOT = "E"
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-IF.

       3000-IMPRIMIR-NUMEROS.
           MOVE "NUMEROS DO TITULAR (INFORMADO E POR FUSAO)"
               TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-NUMEROS
               MOVE 1 TO WS-LINHAS-NECESSARIAS
               PERFORM 5500-RESERVAR-LINHAS
               MOVE WS-NVI-NUMERO (WS-IND) TO WS-LNU-NUMERO
               EVALUATE WS-NVI-SITUACAO (WS-IND)
                   WHEN "E"
                       MOVE "EXPURGADO - ANONIMIZADO" TO WS-LNU-TEXTO
                   WHEN "M"
                       MOVE "AINDA NO MESTRE - MANTIDO"
                           TO WS-LNU-TEXTO
                   WHEN OTHER
                       MOVE "SEM EXCLUSAO NA AUDITORIA - MANTIDO"
                           TO WS-LNU-TEXTO
               END-EVALUATE
               MOVE WS-LIN-NUMERO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-PERFORM.

       3900-IMPRIMIR-SECAO.
           MOVE 4 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SECAO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-MASCARAR-MORTO.
           MOVE "AUDITARC.DAT" TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-LINHA-ARQUIVO.
           MOVE ZEROS TO WS-QTD-NO-ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-FS-MORTO = "00"
               DISPLAY "MASCARANDO " WS-NOME-ARQUIVO
               OPEN OUTPUT ARQUIVO-TEMPORARIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MORTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-MORTO TO AUD-REGISTRO
                           PERFORM 4500-MASCARAR-AUDITORIA
                           MOVE AUD-REGISTRO TO REG-TEMPORARIO
                           WRITE REG-TEMPORARIO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MORTO
               CLOSE ARQUIVO-TEMPORARIO
               MOVE WS-QTD-NO-ARQUIVO TO WS-QTD-MASC-MORTO
               IF WS-QTD-NO-ARQUIVO > 0
                   OPEN INPUT ARQUIVO-TEMPORARIO
                   OPEN OUTPUT ARQUIVO-MORTO
                   MOVE "N" TO WS-FIM-TEMPORARIO
                   PERFORM UNTIL WS-FIM-TEMPORARIO = "S"
                       READ ARQUIVO-TEMPORARIO
                           AT END
                               MOVE "S" TO WS-FIM-TEMPORARIO
                           NOT AT END
                               MOVE REG-TEMPORARIO TO REG-MORTO
                               WRITE REG-MORTO
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-TEMPORARIO
                   CLOSE ARQUIVO-MORTO
               END-IF
           END-IF.

       4100-MASCARAR-LOG.
           MOVE "AUDITORIA.LOG" TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-LINHA-ARQUIVO.
           MOVE ZEROS TO WS-QTD-NO-ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDITORIA = "00"
               DISPLAY "MASCARANDO " WS-NOME-ARQUIVO
               OPEN OUTPUT ARQUIVO-TEMPORARIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDITORIA-LOG
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 4500-MASCARAR-AUDITORIA
                           MOVE AUD-REGISTRO TO REG-TEMPORARIO
                           WRITE REG-TEMPORARIO
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-LOG
               CLOSE ARQUIVO-TEMPORARIO
               MOVE WS-QTD-NO-ARQUIVO TO WS-QTD-MASC-LOG
               IF WS-QTD-NO-ARQUIVO > 0
                   OPEN INPUT ARQUIVO-TEMPORARIO
                   OPEN OUTPUT AUDITORIA-LOG
                   MOVE "N" TO WS-FIM-TEMPORARIO
                   PERFORM UNTIL WS-FIM-TEMPORARIO = "S"
                       READ ARQUIVO-TEMPORARIO
                           AT END
                               MOVE "S" TO WS-FIM-TEMPORARIO
                           NOT AT END
                               MOVE REG-TEMPORARIO TO AUD-REGISTRO
                               WRITE AUD-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-TEMPORARIO
                   CLOSE AUDITORIA-LOG
               END-IF
           END-IF.

       4200-MASCARAR-BACKUP.
           MOVE WS-SLOT TO WS-BKP-SLOT.
           MOVE WS-NOME-BACKUP TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-LINHA-ARQUIVO.
           MOVE ZEROS TO WS-QTD-NO-ARQUIVO.
           MOVE SPACES TO WS-CABECALHO-BACKUP.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-BACKUP.
           IF WS-FS-BACKUP = "00"
               DISPLAY "MASCARANDO " WS-NOME-ARQUIVO
               OPEN OUTPUT ARQUIVO-TEMPORARIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-BACKUP
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 4600-MASCARAR-CADASTRO
                           MOVE REG-BACKUP TO REG-TEMPORARIO
                           WRITE REG-TEMPORARIO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-BACKUP
               CLOSE ARQUIVO-TEMPORARIO
               ADD WS-QTD-NO-ARQUIVO TO WS-QTD-MASC-BACKUP
               IF WS-QTD-NO-ARQUIVO > 0
                   OPEN INPUT ARQUIVO-TEMPORARIO
                   OPEN OUTPUT ARQUIVO-BACKUP
                   MOVE "N" TO WS-FIM-TEMPORARIO
                   PERFORM UNTIL WS-FIM-TEMPORARIO = "S"
                       READ ARQUIVO-TEMPORARIO
                           AT END
                               MOVE "S" TO WS-FIM-TEMPORARIO
                           NOT AT END
                               MOVE REG-TEMPORARIO TO REG-BACKUP
                               WRITE REG-BACKUP
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-TEMPORARIO
                   CLOSE ARQUIVO-BACKUP
               END-IF
           END-IF.

       4300-MASCARAR-DELTA.
           MOVE WS-ARQUIVO-DELTA TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-LINHA-ARQUIVO.
           MOVE ZEROS TO WS-QTD-NO-ARQUIVO.
           MOVE SPACES TO WS-CABECALHO-DELTA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-GERACAO.
           IF WS-FS-GERACAO = "00"
               DISPLAY "MASCARANDO " WS-NOME-ARQUIVO
               OPEN OUTPUT ARQUIVO-TEMPORARIO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-GERACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 4650-MASCARAR-DETALHE-DELTA
                           MOVE REG-GERACAO TO REG-TEMPORARIO
                           WRITE REG-TEMPORARIO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-GERACAO
               CLOSE ARQUIVO-TEMPORARIO
               ADD WS-QTD-NO-ARQUIVO TO WS-QTD-MASC-DELTA
               IF WS-QTD-NO-ARQUIVO > 0
                   OPEN INPUT ARQUIVO-TEMPORARIO
                   OPEN OUTPUT ARQUIVO-GERACAO
                   MOVE "N" TO WS-FIM-TEMPORARIO
                   PERFORM UNTIL WS-FIM-TEMPORARIO = "S"
                       READ ARQUIVO-TEMPORARIO
                           AT END
                               MOVE "S" TO WS-FIM-TEMPORARIO
                           NOT AT END
                               MOVE REG-TEMPORARIO TO REG-GERACAO
                               WRITE REG-GERACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-TEMPORARIO
                   CLOSE ARQUIVO-GERACAO
               END-IF
           END-IF.

       4500-MASCARAR-AUDITORIA.
           ADD 1 TO WS-QTD-LIDOS.
           ADD 1 TO WS-LINHA-ARQUIVO.
           PERFORM 1530-CONFERIR-FORMATO.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE AUD-NUMERO TO WS-NUMERO-TESTE
               PERFORM 2950-CONFERIR-MASCARA
               IF WS-ACHOU = "S"
                   IF AUD-NOME-ANT NOT = SPACES
                       MOVE WS-MASCARA TO AUD-NOME-ANT
                   END-IF
                   IF AUD-NOME-NOVO NOT = SPACES
                       MOVE WS-MASCARA TO AUD-NOME-NOVO
                   END-IF
                   IF AUD-ENDERECO-ANT NOT = SPACES
                       MOVE WS-MASCARA TO AUD-ENDERECO-ANT
                   END-IF
                   IF AUD-ENDERECO-NOVO NOT = SPACES
                       MOVE WS-MASCARA TO AUD-ENDERECO-NOVO
                   END-IF
                   IF AUD-TELEFONE-ANT NOT = SPACES
                       MOVE WS-MASCARA TO AUD-TELEFONE-ANT
                   END-IF
                   IF AUD-TELEFONE-NOVO NOT = SPACES
                       MOVE WS-MASCARA TO AUD-TELEFONE-NOVO
                   END-IF
                   IF AUD-EMAIL-ANT NOT = SPACES
                       MOVE WS-MASCARA TO AUD-EMAIL-ANT
                   END-IF
                   IF AUD-EMAIL-NOVO NOT = SPACES
                       MOVE WS-MASCARA TO AUD-EMAIL-NOVO
                   END-IF
                   ADD 1 TO WS-QTD-NO-ARQUIVO
                   ADD 1 TO WS-QTD-MASCARADOS
                   MOVE AUD-DATA-HORA (1:8) TO WS-MDH-DATA
                   MOVE AUD-DATA-HORA (9:6) TO WS-MDH-HORA
                   MOVE WS-MONTA-DATA-HORA TO WS-DET-DATA-HORA
                   MOVE AUD-OPERACAO TO WS-DET-OPERACAO
                   MOVE AUD-NUMERO TO WS-DET-NUMERO
                   PERFORM 4700-IMPRIMIR-MASCARADO
               END-IF
           END-IF.

       4600-MASCARAR-CADASTRO.
           ADD 1 TO WS-QTD-LIDOS.
           ADD 1 TO WS-LINHA-ARQUIVO.
           IF WS-LINHA-ARQUIVO = 1
               MOVE REG-BACKUP TO WS-CABECALHO-BACKUP
           END-IF.
           IF WS-CAB-PREFIXO = "*GER="
               AND REG-BACKUP (1:7) IS NUMERIC
               MOVE REG-BACKUP TO CAD-REGISTRO
               MOVE CAD-NUMERO TO WS-NUMERO-TESTE
               PERFORM 2950-CONFERIR-MASCARA
               IF WS-ACHOU = "S"
                   IF CAD-NOME NOT = SPACES
                       MOVE WS-MASCARA TO CAD-NOME
                   END-IF
                   IF CAD-ENDERECO NOT = SPACES
                       MOVE WS-MASCARA TO CAD-ENDERECO
                   END-IF
                   IF CAD-TELEFONE NOT = SPACES
                       MOVE WS-MASCARA TO CAD-TELEFONE
                   END-IF
                   IF CAD-EMAIL NOT = SPACES
                       MOVE WS-MASCARA TO CAD-EMAIL
                   END-IF
                   MOVE CAD-REGISTRO TO REG-BACKUP
                   ADD 1 TO WS-QTD-NO-ARQUIVO
                   ADD 1 TO WS-QTD-MASCARADOS
                   MOVE WS-CAB-GERACAO TO WS-MGE-GERACAO
                   MOVE WS-CAB-DATA TO WS-MGE-DATA
                   MOVE WS-MONTA-GERACAO TO WS-DET-DATA-HORA
                   MOVE SPACES TO WS-DET-OPERACAO
                   MOVE CAD-NUMERO TO WS-DET-NUMERO
                   PERFORM 4700-IMPRIMIR-MASCARADO
               END-IF
           END-IF.

       4650-MASCARAR-DETALHE-DELTA.
           ADD 1 TO WS-QTD-LIDOS.
           ADD 1 TO WS-LINHA-ARQUIVO.
           IF REG-GERACAO (1:1) = "H"
               MOVE REG-GERACAO TO WS-CABECALHO-DELTA
           END-IF.
           IF REG-GERACAO (1:1) = "D"
               AND REG-GERACAO (2:7) IS NUMERIC
               MOVE REG-GERACAO (2:7) TO WS-NUMERO-TESTE
               PERFORM 2950-CONFERIR-MASCARA
               IF WS-ACHOU = "S"
                   IF REG-GERACAO (10:30) NOT = SPACES
                       MOVE WS-MASCARA TO REG-GERACAO (10:30)
                   END-IF
                   IF REG-GERACAO (48:40) NOT = SPACES
                       MOVE WS-MASCARA TO REG-GERACAO (48:40)
                   END-IF
                   IF REG-GERACAO (116:11) NOT = SPACES
                       MOVE WS-MASCARA TO REG-GERACAO (116:11)
                   END-IF
                   IF REG-GERACAO (127:40) NOT = SPACES
                       MOVE WS-MASCARA TO REG-GERACAO (127:40)
                   END-IF
                   ADD 1 TO WS-QTD-NO-ARQUIVO
                   ADD 1 TO WS-QTD-MASCARADOS
                   MOVE WS-CDL-SEQUENCIA TO WS-MDL-SEQUENCIA
                   MOVE WS-CDL-DATA TO WS-MDL-DATA
                   MOVE WS-MONTA-DELTA TO WS-DET-DATA-HORA
                   MOVE REG-GERACAO (9:1) TO WS-DET-OPERACAO
                   MOVE WS-NUMERO-TESTE TO WS-DET-NUMERO
                   PERFORM 4700-IMPRIMIR-MASCARADO
               END-IF
           END-IF.

       4700-IMPRIMIR-MASCARADO.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-NOME-ARQUIVO TO WS-DET-ARQUIVO.
           MOVE WS-LINHA-ARQUIVO TO WS-DET-LINHA.
           MOVE "NOME ENDERECO TEL E-MAIL" TO WS-DET-CAMPOS.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
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
           MOVE WS-LIN-PEDIDO TO REG-RELATORIO.
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
           MOVE 17 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "NUMEROS ANONIMIZADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-A-MASCARAR TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MASCARADOS EM AUDITARC.DAT...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MASC-MORTO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MASCARADOS EM AUDITORIA.LOG..: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MASC-LOG TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MASCARADOS NOS BACKUPS.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MASC-BACKUP TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MASCARADOS NOS DELTAS........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MASC-DELTA TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL DE REGISTROS MASCARADOS: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MASCARADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "NOME, ENDERECO, TELEFONE E E-MAIL SUBSTITUIDOS POR"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ANONIMIZADO. NUMERO, DATAS, USUARIOS E OPERACOES"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "PRESERVADOS PARA A TRILHA E A CONCILIACAO."
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "RESPONSAVEL: ______________________________"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "ENCARREGADO (DPO): ________________________"
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
           MOVE "PROGRAMA26" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-MASCARADOS TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
