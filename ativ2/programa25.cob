       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA25.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Dossie do titular (LGPD). Pede o
      *==numero do cliente ou, sem ele, nome e data de
      *==nascimento, e reune em DOSSIE.TXT tudo o que
      *==o cadastro guarda da pessoa:
      *==  - os numeros do titular: o informado (ou os
      *==    achados por nome e nascimento no mestre e
      *==    na auditoria) e os amarrados a eles por
      *==    fusao (AUD-NUMERO-FUSAO, nos dois sentidos
      *==    e em cadeia);
      *==  - o registro atual de cada numero no mestre;
      *==  - todo registro de auditoria desses numeros
      *==    em AUDITARC.DAT e AUDITORIA.LOG, na ordem
      *==    em que foram gravados;
      *==  - os suspensos pendentes em SUSPENSO.DAT com
      *==    o nome e nascimento de algum desses numeros
      *==    (o suspenso ainda nao tem numero);
      *==  - a presenca em cada geracao de backup
      *==    (BACKUP1.DAT a BACKUP5.DAT).
      *==Linhas de auditoria em formato antigo (sem
      *==numero) nao entram. So leitura: nada e
      *==alterado.
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

           SELECT ARQUIVO-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT ARQUIVO-BACKUP ASSIGN TO WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "DOSSIE.TXT"
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

       FD  ARQUIVO-SUSPENSO.
           COPY SUSREG.

       FD  ARQUIVO-BACKUP.
       01  REG-BACKUP PIC X(191).

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
       77 WS-FS-SUSPENSO PIC XX VALUE "00".
       77 WS-FS-BACKUP PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-MESTRE-ABERTO PIC X(01) VALUE "N".
       77 WS-LOG-ABERTO PIC X(01) VALUE "N".
       77 WS-MORTO-ABERTO PIC X(01) VALUE "N".
       77 WS-FIM-AUDITORIA PIC X(01) VALUE "N".
       77 WS-FIM-MORTO PIC X(01) VALUE "N".
       77 WS-FIM-PESQUISA PIC X(01) VALUE "N".
       77 WS-FIM-SUSPENSO PIC X(01) VALUE "N".
       77 WS-FIM-BACKUP PIC X(01) VALUE "N".
       77 WS-ORIGEM PIC X(03) VALUE SPACES.
       77 WS-REGISTRO-VALIDO PIC X(01) VALUE "N".
       77 WS-ACHOU PIC X(01) VALUE "N".
       77 WS-TABELA-CHEIA PIC X(01) VALUE "N".
       77 WS-NUMERO-ALFA PIC X(07) VALUE SPACES.
       77 WS-NUMERO-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WS-NOME-PEDIDO PIC X(30) VALUE SPACES.
       77 WS-NASC-ALFA PIC X(08) VALUE SPACES.
       77 WS-NASC-PEDIDO PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO-TESTE PIC 9(07) VALUE ZEROS.
       77 WS-NOME-TESTE PIC X(30) VALUE SPACES.
       77 WS-NASC-TESTE PIC 9(08) VALUE ZEROS.
       77 WS-NOME-COMPARA PIC X(30) VALUE SPACES.
       77 WS-IND PIC 9(02) VALUE ZEROS.
       77 WS-IND-PESSOA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NUMEROS PIC 9(02) VALUE ZEROS.
       77 WS-MAX-NUMEROS PIC 9(02) VALUE 50.
       77 WS-QTD-PESSOAS PIC 9(02) VALUE ZEROS.
       77 WS-MAX-PESSOAS PIC 9(02) VALUE 20.
       77 WS-QTD-NOVOS PIC 9(02) VALUE ZEROS.
       77 WS-SLOT PIC 9(01) VALUE ZEROS.
       77 WS-MAX-GERACOES PIC 9(01) VALUE 5.
       77 WS-QTD-NO-BACKUP PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WS-DESC-OPERACAO PIC X(11) VALUE SPACES.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NO-MESTRE PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUDITORIA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUSPENSOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BACKUPS PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       01 WS-TAB-NUMEROS.
           05 WS-NUM-TITULAR PIC 9(07) OCCURS 50 TIMES.

       01 WS-TAB-PESSOAS.
           05 WS-PESSOA OCCURS 20 TIMES.
              10 WS-PES-NOME PIC X(30).
              10 WS-PES-NASC PIC 9(08).

       01 WS-NOME-BACKUP.
           05 FILLER PIC X(06) VALUE "BACKUP".
           05 WS-BKP-SLOT PIC 9(01).
           05 FILLER PIC X(04) VALUE ".DAT".

       01 WS-CABECALHO-BACKUP.
           05 WS-CAB-PREFIXO PIC X(05).
           05 WS-CAB-GERACAO PIC 9(04).
           05 FILLER PIC X(06).
           05 WS-CAB-DATA PIC X(08).
           05 FILLER PIC X(06).
           05 WS-CAB-HORA PIC X(06).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "DOSSIE DO TITULAR - LGPD".
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
           05 FILLER PIC X(13) VALUE "SOLICITACAO: ".
           05 WS-PED-TEXTO PIC X(67).

       01 WS-PEDIDO-NUMERO.
           05 FILLER PIC X(07) VALUE "NUMERO ".
           05 WS-PNU-NUMERO PIC 9(07).

       01 WS-PEDIDO-NOME.
           05 WS-PNO-NOME PIC X(30).
           05 FILLER PIC X(07) VALUE " NASC. ".
           05 WS-PNO-NASC PIC X(08).

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".
       01 WS-LIN-TRACO PIC X(80) VALUE ALL "-".

       01 WS-LIN-SECAO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 WS-SEC-TITULO PIC X(60).

       01 WS-LIN-NUMERO.
           05 FILLER PIC X(21) VALUE "NUMERO DO TITULAR: ".
           05 WS-LNU-NUMERO PIC 9(07).

       01 WS-LIN-MESTRE.
           05 FILLER PIC X(07) VALUE "NUMERO ".
           05 WS-LME-NUMERO PIC 9(07).
           05 FILLER PIC X(11) VALUE " SITUACAO: ".
           05 WS-LME-SITUACAO PIC X(01).
           05 FILLER PIC X(07) VALUE " DESDE ".
           05 WS-LME-DATA PIC X(08).

       01 WS-LIN-AUSENTE.
           05 FILLER PIC X(07) VALUE "NUMERO ".
           05 WS-LAU-NUMERO PIC 9(07).
           05 FILLER PIC X(24) VALUE " NAO CONSTA NO MESTRE".

       01 WS-LIN-AUDITORIA.
           05 WS-LAD-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-HORA PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-LAD-MIN PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-LAD-SEG PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-ORIGEM PIC X(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-USUARIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-OPERACAO PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LAD-FUSAO PIC X(16).

       01 WS-LIN-FUSAO.
           05 FILLER PIC X(08) VALUE "FUSAO C/".
           05 WS-LFU-NUMERO PIC 9(07).

       01 WS-LIN-SUSPENSO.
           05 FILLER PIC X(05) VALUE "LOTE ".
           05 WS-LSU-LOTE PIC X(07).
           05 FILLER PIC X(08) VALUE " MOTIVO ".
           05 WS-LSU-MOTIVO PIC X(02).
           05 FILLER PIC X(10) VALUE " CARGA EM ".
           05 WS-LSU-CARGA PIC X(08).

       01 WS-LIN-BACKUP.
           05 FILLER PIC X(08) VALUE "GERACAO ".
           05 WS-LBK-GERACAO PIC 9(04).
           05 FILLER PIC X(04) VALUE " DE ".
           05 WS-LBK-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LBK-HORA PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LBK-ARQUIVO PIC X(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LBK-TEXTO PIC X(30).

       01 WS-LIN-PESSOA-1.
           05 WS-LP1-ROTULO PIC X(10).
           05 WS-LP1-NOME PIC X(30).
           05 FILLER PIC X(07) VALUE " NASC. ".
           05 WS-LP1-NASC PIC X(08).

       01 WS-LIN-PESSOA-2.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-LP2-ENDERECO PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LP2-CIDADE PIC X(20).

       01 WS-LIN-PESSOA-3.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "CEP ".
           05 WS-LP3-CEP PIC X(08).
           05 FILLER PIC X(05) VALUE " TEL ".
           05 WS-LP3-TELEFONE PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LP3-EMAIL PIC X(40).

       01 WS-LIN-NADA-CONSTA.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "NADA CONSTA".

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 0200-PEDIR-TITULAR.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE = "00"
               MOVE "S" TO WS-MESTRE-ABERTO
           ELSE
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - DOSSIE SEM O"
                   " REGISTRO ATUAL"
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE SPACES TO WS-TAB-NUMEROS.
           MOVE SPACES TO WS-TAB-PESSOAS.
           IF WS-NUMERO-ALFA NOT = SPACES
               MOVE WS-NUMERO-PEDIDO TO WS-NUMERO-TESTE
               PERFORM 2900-INCLUIR-NUMERO
           ELSE
               PERFORM 1000-BUSCAR-POR-NOME
           END-IF.
           PERFORM 2000-VINCULAR-FUSOES.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           PERFORM 3000-IMPRIMIR-NUMEROS.
           PERFORM 3100-IMPRIMIR-MESTRE.
           PERFORM 3200-IMPRIMIR-AUDITORIA.
           PERFORM 3300-IMPRIMIR-SUSPENSOS.
           PERFORM 3400-IMPRIMIR-BACKUPS.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           IF WS-MESTRE-ABERTO = "S"
               CLOSE CADASTRO-MESTRE
           END-IF.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "DOSSIE GERADO EM DOSSIE.TXT".
           DISPLAY "NUMEROS DO TITULAR...: " WS-QTD-NUMEROS.
           DISPLAY "REGISTROS NO MESTRE..: " WS-QTD-NO-MESTRE.
           DISPLAY "REGISTROS AUDITORIA..: " WS-QTD-AUDITORIA.
           DISPLAY "SUSPENSOS PENDENTES..: " WS-QTD-SUSPENSOS.
           DISPLAY "PRESENCAS EM BACKUP..: " WS-QTD-BACKUPS.
           IF WS-TABELA-CHEIA = "S"
               DISPLAY "ATENCAO: MAIS DE " WS-MAX-NUMEROS
                   " NUMEROS OU " WS-MAX-PESSOAS
                   " NOMES - DOSSIE INCOMPLETO"
               MOVE 8 TO RETURN-CODE
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

       0100-MONTAR-EMISSAO.
           MOVE WS-DATA-HORA (7:2) TO WS-EMI-DIA.
           MOVE WS-DATA-HORA (5:2) TO WS-EMI-MES.
           MOVE WS-DATA-HORA (1:4) TO WS-EMI-ANO.
           MOVE WS-DATA-HORA (9:2) TO WS-EMI-HORA.
           MOVE WS-DATA-HORA (11:2) TO WS-EMI-MIN.

       0200-PEDIR-TITULAR.
           DISPLAY "NUMERO DO CLIENTE (VAZIO = BUSCAR POR NOME): ".
           ACCEPT WS-NUMERO-ALFA.
           IF WS-NUMERO-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-NUMERO-ALFA) IS NOT NUMERIC
                   DISPLAY "NUMERO INVALIDO: " WS-NUMERO-ALFA
                   STOP RUN
               END-IF
               COMPUTE WS-NUMERO-PEDIDO =
                   FUNCTION NUMVAL(WS-NUMERO-ALFA)
               MOVE WS-NUMERO-PEDIDO TO WS-PNU-NUMERO
               MOVE WS-PEDIDO-NUMERO TO WS-PED-TEXTO
           ELSE
               DISPLAY "NOME DO CLIENTE: "
               ACCEPT WS-NOME-PEDIDO
               DISPLAY "DATA DE NASCIMENTO AAAAMMDD: "
               ACCEPT WS-NASC-ALFA
               IF WS-NOME-PEDIDO = SPACES
                   OR WS-NASC-ALFA IS NOT NUMERIC
                   DISPLAY "INFORME O NUMERO OU O NOME E A DATA DE"
                       " NASCIMENTO"
                   STOP RUN
               END-IF
               MOVE WS-NASC-ALFA TO WS-NASC-PEDIDO
               MOVE WS-NOME-PEDIDO TO WS-PNO-NOME
               MOVE WS-NASC-ALFA TO WS-PNO-NASC
               MOVE WS-PEDIDO-NOME TO WS-PED-TEXTO
           END-IF.

       1000-BUSCAR-POR-NOME.
           IF WS-MESTRE-ABERTO = "S"
               MOVE "N" TO WS-FIM-PESQUISA
               MOVE WS-NOME-PEDIDO TO CAD-NOME
               START CADASTRO-MESTRE KEY IS = CAD-NOME
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PESQUISA
               END-START
               PERFORM UNTIL WS-FIM-PESQUISA = "S"
                   READ CADASTRO-MESTRE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PESQUISA
                       NOT AT END
                           IF CAD-NOME NOT = WS-NOME-PEDIDO
                               MOVE "S" TO WS-FIM-PESQUISA
                           ELSE
                               IF CAD-DATA-NASC = WS-NASC-PEDIDO
                                   MOVE CAD-NUMERO TO WS-NUMERO-TESTE
                                   PERFORM 2900-INCLUIR-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 1500-ABRIR-AUDITORIA.
           PERFORM UNTIL WS-FIM-AUDITORIA = "S"
               PERFORM 1510-LER-AUDITORIA
               IF WS-FIM-AUDITORIA NOT = "S"
                   AND WS-REGISTRO-VALIDO = "S"
                   IF (AUD-NOME-ANT = WS-NOME-PEDIDO
                       AND AUD-NASC-ANT = WS-NASC-PEDIDO)
                       OR (AUD-NOME-NOVO = WS-NOME-PEDIDO
                       AND AUD-NASC-NOVO = WS-NASC-PEDIDO)
                       MOVE AUD-NUMERO TO WS-NUMERO-TESTE
                       PERFORM 2900-INCLUIR-NUMERO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1520-FECHAR-AUDITORIA.

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
                       MOVE "ARC" TO WS-ORIGEM
               END-READ
           END-IF.
           IF WS-FIM-MORTO = "S"
               IF WS-LOG-ABERTO = "S"
                   READ AUDITORIA-LOG
                       AT END
                           MOVE "S" TO WS-FIM-AUDITORIA
                       NOT AT END
                           MOVE "LOG" TO WS-ORIGEM
                   END-READ
               ELSE
                   MOVE "S" TO WS-FIM-AUDITORIA
               END-IF
           END-IF.
           IF WS-FIM-AUDITORIA = "N"
               ADD 1 TO WS-QTD-LIDOS
               IF AUD-NUMERO IS NUMERIC
                   AND (AUD-OPERACAO = "I" OR "A" OR "E"
                       OR "D" OR "R" OR "M")
                   MOVE "S" TO WS-REGISTRO-VALIDO
               END-IF
           END-IF.

       1520-FECHAR-AUDITORIA.
           IF WS-MORTO-ABERTO = "S"
               CLOSE ARQUIVO-MORTO
           END-IF.
           IF WS-LOG-ABERTO = "S"
               CLOSE AUDITORIA-LOG
           END-IF.

       2000-VINCULAR-FUSOES.
           MOVE 1 TO WS-QTD-NOVOS.
           PERFORM UNTIL WS-QTD-NOVOS = 0 OR WS-QTD-NUMEROS = 0
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

       2800-PROCURAR-NUMERO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-NUMEROS OR WS-ACHOU = "S"
               IF WS-NUM-TITULAR (WS-IND) = WS-NUMERO-TESTE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

       2900-INCLUIR-NUMERO.
           PERFORM 2800-PROCURAR-NUMERO.
           IF WS-ACHOU = "N"
               IF WS-QTD-NUMEROS < WS-MAX-NUMEROS
                   ADD 1 TO WS-QTD-NUMEROS
                   MOVE WS-NUMERO-TESTE
                       TO WS-NUM-TITULAR (WS-QTD-NUMEROS)
                   ADD 1 TO WS-QTD-NOVOS
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       2950-INCLUIR-PESSOA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-PESSOA FROM 1 BY 1
               UNTIL WS-IND-PESSOA > WS-QTD-PESSOAS
                   OR WS-ACHOU = "S"
               IF WS-PES-NOME (WS-IND-PESSOA) = WS-NOME-TESTE
                   AND WS-PES-NASC (WS-IND-PESSOA) = WS-NASC-TESTE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-NOME-TESTE NOT = SPACES
               IF WS-QTD-PESSOAS < WS-MAX-PESSOAS
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-NOME-TESTE TO WS-PES-NOME (WS-QTD-PESSOAS)
                   MOVE WS-NASC-TESTE TO WS-PES-NASC (WS-QTD-PESSOAS)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       3000-IMPRIMIR-NUMEROS.
           MOVE "NUMEROS DO TITULAR (INFORMADO E POR FUSAO)"
               TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           IF WS-QTD-NUMEROS = 0
               MOVE WS-LIN-NADA-CONSTA TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-NUMEROS
               MOVE 1 TO WS-LINHAS-NECESSARIAS
               PERFORM 5500-RESERVAR-LINHAS
               MOVE WS-NUM-TITULAR (WS-IND) TO WS-LNU-NUMERO
               MOVE WS-LIN-NUMERO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-PERFORM.

       3100-IMPRIMIR-MESTRE.
           MOVE "CADASTRO MESTRE ATUAL (CADASTRO.DAT)"
               TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           IF WS-QTD-NUMEROS = 0 OR WS-MESTRE-ABERTO = "N"
               MOVE WS-LIN-NADA-CONSTA TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-NUMEROS
                   PERFORM 3110-IMPRIMIR-CLIENTE
               END-PERFORM
           END-IF.

       3110-IMPRIMIR-CLIENTE.
           MOVE WS-NUM-TITULAR (WS-IND) TO CAD-NUMERO.
           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE 1 TO WS-LINHAS-NECESSARIAS
                   PERFORM 5500-RESERVAR-LINHAS
                   MOVE WS-NUM-TITULAR (WS-IND) TO WS-LAU-NUMERO
                   MOVE WS-LIN-AUSENTE TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-NO-MESTRE
                   MOVE 4 TO WS-LINHAS-NECESSARIAS
                   PERFORM 5500-RESERVAR-LINHAS
                   MOVE CAD-NUMERO TO WS-LME-NUMERO
                   MOVE CAD-SITUACAO TO WS-LME-SITUACAO
                   MOVE CAD-DATA-SITUACAO TO WS-LME-DATA
                   MOVE WS-LIN-MESTRE TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
                   MOVE "  ATUAL : " TO WS-LP1-ROTULO
                   PERFORM 3800-IMPRIMIR-CADASTRO
                   MOVE CAD-NOME TO WS-NOME-TESTE
                   MOVE CAD-DATA-NASC TO WS-NASC-TESTE
                   PERFORM 2950-INCLUIR-PESSOA
           END-READ.

       3200-IMPRIMIR-AUDITORIA.
           MOVE "TRILHA DE AUDITORIA (AUDITARC.DAT + AUDITORIA.LOG)"
               TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           IF WS-QTD-NUMEROS > 0
               PERFORM 1500-ABRIR-AUDITORIA
               PERFORM UNTIL WS-FIM-AUDITORIA = "S"
                   PERFORM 1510-LER-AUDITORIA
                   IF WS-FIM-AUDITORIA NOT = "S"
                       AND WS-REGISTRO-VALIDO = "S"
                       MOVE AUD-NUMERO TO WS-NUMERO-TESTE
                       PERFORM 2800-PROCURAR-NUMERO
                       IF WS-ACHOU = "S"
                           PERFORM 3210-IMPRIMIR-REGISTRO-AUDITORIA
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 1520-FECHAR-AUDITORIA
           END-IF.
           IF WS-QTD-AUDITORIA = 0
               MOVE WS-LIN-NADA-CONSTA TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       3210-IMPRIMIR-REGISTRO-AUDITORIA.
           ADD 1 TO WS-QTD-AUDITORIA.
           MOVE 7 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           EVALUATE AUD-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO" TO WS-DESC-OPERACAO
               WHEN "A"
                   MOVE "ALTERACAO" TO WS-DESC-OPERACAO
               WHEN "D"
                   MOVE "DESATIVACAO" TO WS-DESC-OPERACAO
               WHEN "R"
                   MOVE "REATIVACAO" TO WS-DESC-OPERACAO
               WHEN "M"
                   MOVE "FUSAO" TO WS-DESC-OPERACAO
               WHEN "E"
                   MOVE "EXCLUSAO" TO WS-DESC-OPERACAO
           END-EVALUATE.
           MOVE AUD-DATA-HORA (1:8) TO WS-LAD-DATA.
           MOVE AUD-DATA-HORA (9:2) TO WS-LAD-HORA.
           MOVE AUD-DATA-HORA (11:2) TO WS-LAD-MIN.
           MOVE AUD-DATA-HORA (13:2) TO WS-LAD-SEG.
           MOVE WS-ORIGEM TO WS-LAD-ORIGEM.
           MOVE AUD-USUARIO TO WS-LAD-USUARIO.
           MOVE WS-DESC-OPERACAO TO WS-LAD-OPERACAO.
           MOVE AUD-NUMERO TO WS-LAD-NUMERO.
           MOVE SPACES TO WS-LAD-FUSAO.
           IF AUD-NUMERO-FUSAO IS NUMERIC
               AND AUD-NUMERO-FUSAO > 0
               MOVE AUD-NUMERO-FUSAO TO WS-LFU-NUMERO
               MOVE WS-LIN-FUSAO TO WS-LAD-FUSAO
           END-IF.
           MOVE WS-LIN-AUDITORIA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           IF AUD-OPERACAO NOT = "I"
               MOVE "  ANTES : " TO WS-LP1-ROTULO
               MOVE AUD-NOME-ANT TO WS-LP1-NOME
               MOVE AUD-NASC-ANT TO WS-LP1-NASC
               MOVE AUD-ENDERECO-ANT TO WS-LP2-ENDERECO
               MOVE AUD-CIDADE-ANT TO WS-LP2-CIDADE
               MOVE AUD-CEP-ANT TO WS-LP3-CEP
               MOVE AUD-TELEFONE-ANT TO WS-LP3-TELEFONE
               MOVE AUD-EMAIL-ANT TO WS-LP3-EMAIL
               PERFORM 3850-IMPRIMIR-PESSOA
               MOVE AUD-NOME-ANT TO WS-NOME-TESTE
               MOVE AUD-NASC-ANT TO WS-NASC-TESTE
               PERFORM 2950-INCLUIR-PESSOA
           END-IF.
           IF AUD-OPERACAO NOT = "E"
               MOVE "  DEPOIS: " TO WS-LP1-ROTULO
               MOVE AUD-NOME-NOVO TO WS-LP1-NOME
               MOVE AUD-NASC-NOVO TO WS-LP1-NASC
               MOVE AUD-ENDERECO-NOVO TO WS-LP2-ENDERECO
               MOVE AUD-CIDADE-NOVO TO WS-LP2-CIDADE
               MOVE AUD-CEP-NOVO TO WS-LP3-CEP
               MOVE AUD-TELEFONE-NOVO TO WS-LP3-TELEFONE
               MOVE AUD-EMAIL-NOVO TO WS-LP3-EMAIL
               PERFORM 3850-IMPRIMIR-PESSOA
               MOVE AUD-NOME-NOVO TO WS-NOME-TESTE
               MOVE AUD-NASC-NOVO TO WS-NASC-TESTE
               PERFORM 2950-INCLUIR-PESSOA
           END-IF.

       3300-IMPRIMIR-SUSPENSOS.
           MOVE "SUSPENSOS PENDENTES (SUSPENSO.DAT)" TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           IF WS-NOME-PEDIDO NOT = SPACES
               MOVE WS-NOME-PEDIDO TO WS-NOME-TESTE
               MOVE WS-NASC-PEDIDO TO WS-NASC-TESTE
               PERFORM 2950-INCLUIR-PESSOA
           END-IF.
           OPEN INPUT ARQUIVO-SUSPENSO.
           IF WS-FS-SUSPENSO = "00" AND WS-QTD-PESSOAS > 0
               MOVE "N" TO WS-FIM-SUSPENSO
               PERFORM UNTIL WS-FIM-SUSPENSO = "S"
                   READ ARQUIVO-SUSPENSO
                       AT END
                           MOVE "S" TO WS-FIM-SUSPENSO
                       NOT AT END
                           PERFORM 3310-CONFERIR-SUSPENSO
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FS-SUSPENSO = "00" OR WS-FS-SUSPENSO = "10"
               CLOSE ARQUIVO-SUSPENSO
           END-IF.
           IF WS-QTD-SUSPENSOS = 0
               MOVE WS-LIN-NADA-CONSTA TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       3310-CONFERIR-SUSPENSO.
           MOVE SUS-NOME TO WS-NOME-COMPARA.
           INSPECT WS-NOME-COMPARA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-PESSOA FROM 1 BY 1
               UNTIL WS-IND-PESSOA > WS-QTD-PESSOAS
                   OR WS-ACHOU = "S"
               MOVE WS-PES-NOME (WS-IND-PESSOA) TO WS-NOME-TESTE
               INSPECT WS-NOME-TESTE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-NOME-TESTE = WS-NOME-COMPARA
                   AND WS-PES-NASC (WS-IND-PESSOA) = SUS-DATA-NASC
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-QTD-SUSPENSOS
               MOVE 4 TO WS-LINHAS-NECESSARIAS
               PERFORM 5500-RESERVAR-LINHAS
               MOVE SUS-LOTE TO WS-LSU-LOTE
               MOVE SUS-MOTIVO TO WS-LSU-MOTIVO
               MOVE SUS-DATA-CARGA TO WS-LSU-CARGA
               MOVE WS-LIN-SUSPENSO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
               MOVE "  SUSP. : " TO WS-LP1-ROTULO
               MOVE SUS-NOME TO WS-LP1-NOME
               MOVE SUS-DATA-NASC TO WS-LP1-NASC
               MOVE SUS-ENDERECO TO WS-LP2-ENDERECO
               MOVE SUS-CIDADE TO WS-LP2-CIDADE
               MOVE SUS-CEP TO WS-LP3-CEP
               MOVE SUS-TELEFONE TO WS-LP3-TELEFONE
               MOVE SUS-EMAIL TO WS-LP3-EMAIL
               PERFORM 3850-IMPRIMIR-PESSOA
           END-IF.

       3400-IMPRIMIR-BACKUPS.
           MOVE "GERACOES DE BACKUP (BACKUP1.DAT A BACKUP5.DAT)"
               TO WS-SEC-TITULO.
           PERFORM 3900-IMPRIMIR-SECAO.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-MAX-GERACOES
               PERFORM 3410-EXAMINAR-BACKUP
           END-PERFORM.

       3410-EXAMINAR-BACKUP.
           MOVE WS-SLOT TO WS-BKP-SLOT.
           MOVE ZEROS TO WS-QTD-NO-BACKUP.
           MOVE "N" TO WS-FIM-BACKUP.
           MOVE SPACES TO WS-CABECALHO-BACKUP.
           OPEN INPUT ARQUIVO-BACKUP.
           IF WS-FS-BACKUP NOT = "00"
               MOVE "S" TO WS-FIM-BACKUP
           ELSE
               READ ARQUIVO-BACKUP
                   AT END
                       MOVE "S" TO WS-FIM-BACKUP
                   NOT AT END
                       MOVE REG-BACKUP TO WS-CABECALHO-BACKUP
               END-READ
           END-IF.
           PERFORM UNTIL WS-FIM-BACKUP = "S"
               READ ARQUIVO-BACKUP
                   AT END
                       MOVE "S" TO WS-FIM-BACKUP
                   NOT AT END
                       PERFORM 3420-CONFERIR-BACKUP
               END-READ
           END-PERFORM.
           IF WS-FS-BACKUP = "00" OR WS-FS-BACKUP = "10"
               CLOSE ARQUIVO-BACKUP
               IF WS-QTD-NO-BACKUP = 0
                   AND WS-CAB-PREFIXO = "*GER="
                   MOVE 1 TO WS-LINHAS-NECESSARIAS
                   PERFORM 5500-RESERVAR-LINHAS
                   PERFORM 3430-MONTAR-LINHA-BACKUP
                   MOVE "NADA CONSTA" TO WS-LBK-TEXTO
                   MOVE WS-LIN-BACKUP TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
               END-IF
           END-IF.

       3420-CONFERIR-BACKUP.
           IF REG-BACKUP (1:7) IS NUMERIC
               MOVE REG-BACKUP TO CAD-REGISTRO
               MOVE CAD-NUMERO TO WS-NUMERO-TESTE
               PERFORM 2800-PROCURAR-NUMERO
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-QTD-NO-BACKUP
                   ADD 1 TO WS-QTD-BACKUPS
                   MOVE 4 TO WS-LINHAS-NECESSARIAS
                   PERFORM 5500-RESERVAR-LINHAS
                   PERFORM 3430-MONTAR-LINHA-BACKUP
                   MOVE SPACES TO WS-LBK-TEXTO
                   STRING "PRESENTE - NUMERO " CAD-NUMERO
                       DELIMITED BY SIZE INTO WS-LBK-TEXTO
                   END-STRING
                   MOVE WS-LIN-BACKUP TO REG-RELATORIO
                   PERFORM 6000-GRAVAR-LINHA
                   MOVE "  BACKUP: " TO WS-LP1-ROTULO
                   PERFORM 3800-IMPRIMIR-CADASTRO
               END-IF
           END-IF.

       3430-MONTAR-LINHA-BACKUP.
           MOVE WS-CAB-GERACAO TO WS-LBK-GERACAO.
           MOVE WS-CAB-DATA TO WS-LBK-DATA.
           MOVE WS-CAB-HORA TO WS-LBK-HORA.
           MOVE WS-NOME-BACKUP TO WS-LBK-ARQUIVO.

       3800-IMPRIMIR-CADASTRO.
           MOVE CAD-NOME TO WS-LP1-NOME.
           MOVE CAD-DATA-NASC TO WS-LP1-NASC.
           MOVE CAD-ENDERECO TO WS-LP2-ENDERECO.
           MOVE CAD-CIDADE TO WS-LP2-CIDADE.
           MOVE CAD-CEP TO WS-LP3-CEP.
           MOVE CAD-TELEFONE TO WS-LP3-TELEFONE.
           MOVE CAD-EMAIL TO WS-LP3-EMAIL.
           PERFORM 3850-IMPRIMIR-PESSOA.

       3850-IMPRIMIR-PESSOA.
           MOVE WS-LIN-PESSOA-1 TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-PESSOA-2 TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-PESSOA-3 TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3900-IMPRIMIR-SECAO.
           MOVE 4 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SECAO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4000-IMPRIMIR-TOTAIS.
           MOVE 8 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "NUMEROS DO TITULAR...........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-NUMEROS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REGISTROS NO MESTRE..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-NO-MESTRE TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REGISTROS DE AUDITORIA.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-AUDITORIA TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "SUSPENSOS PENDENTES..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-SUSPENSOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "PRESENCAS EM BACKUP..........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-BACKUPS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
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

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE "PROGRAMA25" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-AUDITORIA TO EXE-QTD-GRAVADOS.
           MOVE ZEROS TO EXE-QTD-REJEITADOS.
           IF WS-TABELA-CHEIA = "S"
               MOVE "FA" TO EXE-RESULTADO
           ELSE
               MOVE "OK" TO EXE-RESULTADO
           END-IF.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
