       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA24.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Mala direta postal dos clientes
      *==ativos, ordenada por CEP. Filtros opcionais
      *==pedidos no console (VAZIO = sem filtro):
      *==cidade, faixa de CEP, faixa de idade e mes de
      *==aniversario. O cliente filtrado so entra na
      *==mala com endereco completo e valido; os demais
      *==saem em MALAEXC.TXT para a mesa de atendimento
      *==acertar, com os motivos (mesmos codigos do
      *==relatorio de endereco PROGRAMA23):
      *==  04 = CEP INVALIDO (nao numerico ou zeros)
      *==  06 = CEP FORA DA TABELA DE CEP
      *==  07 = CEP NAO CONFERE COM A CIDADE
      *==  08 = CIDADE EM BRANCO
      *==  09 = ENDERECO EM BRANCO
      *==  10 = ENDERECO DEVOLVIDO (canal postal marcado
      *==       como invalido por PROGRAMA28)
      *==O endereco devolvido sai como excecao 10 ou,
      *==se pedido no console (M = MARCAR), entra na
      *==mala com o indicador S no detalhe.
      *==Saidas, classificadas (SORT) por CEP e numero:
      *==  MALADIRETA.DAT - leiaute fixo para o correio:
      *==    cabecalho (H), detalhes (D, com o
      *==    indicador de endereco devolvido), contagem de
      *==    cada grupo de prefixo de CEP (G, 5 digitos,
      *==    para o desconto de carta ordenada) e trilha
      *==    (T) com grupos e registros;
      *==  ETIQUETAS.TXT  - etiquetas tres por fileira.
      *==A UF vem da tabela CEPFAIXA.DAT; sem a tabela
      *==o CEP e criticado so pelo formato e a UF sai
      *==em branco.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-MESTRE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-NUMERO
               ALTERNATE RECORD KEY IS CAD-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MESTRE.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-ORDENACAO ASSIGN TO "SORTWORK".

           SELECT ARQUIVO-MALA ASSIGN TO "MALADIRETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MALA.

           SELECT ARQUIVO-ETIQUETA ASSIGN TO "ETIQUETAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETIQUETA.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "MALAEXC.TXT"
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

       FD  TABELA-CEP.
           COPY CEPREG.

       SD  ARQ-ORDENACAO.
       01  SRT-REGISTRO.
           05 SRT-CEP      PIC 9(08).
           05 SRT-NUMERO   PIC 9(07).
           05 SRT-NOME     PIC X(30).
           05 SRT-ENDERECO PIC X(40).
           05 SRT-CIDADE   PIC X(20).
           05 SRT-UF       PIC X(02).
           05 SRT-DEVOLVIDO PIC X(01).

       FD  ARQUIVO-MALA.
       01  REG-MALA PIC X(109).

       FD  ARQUIVO-ETIQUETA.
       01  REG-ETIQUETA PIC X(132).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-MALA PIC XX VALUE "00".
       77 WS-FS-ETIQUETA PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-MESTRE PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-FILTRO-OK PIC X(01) VALUE "N".
       77 WS-TEM-GRUPO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-UF-CEP PIC X(02) VALUE SPACES.
       77 WS-MOTIVO PIC X(02) VALUE SPACES.
       77 WS-PREFIXO-ANT PIC X(05) VALUE SPACES.
       77 WS-IND PIC 9(01) VALUE ZEROS.
       77 WS-QTD-ETIQUETAS PIC 9(01) VALUE ZEROS.
       77 WS-FIL-CIDADE PIC X(20) VALUE SPACES.
       77 WS-FIL-CEP-INI-ALFA PIC X(08) VALUE SPACES.
       77 WS-FIL-CEP-FIM-ALFA PIC X(08) VALUE SPACES.
       77 WS-FIL-CEP-INI PIC 9(08) VALUE ZEROS.
       77 WS-FIL-CEP-FIM PIC 9(08) VALUE 99999999.
       77 WS-FIL-IDADE-MIN-ALFA PIC X(03) VALUE SPACES.
       77 WS-FIL-IDADE-MAX-ALFA PIC X(03) VALUE SPACES.
       77 WS-FIL-IDADE-MIN PIC 9(03) VALUE ZEROS.
       77 WS-FIL-IDADE-MAX PIC 9(03) VALUE 999.
       77 WS-FIL-MES-ALFA PIC X(02) VALUE SPACES.
       77 WS-FIL-MES PIC 9(02) VALUE ZEROS.
       77 WS-FILTRA-IDADE PIC X(01) VALUE "N".
       77 WS-OPC-DEVOLVIDO PIC X(01) VALUE "E".
       77 WS-MMDD-NASC PIC 9(04) VALUE ZEROS.
       77 WS-IDADE-ATUAL PIC 9(03) VALUE ZEROS.
       77 WS-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INATIVOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-FILTRO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRUPO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRUPOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCECOES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-04 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-06 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-07 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-08 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-09 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOTIVO-10 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).
           05 WS-MMDD-ATUAL PIC 9(04).

       01 WS-MAL-CABECALHO.
           05 FILLER PIC X(01) VALUE "H".
           05 WS-MCB-DATA PIC 9(08).
           05 WS-MCB-HORA PIC 9(06).

       01 WS-MAL-DETALHE.
           05 FILLER PIC X(01) VALUE "D".
           05 WS-MDT-CEP      PIC 9(08).
           05 WS-MDT-NUMERO   PIC 9(07).
           05 WS-MDT-NOME     PIC X(30).
           05 WS-MDT-ENDERECO PIC X(40).
           05 WS-MDT-CIDADE   PIC X(20).
           05 WS-MDT-UF       PIC X(02).
           05 WS-MDT-DEVOLVIDO PIC X(01).

       01 WS-MAL-GRUPO.
           05 FILLER PIC X(01) VALUE "G".
           05 WS-MGR-PREFIXO PIC X(05).
           05 WS-MGR-QTD PIC 9(07).

       01 WS-MAL-TRILHA.
           05 FILLER PIC X(01) VALUE "T".
           05 WS-MTR-QTD-GRUPOS PIC 9(07).
           05 WS-MTR-QTD PIC 9(07).
           05 WS-MTR-DATA PIC 9(08).

       01 WS-ETIQUETAS.
           05 WS-ETQ OCCURS 3 TIMES.
              10 WS-ETQ-NOME     PIC X(40).
              10 WS-ETQ-ENDERECO PIC X(40).
              10 WS-ETQ-LOCAL    PIC X(40).
              10 WS-ETQ-CEP      PIC X(40).

       01 WS-LIN-ETIQUETA.
           05 WS-LET-COLUNA OCCURS 3 TIMES.
              10 WS-LET-TEXTO PIC X(40).
              10 FILLER PIC X(04).

       01 WS-MONTA-CEP.
           05 FILLER PIC X(04) VALUE "CEP ".
           05 WS-MCE-PREFIXO PIC X(05).
           05 FILLER PIC X(01) VALUE "-".
           05 WS-MCE-SUFIXO PIC X(03).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "MALA DIRETA - EXCECOES".
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

       01 WS-LIN-FILTRO-1.
           05 FILLER PIC X(08) VALUE "CIDADE: ".
           05 WS-LF1-CIDADE PIC X(20).
           05 FILLER PIC X(07) VALUE "  CEP: ".
           05 WS-LF1-CEP-INI PIC X(08).
           05 FILLER PIC X(03) VALUE " A ".
           05 WS-LF1-CEP-FIM PIC X(08).

       01 WS-LIN-FILTRO-2.
           05 FILLER PIC X(08) VALUE "IDADE: ".
           05 WS-LF2-IDADE-MIN PIC X(03).
           05 FILLER PIC X(03) VALUE " A ".
           05 WS-LF2-IDADE-MAX PIC X(03).
           05 FILLER PIC X(23)
               VALUE "  MES DE ANIVERSARIO: ".
           05 WS-LF2-MES PIC X(05).
           05 FILLER PIC X(14) VALUE "  DEVOLVIDOS: ".
           05 WS-LF2-DEVOLVIDO PIC X(07).

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(08) VALUE "NUMERO".
           05 FILLER PIC X(26) VALUE "NOME".
           05 FILLER PIC X(09) VALUE "CEP".
           05 FILLER PIC X(34) VALUE "MOTIVO".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".

       01 WS-LIN-DETALHE.
           05 WS-DET-NUMERO PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-NOME PIC X(25).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-CEP PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-DESCRICAO PIC X(30).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 0200-PEDIR-FILTROS.
           OPEN INPUT CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
               STOP RUN
           END-IF.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP = "00"
               MOVE "S" TO WS-CEP-ABERTO
           ELSE
               DISPLAY "CEPFAIXA.DAT INDISPONIVEL - CEP CRITICADO"
                   " SO PELO FORMATO"
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           OPEN OUTPUT ARQUIVO-MALA.
           OPEN OUTPUT ARQUIVO-ETIQUETA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           PERFORM 5000-NOVA-PAGINA.
           MOVE WS-DATA-HORA (1:8) TO WS-MCB-DATA.
           MOVE WS-DATA-HORA (9:6) TO WS-MCB-HORA.
           MOVE WS-MAL-CABECALHO TO REG-MALA.
           WRITE REG-MALA.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-CEP SRT-NUMERO
               INPUT PROCEDURE IS 1000-SELECIONAR
               OUTPUT PROCEDURE IS 3000-GRAVAR-MALA.
           MOVE WS-QTD-GRUPOS TO WS-MTR-QTD-GRUPOS.
           MOVE WS-QTD-GRAVADOS TO WS-MTR-QTD.
           MOVE WS-DATA-HORA (1:8) TO WS-MTR-DATA.
           MOVE WS-MAL-TRILHA TO REG-MALA.
           WRITE REG-MALA.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE CADASTRO-MESTRE.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.
           CLOSE ARQUIVO-MALA.
           CLOSE ARQUIVO-ETIQUETA.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "MALA DIRETA GERADA EM MALADIRETA.DAT".
           DISPLAY "ETIQUETAS GERADAS EM ETIQUETAS.TXT".
           DISPLAY "EXCECOES LISTADAS EM MALAEXC.TXT".
           DISPLAY "REGISTROS EXAMINADOS.: " WS-QTD-REGISTROS.
           DISPLAY "INATIVOS OMITIDOS....: " WS-QTD-INATIVOS.
           DISPLAY "FORA DOS FILTROS.....: " WS-QTD-FORA-FILTRO.
           DISPLAY "CLIENTES NA MALA.....: " WS-QTD-GRAVADOS.
           DISPLAY "GRUPOS DE CEP........: " WS-QTD-GRUPOS.
           DISPLAY "EXCECOES DE ENDERECO.: " WS-QTD-EXCECOES.
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

       0200-PEDIR-FILTROS.
           DISPLAY "CIDADE (VAZIO = TODAS): ".
           ACCEPT WS-FIL-CIDADE.
           INSPECT WS-FIL-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FIL-CIDADE = SPACES
               MOVE "TODAS" TO WS-LF1-CIDADE
           ELSE
               MOVE WS-FIL-CIDADE TO WS-LF1-CIDADE
           END-IF.
           DISPLAY "CEP INICIAL (VAZIO = SEM LIMITE): ".
           ACCEPT WS-FIL-CEP-INI-ALFA.
           IF WS-FIL-CEP-INI-ALFA NOT = SPACES
               IF WS-FIL-CEP-INI-ALFA IS NOT NUMERIC
                   DISPLAY "CEP INICIAL INVALIDO: "
                       WS-FIL-CEP-INI-ALFA
                   STOP RUN
               END-IF
               MOVE WS-FIL-CEP-INI-ALFA TO WS-FIL-CEP-INI
           END-IF.
           DISPLAY "CEP FINAL (VAZIO = SEM LIMITE): ".
           ACCEPT WS-FIL-CEP-FIM-ALFA.
           IF WS-FIL-CEP-FIM-ALFA NOT = SPACES
               IF WS-FIL-CEP-FIM-ALFA IS NOT NUMERIC
                   DISPLAY "CEP FINAL INVALIDO: "
                       WS-FIL-CEP-FIM-ALFA
                   STOP RUN
               END-IF
               MOVE WS-FIL-CEP-FIM-ALFA TO WS-FIL-CEP-FIM
           END-IF.
           IF WS-FIL-CEP-INI > WS-FIL-CEP-FIM
               DISPLAY "CEP INICIAL MAIOR QUE O FINAL"
               STOP RUN
           END-IF.
           MOVE WS-FIL-CEP-INI TO WS-LF1-CEP-INI.
           MOVE WS-FIL-CEP-FIM TO WS-LF1-CEP-FIM.
           DISPLAY "IDADE MINIMA (VAZIO = SEM LIMITE): ".
           ACCEPT WS-FIL-IDADE-MIN-ALFA.
           IF WS-FIL-IDADE-MIN-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-FIL-IDADE-MIN-ALFA) IS NOT NUMERIC
                   DISPLAY "IDADE MINIMA INVALIDA: "
                       WS-FIL-IDADE-MIN-ALFA
                   STOP RUN
               END-IF
               COMPUTE WS-FIL-IDADE-MIN =
                   FUNCTION NUMVAL(WS-FIL-IDADE-MIN-ALFA)
               MOVE "S" TO WS-FILTRA-IDADE
           END-IF.
           DISPLAY "IDADE MAXIMA (VAZIO = SEM LIMITE): ".
           ACCEPT WS-FIL-IDADE-MAX-ALFA.
           IF WS-FIL-IDADE-MAX-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-FIL-IDADE-MAX-ALFA) IS NOT NUMERIC
                   DISPLAY "IDADE MAXIMA INVALIDA: "
                       WS-FIL-IDADE-MAX-ALFA
                   STOP RUN
               END-IF
               COMPUTE WS-FIL-IDADE-MAX =
                   FUNCTION NUMVAL(WS-FIL-IDADE-MAX-ALFA)
               MOVE "S" TO WS-FILTRA-IDADE
           END-IF.
           IF WS-FIL-IDADE-MIN > WS-FIL-IDADE-MAX
               DISPLAY "IDADE MINIMA MAIOR QUE A MAXIMA"
               STOP RUN
           END-IF.
           MOVE WS-FIL-IDADE-MIN TO WS-LF2-IDADE-MIN.
           MOVE WS-FIL-IDADE-MAX TO WS-LF2-IDADE-MAX.
           DISPLAY "MES DE ANIVERSARIO 01-12 (VAZIO = TODOS): ".
           ACCEPT WS-FIL-MES-ALFA.
           IF WS-FIL-MES-ALFA = SPACES
               MOVE "TODOS" TO WS-LF2-MES
           ELSE
               IF WS-FIL-MES-ALFA IS NOT NUMERIC
                   DISPLAY "MES INVALIDO: " WS-FIL-MES-ALFA
                   STOP RUN
               END-IF
               MOVE WS-FIL-MES-ALFA TO WS-FIL-MES
               IF WS-FIL-MES < 01 OR WS-FIL-MES > 12
                   DISPLAY "MES INVALIDO: " WS-FIL-MES-ALFA
                   STOP RUN
               END-IF
               MOVE WS-FIL-MES-ALFA TO WS-LF2-MES
           END-IF.
           DISPLAY "ENDERECO DEVOLVIDO: E = EXCLUIR, M = MARCAR"
               " (VAZIO = EXCLUIR): ".
           ACCEPT WS-OPC-DEVOLVIDO.
           IF WS-OPC-DEVOLVIDO = "M" OR WS-OPC-DEVOLVIDO = "m"
               MOVE "M" TO WS-OPC-DEVOLVIDO
               MOVE "MARCAR" TO WS-LF2-DEVOLVIDO
           ELSE
               MOVE "E" TO WS-OPC-DEVOLVIDO
               MOVE "EXCLUIR" TO WS-LF2-DEVOLVIDO
           END-IF.

       1000-SELECIONAR.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               PERFORM 1100-LER-MESTRE
               IF WS-FIM-MESTRE NOT = "S"
                   ADD 1 TO WS-QTD-REGISTROS
                   IF CAD-SITUACAO = "I" OR "F"
                       ADD 1 TO WS-QTD-INATIVOS
                   ELSE
                       PERFORM 2000-APLICAR-FILTROS
                       IF WS-FILTRO-OK = "S"
                           PERFORM 2200-CONFERIR-ENDERECO
                       ELSE
                           ADD 1 TO WS-QTD-FORA-FILTRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1100-LER-MESTRE.
           READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-MESTRE
           END-READ.

       2000-APLICAR-FILTROS.
           MOVE "S" TO WS-FILTRO-OK.
           IF WS-FIL-CIDADE NOT = SPACES
               MOVE CAD-CIDADE TO WS-CIDADE-COMPARA
               INSPECT WS-CIDADE-COMPARA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CIDADE-COMPARA NOT = WS-FIL-CIDADE
                   MOVE "N" TO WS-FILTRO-OK
               END-IF
           END-IF.
           IF WS-FIL-CEP-INI-ALFA NOT = SPACES
               OR WS-FIL-CEP-FIM-ALFA NOT = SPACES
               IF CAD-CEP IS NOT NUMERIC
                   MOVE "N" TO WS-FILTRO-OK
               ELSE
                   IF CAD-CEP < WS-FIL-CEP-INI
                       OR CAD-CEP > WS-FIL-CEP-FIM
                       MOVE "N" TO WS-FILTRO-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-FILTRA-IDADE = "S" OR WS-FIL-MES-ALFA NOT = SPACES
               IF CAD-DATA-NASC IS NOT NUMERIC
                   MOVE "N" TO WS-FILTRO-OK
               END-IF
           END-IF.
           IF WS-FILTRO-OK = "S" AND WS-FILTRA-IDADE = "S"
               PERFORM 2100-CALCULAR-IDADE
               IF WS-IDADE-ATUAL < WS-FIL-IDADE-MIN
                   OR WS-IDADE-ATUAL > WS-FIL-IDADE-MAX
                   MOVE "N" TO WS-FILTRO-OK
               END-IF
           END-IF.
           IF WS-FILTRO-OK = "S" AND WS-FIL-MES-ALFA NOT = SPACES
               IF CAD-NASC-MES NOT = WS-FIL-MES
                   MOVE "N" TO WS-FILTRO-OK
               END-IF
           END-IF.

       2100-CALCULAR-IDADE.
           COMPUTE WS-IDADE-ATUAL = WS-ANO-ATUAL - CAD-NASC-ANO.
           COMPUTE WS-MMDD-NASC =
               CAD-NASC-MES * 100 + CAD-NASC-DIA.
           IF WS-MMDD-ATUAL < WS-MMDD-NASC
               SUBTRACT 1 FROM WS-IDADE-ATUAL
           END-IF.

       2200-CONFERIR-ENDERECO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-UF-CEP.
           IF CAD-ENDERECO = SPACES
               MOVE "09" TO WS-MOTIVO
               ADD 1 TO WS-QTD-MOTIVO-09
           ELSE
               IF CAD-CEP IS NOT NUMERIC OR CAD-CEP = ZEROS
                   MOVE "04" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-MOTIVO-04
               ELSE
                   IF WS-CEP-ABERTO = "S"
                       PERFORM 2210-CONSULTAR-CEP
                       IF WS-CEP-ACHADO = "N"
                           MOVE "06" TO WS-MOTIVO
                           ADD 1 TO WS-QTD-MOTIVO-06
                       ELSE
                           MOVE CEP-UF TO WS-UF-CEP
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               IF CAD-CIDADE = SPACES
                   MOVE "08" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-MOTIVO-08
               ELSE
                   IF WS-CEP-ABERTO = "S"
                       MOVE CAD-CIDADE TO WS-CIDADE-COMPARA
                       INSPECT WS-CIDADE-COMPARA CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                           MOVE "07" TO WS-MOTIVO
                           ADD 1 TO WS-QTD-MOTIVO-07
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND CAD-POSTAL-INVALIDO = "S"
               IF WS-OPC-DEVOLVIDO = "E"
                   MOVE "10" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-MOTIVO-10
               ELSE
                   ADD 1 TO WS-QTD-DEVOLVIDOS
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 2300-LIBERAR-CLIENTE
           ELSE
               PERFORM 2400-IMPRIMIR-EXCECAO
           END-IF.

       2210-CONSULTAR-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE CAD-CEP TO CEP-FINAL.
           START TABELA-CEP KEY IS NOT LESS THAN CEP-FINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TABELA-CEP NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CEP-INICIAL <= CAD-CEP
                               MOVE "S" TO WS-CEP-ACHADO
                           END-IF
                   END-READ
           END-START.

       2300-LIBERAR-CLIENTE.
           MOVE CAD-CEP TO SRT-CEP.
           MOVE CAD-NUMERO TO SRT-NUMERO.
           MOVE CAD-NOME TO SRT-NOME.
           MOVE CAD-ENDERECO TO SRT-ENDERECO.
           MOVE CAD-CIDADE TO SRT-CIDADE.
           INSPECT SRT-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-UF-CEP TO SRT-UF.
           IF CAD-POSTAL-INVALIDO = "S"
               MOVE "S" TO SRT-DEVOLVIDO
           ELSE
               MOVE "N" TO SRT-DEVOLVIDO
           END-IF.
           RELEASE SRT-REGISTRO.

       2400-IMPRIMIR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 1
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE CAD-NUMERO TO WS-DET-NUMERO.
           MOVE CAD-NOME TO WS-DET-NOME.
           MOVE CAD-CEP TO WS-DET-CEP.
           MOVE WS-MOTIVO TO WS-DET-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN "04"
                   MOVE "CEP INVALIDO" TO WS-DET-DESCRICAO
               WHEN "06"
                   MOVE "CEP FORA DA TABELA DE CEP" TO WS-DET-DESCRICAO
               WHEN "07"
                   MOVE "CEP NAO CONFERE COM A CIDADE"
                       TO WS-DET-DESCRICAO
               WHEN "08"
                   MOVE "CIDADE EM BRANCO" TO WS-DET-DESCRICAO
               WHEN "09"
                   MOVE "ENDERECO EM BRANCO" TO WS-DET-DESCRICAO
               WHEN "10"
                   MOVE "ENDERECO DEVOLVIDO" TO WS-DET-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WS-DET-DESCRICAO
           END-EVALUATE.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3000-GRAVAR-MALA.
           MOVE SPACES TO WS-ETIQUETAS.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       PERFORM 3100-GRAVAR-CLIENTE
               END-RETURN
           END-PERFORM.
           IF WS-TEM-GRUPO = "S"
               PERFORM 3200-FECHAR-GRUPO
           END-IF.
           IF WS-QTD-ETIQUETAS > 0
               PERFORM 3400-IMPRIMIR-FILEIRA
           END-IF.

       3100-GRAVAR-CLIENTE.
           IF WS-TEM-GRUPO = "S"
               AND SRT-CEP (1:5) NOT = WS-PREFIXO-ANT
               PERFORM 3200-FECHAR-GRUPO
           END-IF.
           IF WS-TEM-GRUPO = "N"
               MOVE SRT-CEP (1:5) TO WS-PREFIXO-ANT
               MOVE ZEROS TO WS-QTD-GRUPO
               MOVE "S" TO WS-TEM-GRUPO
           END-IF.
           MOVE SRT-CEP TO WS-MDT-CEP.
           MOVE SRT-NUMERO TO WS-MDT-NUMERO.
           MOVE SRT-NOME TO WS-MDT-NOME.
           MOVE SRT-ENDERECO TO WS-MDT-ENDERECO.
           MOVE SRT-CIDADE TO WS-MDT-CIDADE.
           MOVE SRT-UF TO WS-MDT-UF.
           MOVE SRT-DEVOLVIDO TO WS-MDT-DEVOLVIDO.
           MOVE WS-MAL-DETALHE TO REG-MALA.
           WRITE REG-MALA.
           ADD 1 TO WS-QTD-GRUPO.
           ADD 1 TO WS-QTD-GRAVADOS.
           PERFORM 3300-GUARDAR-ETIQUETA.

       3200-FECHAR-GRUPO.
           MOVE WS-PREFIXO-ANT TO WS-MGR-PREFIXO.
           MOVE WS-QTD-GRUPO TO WS-MGR-QTD.
           MOVE WS-MAL-GRUPO TO REG-MALA.
           WRITE REG-MALA.
           ADD 1 TO WS-QTD-GRUPOS.
           MOVE "N" TO WS-TEM-GRUPO.

       3300-GUARDAR-ETIQUETA.
           ADD 1 TO WS-QTD-ETIQUETAS.
           MOVE SRT-NOME TO WS-ETQ-NOME (WS-QTD-ETIQUETAS).
           MOVE SRT-ENDERECO TO WS-ETQ-ENDERECO (WS-QTD-ETIQUETAS).
           IF SRT-UF = SPACES
               MOVE SRT-CIDADE TO WS-ETQ-LOCAL (WS-QTD-ETIQUETAS)
           ELSE
               STRING SRT-CIDADE DELIMITED BY "  "
                   " - " SRT-UF DELIMITED BY SIZE
                   INTO WS-ETQ-LOCAL (WS-QTD-ETIQUETAS)
               END-STRING
           END-IF.
           MOVE SRT-CEP (1:5) TO WS-MCE-PREFIXO.
           MOVE SRT-CEP (6:3) TO WS-MCE-SUFIXO.
           MOVE WS-MONTA-CEP TO WS-ETQ-CEP (WS-QTD-ETIQUETAS).
           IF WS-QTD-ETIQUETAS = 3
               PERFORM 3400-IMPRIMIR-FILEIRA
           END-IF.

       3400-IMPRIMIR-FILEIRA.
           MOVE SPACES TO WS-LIN-ETIQUETA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               MOVE WS-ETQ-NOME (WS-IND) TO WS-LET-TEXTO (WS-IND)
           END-PERFORM.
           MOVE WS-LIN-ETIQUETA TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               MOVE WS-ETQ-ENDERECO (WS-IND) TO WS-LET-TEXTO (WS-IND)
           END-PERFORM.
           MOVE WS-LIN-ETIQUETA TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               MOVE WS-ETQ-LOCAL (WS-IND) TO WS-LET-TEXTO (WS-IND)
           END-PERFORM.
           MOVE WS-LIN-ETIQUETA TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               MOVE WS-ETQ-CEP (WS-IND) TO WS-LET-TEXTO (WS-IND)
           END-PERFORM.
           MOVE WS-LIN-ETIQUETA TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO WS-ETIQUETAS.
           MOVE ZEROS TO WS-QTD-ETIQUETAS.

       4000-IMPRIMIR-TOTAIS.
           IF WS-QTD-LINHAS >= WS-LINHAS-POR-PAGINA - 15
               PERFORM 5000-NOVA-PAGINA
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "REGISTROS EXAMINADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-REGISTROS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "INATIVOS OMITIDOS............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-INATIVOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "FORA DOS FILTROS.............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-FORA-FILTRO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "CLIENTES NA MALA DIRETA......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-GRAVADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "GRUPOS DE PREFIXO DE CEP.....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-GRUPOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "NA MALA COM ENDERECO DEVOLV..: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-DEVOLVIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 04 CEP INVALIDO.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-04 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 06 CEP FORA DA TABELA.: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-06 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 07 CEP X CIDADE.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-07 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 08 CIDADE EM BRANCO...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-08 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 09 ENDERECO EM BRANCO.: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-09 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "MOTIVO 10 ENDERECO DEVOLVIDO.: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-MOTIVO-10 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL DE EXCECOES............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXCECOES TO WS-SUB-VALOR.
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
           MOVE WS-LIN-FILTRO-1 TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-FILTRO-2 TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       6000-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-LINHAS.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE "PROGRAMA24" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-REGISTROS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS  TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-EXCECOES  TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
