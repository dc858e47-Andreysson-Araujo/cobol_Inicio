       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA30.
      *=============================================
      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Relatorio de atividade por usuario e
      *==de alteracoes fora do comum, sobre AUDITARC.DAT
      *==(se existir) e AUDITORIA.LOG, para o visto
      *==mensal da auditoria e da supervisao. Periodo
      *==pedido no console (vazio = mes anterior).
      *==Parte 1: volume por operacao (I/A/D/R/M/E) de
      *==cada usuario (AUD-USUARIO) em cada dia, com
      *==subtotal do usuario e total geral.
      *==Parte 2: excecoes, agrupadas por codigo, com
      *==os valores antes/depois:
      *==  01 = ALTERACAO FORA DO HORARIO (antes/depois
      *==       do expediente pedido ou no fim de
      *==       semana; o usuario do batch noturno,
      *==       informado no console, nao entra)
      *==  02 = O MESMO USUARIO DESATIVA E REATIVA (ou
      *==       reativa e desativa) o mesmo cliente
      *==       dentro da janela de dias
      *==  03 = O MESMO USUARIO MUDA NOME/NASCIMENTO E
      *==       VOLTA AO VALOR ANTERIOR dentro da janela
      *==  04 = DESATIVACOES + EXPURGOS DO USUARIO ACIMA
      *==       DA NORMA (mais que o fator vezes a media
      *==       dos demais usuarios, minimo de 5)
      *==  05 = ALTERACAO PELA MESA (PROGRAMA08) EM
      *==       CLIENTE COM FUSAO/EXPURGO PENDENTE de
      *==       aprovacao ou aplicacao em PENDENTE.DAT
      *==Sem tabela de clientes em memoria: o log e
      *==classificado duas vezes (SORT por usuario e
      *==cliente para 02/03, por usuario e instante
      *==para o volume e 01/05); as excecoes passam por
      *==EXCUSU.DAT e sao classificadas por codigo.
      *==Emite USUARIO.TXT, paginado, com a linha de
      *==assinatura do visto. Linhas em formato antigo
      *==sao contadas a parte e ignoradas.
      *==DATA:15/10/2026
      *=============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-LOG ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARQUIVO-MORTO ASSIGN TO "AUDITARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT ARQ-PENDENTE ASSIGN TO "PENDENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQUENCIA
               FILE STATUS IS WS-FS-PENDENTE.

           SELECT ARQ-EXCECAO ASSIGN TO "EXCUSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

           SELECT ARQ-ORDENACAO ASSIGN TO "SORTWORK".

           SELECT ARQ-ORD-EXCECAO ASSIGN TO "SORTWRK2".

           SELECT ARQUIVO-RELATORIO ASSIGN TO "USUARIO.TXT"
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
       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       FD  ARQ-PENDENTE.
           COPY PENREG.

       FD  ARQ-EXCECAO.
       01  EXC-REGISTRO.
           05 EXC-CODIGO    PIC X(02).
           05 EXC-USUARIO   PIC X(20).
           05 EXC-DATA-HORA PIC X(14).
           05 EXC-NUMERO    PIC 9(07).
           05 EXC-OPERACAO  PIC X(01).
           05 EXC-ANTES     PIC X(45).
           05 EXC-DEPOIS    PIC X(45).
           05 EXC-DETALHE   PIC X(60).

       SD  ARQ-ORDENACAO.
       01  SRT-REGISTRO.
           05 SRT-USUARIO   PIC X(20).
           05 SRT-NUMERO    PIC 9(07).
           05 SRT-DATA-HORA PIC X(14).
           05 SRT-SEQUENCIA PIC 9(09).
           05 SRT-OPERACAO  PIC X(01).
           05 SRT-NOME-ANT  PIC X(30).
           05 SRT-NASC-ANT  PIC 9(08).
           05 SRT-NOME-NOVO PIC X(30).
           05 SRT-NASC-NOVO PIC 9(08).
           05 SRT-SITUACAO-NOVO PIC X(01).
           05 SRT-PROGRAMA  PIC X(10).

       SD  ARQ-ORD-EXCECAO.
       01  SRE-REGISTRO.
           05 SRE-CODIGO    PIC X(02).
           05 SRE-USUARIO   PIC X(20).
           05 SRE-DATA-HORA PIC X(14).
           05 SRE-NUMERO    PIC 9(07).
           05 SRE-OPERACAO  PIC X(01).
           05 SRE-ANTES     PIC X(45).
           05 SRE-DEPOIS    PIC X(45).
           05 SRE-DETALHE   PIC X(60).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-FS-MORTO PIC XX VALUE "00".
       77 WS-FS-PENDENTE PIC XX VALUE "00".
       77 WS-FS-EXCECAO PIC XX VALUE "00".
       77 WS-FS-RELATORIO PIC XX VALUE "00".
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-FIM-LOG PIC X(01) VALUE "N".
       77 WS-FIM-MORTO PIC X(01) VALUE "N".
       77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
       77 WS-FIM-PENDENTE PIC X(01) VALUE "N".
       77 WS-PENDENTE-ABERTO PIC X(01) VALUE "N".
       77 WS-PENDENTE-ACHADO PIC X(01) VALUE "N".
       77 WS-TEM-ANTERIOR PIC X(01) VALUE "N".
       77 WS-TEM-DIA PIC X(01) VALUE "N".
       77 WS-SECAO-VOLUME PIC X(01) VALUE "S".
       77 WS-DENTRO-JANELA PIC X(01) VALUE "N".
       77 WS-DATA-INICIAL PIC X(08) VALUE SPACES.
       77 WS-DATA-FINAL PIC X(08) VALUE SPACES.
       77 WS-HORA-INICIO-ALFA PIC X(02) VALUE SPACES.
       77 WS-HORA-FIM-ALFA PIC X(02) VALUE SPACES.
       77 WS-HORA-INICIO PIC 9(02) VALUE 07.
       77 WS-HORA-FIM PIC 9(02) VALUE 19.
       77 WS-HORA-REGISTRO PIC 9(02) VALUE ZEROS.
       77 WS-USUARIO-BATCH PIC X(20) VALUE SPACES.
       77 WS-JANELA-ALFA PIC X(03) VALUE SPACES.
       77 WS-JANELA-DIAS PIC 9(03) VALUE 3.
       77 WS-FATOR-ALFA PIC X(03) VALUE SPACES.
       77 WS-FATOR-NORMA PIC 9(03) VALUE 3.
       77 WS-MINIMO-NORMA PIC 9(07) VALUE 5.
       77 WS-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-REGISTRO PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ANTERIOR PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 WS-QUOCIENTE PIC 9(07) VALUE ZEROS.
       77 WS-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77 WS-PEN-INICIO PIC X(14) VALUE SPACES.
       77 WS-PEN-FIM PIC X(14) VALUE SPACES.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORMATO-ANTIGO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-PERIODO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCECOES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXC-01 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXC-02 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXC-03 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXC-04 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXC-05 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-USUARIOS PIC 9(03) VALUE ZEROS.
       77 WS-MAX-USUARIOS PIC 9(03) VALUE 500.
       77 WS-IND PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-DE PIC 9(07) VALUE ZEROS.
       77 WS-MEDIA-DEMAIS PIC 9(07) VALUE ZEROS.
       77 WS-LIMITE-NORMA PIC 9(09) VALUE ZEROS.
       77 WS-CODIGO-ANT PIC X(02) VALUE SPACES.
       77 WS-DIA-ANT PIC X(08) VALUE SPACES.
       77 WS-USUARIO-ANT PIC X(20) VALUE SPACES.
       77 WS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-LINHAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.

       01 WS-ANTERIOR.
           05 WS-ANT-USUARIO   PIC X(20).
           05 WS-ANT-NUMERO    PIC 9(07).
           05 WS-ANT-DATA-HORA PIC X(14).
           05 WS-ANT-SEQUENCIA PIC 9(09).
           05 WS-ANT-OPERACAO  PIC X(01).
           05 WS-ANT-NOME-ANT  PIC X(30).
           05 WS-ANT-NASC-ANT  PIC 9(08).
           05 WS-ANT-NOME-NOVO PIC X(30).
           05 WS-ANT-NASC-NOVO PIC 9(08).
           05 WS-ANT-SITUACAO-NOVO PIC X(01).
           05 WS-ANT-PROGRAMA  PIC X(10).

       01 WS-CONTADORES-DIA.
           05 WS-CDI-OPERACAO PIC 9(05) OCCURS 6 TIMES.
           05 WS-CDI-TOTAL PIC 9(05).

       01 WS-CONTADORES-USUARIO.
           05 WS-CUS-OPERACAO PIC 9(07) OCCURS 6 TIMES.
           05 WS-CUS-TOTAL PIC 9(07).

       01 WS-CONTADORES-GERAL.
           05 WS-CGE-OPERACAO PIC 9(07) OCCURS 6 TIMES.
           05 WS-CGE-TOTAL PIC 9(07).

       01 WS-TAB-USUARIOS.
           05 WS-TUS-ITEM OCCURS 500 TIMES.
              10 WS-TUS-USUARIO PIC X(20).
              10 WS-TUS-QTD-DE PIC 9(07).

       01 WS-MONTA-VALOR.
           05 WS-MVL-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MVL-NASC PIC X(08).
           05 FILLER PIC X(05) VALUE " SIT ".
           05 WS-MVL-SITUACAO PIC X(01).

       01 WS-MONTA-PAR.
           05 FILLER PIC X(04) VALUE "1A: ".
           05 WS-MPR-OPERACAO-1 PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MPR-DATA-1 PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MPR-HORA-1 PIC X(06).
           05 FILLER PIC X(07) VALUE "   2A: ".
           05 WS-MPR-OPERACAO-2 PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MPR-DATA-2 PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-MPR-HORA-2 PIC X(06).

       01 WS-MONTA-NORMA.
           05 FILLER PIC X(20) VALUE "DESATIV.+EXPURGOS: ".
           05 WS-MNR-QTD PIC ZZZZZZ9.
           05 FILLER PIC X(26)
               VALUE "  MEDIA DOS DEMAIS: ".
           05 WS-MNR-MEDIA PIC ZZZZZZ9.

       01 WS-MONTA-PENDENTE.
           05 FILLER PIC X(13) VALUE "PENDENTE SEQ ".
           05 WS-MPE-SEQUENCIA PIC 9(07).
           05 FILLER PIC X(06) VALUE " OPER ".
           05 WS-MPE-OPERACAO PIC X(01).
           05 FILLER PIC X(13) VALUE " SUBMETIDO: ".
           05 WS-MPE-USUARIO PIC X(20).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(32)
               VALUE "ATIVIDADE POR USUARIO".
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

       01 WS-LIN-PERIODO.
           05 FILLER PIC X(09) VALUE "PERIODO: ".
           05 WS-PER-INICIAL PIC X(08).
           05 FILLER PIC X(03) VALUE " A ".
           05 WS-PER-FINAL PIC X(08).
           05 FILLER PIC X(14) VALUE "  EXPEDIENTE: ".
           05 WS-PER-HORA-INICIO PIC 9(02).
           05 FILLER PIC X(04) VALUE "H - ".
           05 WS-PER-HORA-FIM PIC 9(02).
           05 FILLER PIC X(10) VALUE "H  JANELA:".
           05 WS-PER-JANELA PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".

       01 WS-LIN-COLUNAS.
           05 FILLER PIC X(21) VALUE "USUARIO".
           05 FILLER PIC X(10) VALUE "DIA".
           05 FILLER PIC X(06) VALUE "     I".
           05 FILLER PIC X(06) VALUE "     A".
           05 FILLER PIC X(06) VALUE "     D".
           05 FILLER PIC X(06) VALUE "     R".
           05 FILLER PIC X(06) VALUE "     M".
           05 FILLER PIC X(06) VALUE "     E".
           05 FILLER PIC X(08) VALUE "   TOTAL".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".
       01 WS-LIN-TRACO PIC X(80) VALUE ALL "-".

       01 WS-LIN-VOLUME.
           05 WS-VOL-USUARIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-VOL-DIA PIC X(10).
           05 WS-VOL-QTD PIC ZZZZZ9 OCCURS 6 TIMES.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-VOL-TOTAL PIC ZZZZZZ9.

       01 WS-LIN-GRUPO.
           05 FILLER PIC X(08) VALUE "EXCECAO ".
           05 WS-GRU-CODIGO PIC X(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-GRU-DESCRICAO PIC X(60).

       01 WS-LIN-EXCECAO.
           05 WS-LEX-USUARIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LEX-DIA PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-LEX-MES PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-LEX-ANO PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LEX-HORA PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-LEX-MIN PIC X(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-LEX-SEG PIC X(02).
           05 FILLER PIC X(10) VALUE "  CLIENTE ".
           05 WS-LEX-NUMERO PIC X(07).
           05 FILLER PIC X(07) VALUE "  OPER ".
           05 WS-LEX-OPERACAO PIC X(01).

       01 WS-LIN-VALOR.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LVA-ROTULO PIC X(08).
           05 WS-LVA-TEXTO PIC X(60).

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       01 WS-LIN-TEXTO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           PERFORM 0200-PEDIR-PARAMETROS.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "AUDITORIA.LOG INDISPONIVEL - NADA A RELATAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDITORIA-LOG.
           OPEN INPUT ARQ-PENDENTE.
           IF WS-FS-PENDENTE = "00"
               MOVE "S" TO WS-PENDENTE-ABERTO
           ELSE
               DISPLAY "PENDENTE.DAT INDISPONIVEL - EXCECAO 05 NAO"
                   " CONFERIDA"
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 0100-MONTAR-EMISSAO.
           OPEN OUTPUT ARQ-EXCECAO.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-USUARIO SRT-NUMERO
                                SRT-DATA-HORA SRT-SEQUENCIA
               INPUT PROCEDURE IS 1000-SELECIONAR
               OUTPUT PROCEDURE IS 2000-CONFERIR-IDA-VOLTA.
           MOVE ZEROS TO WS-SEQUENCIA.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-SELECIONADOS.
           MOVE ZEROS TO WS-QTD-FORMATO-ANTIGO.
           MOVE ZEROS TO WS-QTD-FORA-PERIODO.
           PERFORM 5000-NOVA-PAGINA.
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-USUARIO SRT-DATA-HORA
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 1000-SELECIONAR
               OUTPUT PROCEDURE IS 3000-TOTALIZAR-VOLUME.
           PERFORM 3800-CONFERIR-NORMA.
           CLOSE ARQ-EXCECAO.
           IF WS-PENDENTE-ABERTO = "S"
               CLOSE ARQ-PENDENTE
           END-IF.
           MOVE "N" TO WS-FIM-ORDENACAO.
           SORT ARQ-ORD-EXCECAO
               ON ASCENDING KEY SRE-CODIGO SRE-USUARIO
                                SRE-DATA-HORA
               USING ARQ-EXCECAO
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-EXCECOES.
           PERFORM 7000-IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GERADO EM USUARIO.TXT".
           DISPLAY "LINHAS LIDAS (ARQ + LOG).: " WS-QTD-LIDOS.
           DISPLAY "LINHAS EM FORMATO ANTIGO.: " WS-QTD-FORMATO-ANTIGO.
           DISPLAY "FORA DO PERIODO..........: " WS-QTD-FORA-PERIODO.
           DISPLAY "OPERACOES NO PERIODO.....: " WS-QTD-SELECIONADOS.
           DISPLAY "EXCECOES APONTADAS.......: " WS-QTD-EXCECOES.
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

       0200-PEDIR-PARAMETROS.
           DISPLAY "DATA INICIAL AAAAMMDD (VAZIO = INICIO DO MES"
               " ANTERIOR): ".
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "DATA FINAL AAAAMMDD (VAZIO = FIM DO MES"
               " ANTERIOR): ".
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-INICIAL = SPACES OR WS-DATA-FINAL = SPACES
               PERFORM 0250-CALCULAR-MES-ANTERIOR
           END-IF.
           IF WS-DATA-INICIAL IS NOT NUMERIC
               OR WS-DATA-FINAL IS NOT NUMERIC
               OR WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "PERIODO INVALIDO: " WS-DATA-INICIAL " A "
                   WS-DATA-FINAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "HORA DE INICIO DO EXPEDIENTE (VAZIO = 07): ".
           ACCEPT WS-HORA-INICIO-ALFA.
           IF WS-HORA-INICIO-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-HORA-INICIO-ALFA) IS NOT NUMERIC
                   DISPLAY "HORA INVALIDA: " WS-HORA-INICIO-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-HORA-INICIO =
                   FUNCTION NUMVAL(WS-HORA-INICIO-ALFA)
           END-IF.
           DISPLAY "HORA DE FIM DO EXPEDIENTE (VAZIO = 19): ".
           ACCEPT WS-HORA-FIM-ALFA.
           IF WS-HORA-FIM-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-HORA-FIM-ALFA) IS NOT NUMERIC
                   DISPLAY "HORA INVALIDA: " WS-HORA-FIM-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-HORA-FIM = FUNCTION NUMVAL(WS-HORA-FIM-ALFA)
           END-IF.
           IF WS-HORA-INICIO > WS-HORA-FIM OR WS-HORA-FIM > 24
               DISPLAY "EXPEDIENTE INVALIDO: " WS-HORA-INICIO " A "
                   WS-HORA-FIM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "USUARIO DO BATCH NOTURNO (VAZIO = NENHUM): ".
           ACCEPT WS-USUARIO-BATCH.
           DISPLAY "JANELA EM DIAS PARA IDA E VOLTA (VAZIO = 3): ".
           ACCEPT WS-JANELA-ALFA.
           IF WS-JANELA-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-JANELA-ALFA) IS NOT NUMERIC
                   DISPLAY "JANELA INVALIDA: " WS-JANELA-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-JANELA-DIAS = FUNCTION NUMVAL(WS-JANELA-ALFA)
           END-IF.
           DISPLAY "FATOR SOBRE A NORMA DE DESATIVACOES E EXPURGOS"
               " (VAZIO = 3): ".
           ACCEPT WS-FATOR-ALFA.
           IF WS-FATOR-ALFA NOT = SPACES
               IF FUNCTION TRIM(WS-FATOR-ALFA) IS NOT NUMERIC
                   DISPLAY "FATOR INVALIDO: " WS-FATOR-ALFA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-FATOR-NORMA = FUNCTION NUMVAL(WS-FATOR-ALFA)
           END-IF.
           MOVE WS-DATA-INICIAL TO WS-PER-INICIAL.
           MOVE WS-DATA-FINAL TO WS-PER-FINAL.
           MOVE WS-HORA-INICIO TO WS-PER-HORA-INICIO.
           MOVE WS-HORA-FIM TO WS-PER-HORA-FIM.
           MOVE WS-JANELA-DIAS TO WS-PER-JANELA.

       0250-CALCULAR-MES-ANTERIOR.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-LIMITE.
           MOVE 01 TO WS-DATA-LIMITE (7:2).
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE).
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 1).
           IF WS-DATA-FINAL = SPACES
               MOVE WS-DATA-LIMITE TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL = SPACES
               MOVE 01 TO WS-DATA-LIMITE (7:2)
               MOVE WS-DATA-LIMITE TO WS-DATA-INICIAL
           END-IF.

       1000-SELECIONAR.
           MOVE "N" TO WS-FIM-MORTO.
           MOVE "N" TO WS-FIM-LOG.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-FS-MORTO NOT = "00"
               MOVE "S" TO WS-FIM-MORTO
           END-IF.
           PERFORM UNTIL WS-FIM-MORTO = "S"
               READ ARQUIVO-MORTO
                   AT END
                       MOVE "S" TO WS-FIM-MORTO
                   NOT AT END
                       MOVE REG-MORTO TO AUD-REGISTRO
                       PERFORM 1100-LIBERAR-REGISTRO
               END-READ
           END-PERFORM.
           IF WS-FS-MORTO = "00" OR WS-FS-MORTO = "10"
               CLOSE ARQUIVO-MORTO
           END-IF.
           OPEN INPUT AUDITORIA-LOG.
           PERFORM UNTIL WS-FIM-LOG = "S"
               READ AUDITORIA-LOG
                   AT END
                       MOVE "S" TO WS-FIM-LOG
                   NOT AT END
                       PERFORM 1100-LIBERAR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA-LOG.

       1100-LIBERAR-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           ADD 1 TO WS-SEQUENCIA.
           IF AUD-NUMERO IS NOT NUMERIC
               OR (AUD-OPERACAO NOT = "I" AND "A" AND "E"
                   AND "D" AND "R" AND "M")
               OR AUD-DATA-HORA (1:8) IS NOT NUMERIC
               ADD 1 TO WS-QTD-FORMATO-ANTIGO
           ELSE
               IF AUD-DATA-HORA (1:8) < WS-DATA-INICIAL
                   OR AUD-DATA-HORA (1:8) > WS-DATA-FINAL
                   ADD 1 TO WS-QTD-FORA-PERIODO
               ELSE
                   ADD 1 TO WS-QTD-SELECIONADOS
                   MOVE AUD-USUARIO TO SRT-USUARIO
                   MOVE AUD-NUMERO TO SRT-NUMERO
                   MOVE AUD-DATA-HORA (1:14) TO SRT-DATA-HORA
                   MOVE WS-SEQUENCIA TO SRT-SEQUENCIA
                   MOVE AUD-OPERACAO TO SRT-OPERACAO
                   MOVE AUD-NOME-ANT TO SRT-NOME-ANT
                   MOVE AUD-NASC-ANT TO SRT-NASC-ANT
                   MOVE AUD-NOME-NOVO TO SRT-NOME-NOVO
                   MOVE AUD-NASC-NOVO TO SRT-NASC-NOVO
                   MOVE AUD-SITUACAO-NOVO TO SRT-SITUACAO-NOVO
                   MOVE AUD-PROGRAMA TO SRT-PROGRAMA
                   RELEASE SRT-REGISTRO
               END-IF
           END-IF.

       2000-CONFERIR-IDA-VOLTA.
           MOVE "N" TO WS-FIM-ORDENACAO.
           MOVE "N" TO WS-TEM-ANTERIOR.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       IF WS-TEM-ANTERIOR = "S"
                           AND SRT-USUARIO = WS-ANT-USUARIO
                           AND SRT-NUMERO = WS-ANT-NUMERO
                           PERFORM 2100-CONFERIR-PAR
                       END-IF
                       MOVE SRT-REGISTRO TO WS-ANTERIOR
                       MOVE "S" TO WS-TEM-ANTERIOR
               END-RETURN
           END-PERFORM.

       2100-CONFERIR-PAR.
           MOVE "N" TO WS-DENTRO-JANELA.
           COMPUTE WS-DIAS-REGISTRO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SRT-DATA-HORA (1:8))).
           COMPUTE WS-DIAS-ANTERIOR =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-ANT-DATA-HORA (1:8))).
           IF WS-DIAS-REGISTRO - WS-DIAS-ANTERIOR <= WS-JANELA-DIAS
               MOVE "S" TO WS-DENTRO-JANELA
           END-IF.
           IF WS-DENTRO-JANELA = "S"
               IF (WS-ANT-OPERACAO = "D" AND SRT-OPERACAO = "R")
                   OR (WS-ANT-OPERACAO = "R" AND SRT-OPERACAO = "D")
                   PERFORM 2200-EXCECAO-SITUACAO
               END-IF
               IF WS-ANT-OPERACAO = "A" AND SRT-OPERACAO = "A"
                   AND (WS-ANT-NOME-ANT NOT = WS-ANT-NOME-NOVO
                       OR WS-ANT-NASC-ANT NOT = WS-ANT-NASC-NOVO)
                   AND (SRT-NOME-ANT NOT = SRT-NOME-NOVO
                       OR SRT-NASC-ANT NOT = SRT-NASC-NOVO)
                   AND SRT-NOME-NOVO = WS-ANT-NOME-ANT
                   AND SRT-NASC-NOVO = WS-ANT-NASC-ANT
                   PERFORM 2300-EXCECAO-IDA-VOLTA
               END-IF
           END-IF.

       2200-EXCECAO-SITUACAO.
           MOVE "02" TO EXC-CODIGO.
           MOVE SRT-USUARIO TO EXC-USUARIO.
           MOVE SRT-DATA-HORA TO EXC-DATA-HORA.
           MOVE SRT-NUMERO TO EXC-NUMERO.
           MOVE SRT-OPERACAO TO EXC-OPERACAO.
           MOVE WS-ANT-NOME-NOVO TO WS-MVL-NOME.
           MOVE WS-ANT-NASC-NOVO TO WS-MVL-NASC.
           MOVE WS-ANT-SITUACAO-NOVO TO WS-MVL-SITUACAO.
           MOVE WS-MONTA-VALOR TO EXC-ANTES.
           MOVE SRT-NOME-NOVO TO WS-MVL-NOME.
           MOVE SRT-NASC-NOVO TO WS-MVL-NASC.
           MOVE SRT-SITUACAO-NOVO TO WS-MVL-SITUACAO.
           MOVE WS-MONTA-VALOR TO EXC-DEPOIS.
           PERFORM 2400-MONTAR-PAR.
           PERFORM 6500-GRAVAR-EXCECAO.

       2300-EXCECAO-IDA-VOLTA.
           MOVE "03" TO EXC-CODIGO.
           MOVE SRT-USUARIO TO EXC-USUARIO.
           MOVE SRT-DATA-HORA TO EXC-DATA-HORA.
           MOVE SRT-NUMERO TO EXC-NUMERO.
           MOVE SRT-OPERACAO TO EXC-OPERACAO.
           MOVE WS-ANT-NOME-ANT TO WS-MVL-NOME.
           MOVE WS-ANT-NASC-ANT TO WS-MVL-NASC.
           MOVE SPACES TO WS-MVL-SITUACAO.
           MOVE WS-MONTA-VALOR TO EXC-ANTES.
           MOVE WS-ANT-NOME-NOVO TO WS-MVL-NOME.
           MOVE WS-ANT-NASC-NOVO TO WS-MVL-NASC.
           MOVE SPACES TO WS-MVL-SITUACAO.
           MOVE WS-MONTA-VALOR TO EXC-DEPOIS.
           PERFORM 2400-MONTAR-PAR.
           PERFORM 6500-GRAVAR-EXCECAO.

       2400-MONTAR-PAR.
           MOVE WS-ANT-OPERACAO TO WS-MPR-OPERACAO-1.
           MOVE WS-ANT-DATA-HORA (1:8) TO WS-MPR-DATA-1.
           MOVE WS-ANT-DATA-HORA (9:6) TO WS-MPR-HORA-1.
           MOVE SRT-OPERACAO TO WS-MPR-OPERACAO-2.
           MOVE SRT-DATA-HORA (1:8) TO WS-MPR-DATA-2.
           MOVE SRT-DATA-HORA (9:6) TO WS-MPR-HORA-2.
           MOVE WS-MONTA-PAR TO EXC-DETALHE.

       3000-TOTALIZAR-VOLUME.
           MOVE "N" TO WS-FIM-ORDENACAO.
           MOVE "N" TO WS-TEM-DIA.
           INITIALIZE WS-CONTADORES-GERAL.
           INITIALIZE WS-CONTADORES-USUARIO.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORDENACAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       PERFORM 3100-CONTAR-OPERACAO
               END-RETURN
           END-PERFORM.
           IF WS-TEM-DIA = "S"
               PERFORM 3300-FECHAR-DIA
               PERFORM 3400-FECHAR-USUARIO
           END-IF.
           MOVE 2 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL GERAL" TO WS-VOL-USUARIO.
           MOVE SPACES TO WS-VOL-DIA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
               MOVE WS-CGE-OPERACAO (WS-IND) TO WS-VOL-QTD (WS-IND)
           END-PERFORM.
           MOVE WS-CGE-TOTAL TO WS-VOL-TOTAL.
           MOVE WS-LIN-VOLUME TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       3100-CONTAR-OPERACAO.
           IF WS-TEM-DIA = "S"
               IF SRT-USUARIO NOT = WS-USUARIO-ANT
                   PERFORM 3300-FECHAR-DIA
                   PERFORM 3400-FECHAR-USUARIO
               ELSE
                   IF SRT-DATA-HORA (1:8) NOT = WS-DIA-ANT
                       PERFORM 3300-FECHAR-DIA
                   END-IF
               END-IF
           END-IF.
           IF WS-TEM-DIA = "N"
               INITIALIZE WS-CONTADORES-DIA
               MOVE SRT-USUARIO TO WS-USUARIO-ANT
               MOVE SRT-DATA-HORA (1:8) TO WS-DIA-ANT
               MOVE "S" TO WS-TEM-DIA
           END-IF.
           EVALUATE SRT-OPERACAO
               WHEN "I"
                   MOVE 1 TO WS-IND
               WHEN "A"
                   MOVE 2 TO WS-IND
               WHEN "D"
                   MOVE 3 TO WS-IND
               WHEN "R"
                   MOVE 4 TO WS-IND
               WHEN "M"
                   MOVE 5 TO WS-IND
               WHEN OTHER
                   MOVE 6 TO WS-IND
           END-EVALUATE.
           ADD 1 TO WS-CDI-OPERACAO (WS-IND).
           ADD 1 TO WS-CDI-TOTAL.
           ADD 1 TO WS-CUS-OPERACAO (WS-IND).
           ADD 1 TO WS-CUS-TOTAL.
           ADD 1 TO WS-CGE-OPERACAO (WS-IND).
           ADD 1 TO WS-CGE-TOTAL.
           IF SRT-USUARIO NOT = WS-USUARIO-BATCH
               OR WS-USUARIO-BATCH = SPACES
               PERFORM 3150-CONFERIR-HORARIO
           END-IF.
           IF SRT-PROGRAMA = "PROGRAMA08"
               AND WS-PENDENTE-ABERTO = "S"
               PERFORM 3200-CONFERIR-PENDENTE
           END-IF.

       3150-CONFERIR-HORARIO.
           COMPUTE WS-DIAS-REGISTRO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SRT-DATA-HORA (1:8))).
           DIVIDE WS-DIAS-REGISTRO BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           MOVE ZEROS TO WS-HORA-REGISTRO.
           IF SRT-DATA-HORA (9:2) IS NUMERIC
               MOVE SRT-DATA-HORA (9:2) TO WS-HORA-REGISTRO
           END-IF.
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               OR WS-HORA-REGISTRO < WS-HORA-INICIO
               OR WS-HORA-REGISTRO >= WS-HORA-FIM
               MOVE "01" TO EXC-CODIGO
               PERFORM 3160-MONTAR-ANTES-DEPOIS
               IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                   MOVE "FIM DE SEMANA" TO EXC-DETALHE
               ELSE
                   MOVE "FORA DO EXPEDIENTE" TO EXC-DETALHE
               END-IF
               PERFORM 6500-GRAVAR-EXCECAO
           END-IF.

       3160-MONTAR-ANTES-DEPOIS.
           MOVE SRT-USUARIO TO EXC-USUARIO.
           MOVE SRT-DATA-HORA TO EXC-DATA-HORA.
           MOVE SRT-NUMERO TO EXC-NUMERO.
           MOVE SRT-OPERACAO TO EXC-OPERACAO.
           IF SRT-OPERACAO = "I"
               MOVE SPACES TO EXC-ANTES
           ELSE
               MOVE SRT-NOME-ANT TO WS-MVL-NOME
               MOVE SRT-NASC-ANT TO WS-MVL-NASC
               MOVE SPACES TO WS-MVL-SITUACAO
               MOVE WS-MONTA-VALOR TO EXC-ANTES
           END-IF.
           IF SRT-OPERACAO = "E"
               MOVE SPACES TO EXC-DEPOIS
           ELSE
               MOVE SRT-NOME-NOVO TO WS-MVL-NOME
               MOVE SRT-NASC-NOVO TO WS-MVL-NASC
               MOVE SRT-SITUACAO-NOVO TO WS-MVL-SITUACAO
               MOVE WS-MONTA-VALOR TO EXC-DEPOIS
           END-IF.

       3200-CONFERIR-PENDENTE.
           MOVE "N" TO WS-PENDENTE-ACHADO.
           MOVE "N" TO WS-FIM-PENDENTE.
           MOVE ZEROS TO PEN-SEQUENCIA.
           START ARQ-PENDENTE KEY IS NOT LESS THAN PEN-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO WS-FIM-PENDENTE
           END-START.
           PERFORM UNTIL WS-FIM-PENDENTE = "S"
               READ ARQ-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PENDENTE
                   NOT AT END
                       IF PEN-NUMERO = SRT-NUMERO
                           OR PEN-NUMERO-DESTINO = SRT-NUMERO
                           PERFORM 3250-CONFERIR-INTERVALO
                       END-IF
               END-READ
           END-PERFORM.

       3250-CONFERIR-INTERVALO.
           MOVE PEN-DATA-SUBMISSAO TO WS-PEN-INICIO (1:8).
           MOVE PEN-HORA-SUBMISSAO TO WS-PEN-INICIO (9:6).
           EVALUATE PEN-SITUACAO
               WHEN "P"
               WHEN "A"
                   MOVE ALL "9" TO WS-PEN-FIM
               WHEN "L"
               WHEN "N"
                   IF PEN-DATA-APLICACAO IS NUMERIC
                       AND PEN-DATA-APLICACAO > ZEROS
                       MOVE PEN-DATA-APLICACAO TO WS-PEN-FIM (1:8)
                       MOVE "235959" TO WS-PEN-FIM (9:6)
                   ELSE
                       MOVE PEN-DATA-DECISAO TO WS-PEN-FIM (1:8)
                       MOVE PEN-HORA-DECISAO TO WS-PEN-FIM (9:6)
                   END-IF
               WHEN OTHER
                   MOVE PEN-DATA-DECISAO TO WS-PEN-FIM (1:8)
                   MOVE PEN-HORA-DECISAO TO WS-PEN-FIM (9:6)
           END-EVALUATE.
           IF SRT-DATA-HORA >= WS-PEN-INICIO
               AND SRT-DATA-HORA <= WS-PEN-FIM
               MOVE "S" TO WS-PENDENTE-ACHADO
               MOVE "S" TO WS-FIM-PENDENTE
               MOVE "05" TO EXC-CODIGO
               PERFORM 3160-MONTAR-ANTES-DEPOIS
               MOVE PEN-SEQUENCIA TO WS-MPE-SEQUENCIA
               MOVE PEN-OPERACAO TO WS-MPE-OPERACAO
               MOVE PEN-USUARIO-SUBMISSAO TO WS-MPE-USUARIO
               MOVE WS-MONTA-PENDENTE TO EXC-DETALHE
               PERFORM 6500-GRAVAR-EXCECAO
           END-IF.

       3300-FECHAR-DIA.
           MOVE 1 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-USUARIO-ANT TO WS-VOL-USUARIO.
           MOVE WS-DIA-ANT (7:2) TO WS-VOL-DIA (1:2).
           MOVE "/" TO WS-VOL-DIA (3:1).
           MOVE WS-DIA-ANT (5:2) TO WS-VOL-DIA (4:2).
           MOVE "/" TO WS-VOL-DIA (6:1).
           MOVE WS-DIA-ANT (1:4) TO WS-VOL-DIA (7:4).
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
               MOVE WS-CDI-OPERACAO (WS-IND) TO WS-VOL-QTD (WS-IND)
           END-PERFORM.
           MOVE WS-CDI-TOTAL TO WS-VOL-TOTAL.
           MOVE WS-LIN-VOLUME TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "N" TO WS-TEM-DIA.

       3400-FECHAR-USUARIO.
           MOVE 2 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE SPACES TO WS-VOL-USUARIO.
           MOVE "SUBTOTAL" TO WS-VOL-DIA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
               MOVE WS-CUS-OPERACAO (WS-IND) TO WS-VOL-QTD (WS-IND)
           END-PERFORM.
           MOVE WS-CUS-TOTAL TO WS-VOL-TOTAL.
           MOVE WS-LIN-VOLUME TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           IF WS-QTD-USUARIOS < WS-MAX-USUARIOS
               ADD 1 TO WS-QTD-USUARIOS
               MOVE WS-USUARIO-ANT TO WS-TUS-USUARIO (WS-QTD-USUARIOS)
               COMPUTE WS-TUS-QTD-DE (WS-QTD-USUARIOS) =
                   WS-CUS-OPERACAO (3) + WS-CUS-OPERACAO (6)
               ADD WS-TUS-QTD-DE (WS-QTD-USUARIOS) TO WS-TOTAL-DE
           ELSE
               DISPLAY "MAIS DE " WS-MAX-USUARIOS " USUARIOS - "
                   WS-USUARIO-ANT " FORA DA NORMA"
           END-IF.
           INITIALIZE WS-CONTADORES-USUARIO.

       3800-CONFERIR-NORMA.
           IF WS-QTD-USUARIOS > 1
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-USUARIOS
                   IF WS-TUS-QTD-DE (WS-IND) >= WS-MINIMO-NORMA
                       PERFORM 3850-COMPARAR-NORMA
                   END-IF
               END-PERFORM
           END-IF.

       3850-COMPARAR-NORMA.
           COMPUTE WS-MEDIA-DEMAIS =
               (WS-TOTAL-DE - WS-TUS-QTD-DE (WS-IND))
               / (WS-QTD-USUARIOS - 1).
           COMPUTE WS-LIMITE-NORMA = WS-MEDIA-DEMAIS * WS-FATOR-NORMA.
           IF WS-TUS-QTD-DE (WS-IND) > WS-LIMITE-NORMA
               MOVE "04" TO EXC-CODIGO
               MOVE WS-TUS-USUARIO (WS-IND) TO EXC-USUARIO
               MOVE WS-DATA-FINAL TO EXC-DATA-HORA (1:8)
               MOVE "235959" TO EXC-DATA-HORA (9:6)
               MOVE ZEROS TO EXC-NUMERO
               MOVE SPACES TO EXC-OPERACAO
               MOVE SPACES TO EXC-ANTES
               MOVE SPACES TO EXC-DEPOIS
               MOVE WS-TUS-QTD-DE (WS-IND) TO WS-MNR-QTD
               MOVE WS-MEDIA-DEMAIS TO WS-MNR-MEDIA
               MOVE WS-MONTA-NORMA TO EXC-DETALHE
               PERFORM 6500-GRAVAR-EXCECAO
           END-IF.

       4000-IMPRIMIR-EXCECOES.
           MOVE "N" TO WS-SECAO-VOLUME.
           MOVE 3 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECOES DO PERIODO" TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO WS-CODIGO-ANT.
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
               RETURN ARQ-ORD-EXCECAO
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
                   NOT AT END
                       PERFORM 4100-IMPRIMIR-EXCECAO
               END-RETURN
           END-PERFORM.
           IF WS-QTD-EXCECOES = 0
               MOVE "NENHUMA EXCECAO NO PERIODO" TO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       4100-IMPRIMIR-EXCECAO.
           IF SRE-CODIGO NOT = WS-CODIGO-ANT
               MOVE 7 TO WS-LINHAS-NECESSARIAS
               PERFORM 5500-RESERVAR-LINHAS
               PERFORM 4200-IMPRIMIR-GRUPO
           ELSE
               MOVE 5 TO WS-LINHAS-NECESSARIAS
               PERFORM 5500-RESERVAR-LINHAS
           END-IF.
           MOVE SRE-USUARIO TO WS-LEX-USUARIO.
           MOVE SRE-DATA-HORA (7:2) TO WS-LEX-DIA.
           MOVE SRE-DATA-HORA (5:2) TO WS-LEX-MES.
           MOVE SRE-DATA-HORA (1:4) TO WS-LEX-ANO.
           MOVE SRE-DATA-HORA (9:2) TO WS-LEX-HORA.
           MOVE SRE-DATA-HORA (11:2) TO WS-LEX-MIN.
           MOVE SRE-DATA-HORA (13:2) TO WS-LEX-SEG.
           IF SRE-NUMERO = ZEROS
               MOVE SPACES TO WS-LEX-NUMERO
           ELSE
               MOVE SRE-NUMERO TO WS-LEX-NUMERO
           END-IF.
           MOVE SRE-OPERACAO TO WS-LEX-OPERACAO.
           MOVE WS-LIN-EXCECAO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           IF SRE-ANTES NOT = SPACES OR SRE-DEPOIS NOT = SPACES
               MOVE "ANTES : " TO WS-LVA-ROTULO
               MOVE SRE-ANTES TO WS-LVA-TEXTO
               MOVE WS-LIN-VALOR TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
               MOVE "DEPOIS: " TO WS-LVA-ROTULO
               MOVE SRE-DEPOIS TO WS-LVA-TEXTO
               MOVE WS-LIN-VALOR TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO WS-LVA-ROTULO.
           MOVE SRE-DETALHE TO WS-LVA-TEXTO.
           MOVE WS-LIN-VALOR TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.

       4200-IMPRIMIR-GRUPO.
           MOVE SRE-CODIGO TO WS-CODIGO-ANT.
           MOVE SRE-CODIGO TO WS-GRU-CODIGO.
           EVALUATE SRE-CODIGO
               WHEN "01"
                   MOVE "ALTERACAO FORA DO HORARIO" TO WS-GRU-DESCRICAO
               WHEN "02"
                   MOVE "DESATIVA E REATIVA O MESMO CLIENTE"
                       TO WS-GRU-DESCRICAO
               WHEN "03"
                   MOVE "NOME/NASCIMENTO ALTERADO E VOLTADO AO ANTERIOR"
                       TO WS-GRU-DESCRICAO
               WHEN "04"
                   MOVE "DESATIVACOES E EXPURGOS ACIMA DA NORMA"
                       TO WS-GRU-DESCRICAO
               WHEN "05"
                   MOVE "ALTERACAO PELA MESA EM CLIENTE COM PENDENCIA"
                       TO WS-GRU-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WS-GRU-DESCRICAO
           END-EVALUATE.
           MOVE WS-LIN-GRUPO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-TRACO TO REG-RELATORIO.
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
           MOVE WS-LIN-PERIODO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           IF WS-SECAO-VOLUME = "S"
               MOVE WS-LIN-COLUNAS TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
               MOVE WS-LIN-SEPARADORA TO REG-RELATORIO
               PERFORM 6000-GRAVAR-LINHA
           END-IF.

       5500-RESERVAR-LINHAS.
           IF WS-QTD-LINHAS + WS-LINHAS-NECESSARIAS >
               WS-LINHAS-POR-PAGINA
               PERFORM 5000-NOVA-PAGINA
           END-IF.

       6000-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-LINHAS.

       6500-GRAVAR-EXCECAO.
           WRITE EXC-REGISTRO.
           ADD 1 TO WS-QTD-EXCECOES.
           EVALUATE EXC-CODIGO
               WHEN "01"
                   ADD 1 TO WS-QTD-EXC-01
               WHEN "02"
                   ADD 1 TO WS-QTD-EXC-02
               WHEN "03"
                   ADD 1 TO WS-QTD-EXC-03
               WHEN "04"
                   ADD 1 TO WS-QTD-EXC-04
               WHEN "05"
                   ADD 1 TO WS-QTD-EXC-05
           END-EVALUATE.

       7000-IMPRIMIR-TOTAIS.
           MOVE 17 TO WS-LINHAS-NECESSARIAS.
           PERFORM 5500-RESERVAR-LINHAS.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "LINHAS LIDAS (ARQ + LOG).....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-LIDOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "OPERACOES NO PERIODO.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-SELECIONADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "USUARIOS.....................: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-USUARIOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECAO 01 FORA DO HORARIO...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXC-01 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECAO 02 DESATIVA/REATIVA..: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXC-02 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECAO 03 IDA E VOLTA.......: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXC-03 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECAO 04 ACIMA DA NORMA....: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXC-04 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "EXCECAO 05 MESA X PENDENTE...: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXC-05 TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "TOTAL DE EXCECOES............: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-EXCECOES TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE WS-LIN-SEPARADORA TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "VISTO DA AUDITORIA: ______________________________"
               TO WS-LIN-TEXTO.
           MOVE WS-LIN-TEXTO TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 6000-GRAVAR-LINHA.
           MOVE "SUPERVISOR........: ______________________________"
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
           MOVE "PROGRAMA30" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS TO EXE-QTD-LIDOS.
           MOVE WS-QTD-SELECIONADOS TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-EXCECOES TO EXE-QTD-REJEITADOS.
           MOVE "OK" TO EXE-RESULTADO.
           WRITE EXE-REGISTRO.
           CLOSE ARQ-JORNAL.
