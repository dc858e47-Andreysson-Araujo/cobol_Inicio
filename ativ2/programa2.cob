               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT TABELA-CEP ASSIGN TO "CEPFAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FINAL
               FILE STATUS IS WS-FS-CEP.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-MESTRE.
       FD  ARQ-CONTROLE.
           COPY CTLREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-IDADE-ATUAL PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO PIC 9(02) VALUE ZEROS.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).
       77 WRK-CEP-ALFA PIC X(08) VALUE SPACES.
       77 WRK-CEP-OK PIC X(01) VALUE "N".
       77 WRK-EMAIL-OK PIC X(01) VALUE "N".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           DISPLAY"DIGITE SEU NOME: "
           ACCEPT WRK-NOME.
           PERFORM 1500-VALIDAR-DATA-NASC.
           PERFORM 1000-GRAVAR-MESTRE.
           STOP RUN.

       0050-OBTER-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:8) TO WS-DATA-MOVIMENTO.
           OPEN INPUT ARQ-DATA-MOVIMENTO.
           IF WS-FS-DATA-MOVIMENTO = "00"
               READ ARQ-DATA-MOVIMENTO
                   NOT AT END
                       MOVE DTM-SITUACAO TO WS-SITUACAO-MOVIMENTO
                       IF DTM-SITUACAO = "A"
                           MOVE DTM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
                       END-IF
               END-READ
               CLOSE ARQ-DATA-MOVIMENTO
           END-IF.
           IF WS-SITUACAO-MOVIMENTO NOT = "A"
               DISPLAY "ATENCAO: SEM DATA DE MOVIMENTO ABERTA - "
                   "VALE A DATA DO RELOGIO"
           END-IF.

       1800-CAPTURAR-CONTATO.
           DISPLAY "DIGITE SEU ENDERECO: ".
           ACCEPT WRK-ENDERECO.
           PERFORM 1850-VALIDAR-EMAIL.

       1820-VALIDAR-CEP.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP = "00"
               MOVE "S" TO WS-CEP-ABERTO
           ELSE
               MOVE "N" TO WS-CEP-ABERTO
               DISPLAY "TABELA DE CEP INDISPONIVEL - CEP CONFERIDO"
                   " SO PELO FORMATO"
           END-IF.
           MOVE "N" TO WRK-CEP-OK.
           PERFORM UNTIL WRK-CEP-OK = "S"
               DISPLAY "DIGITE SEU CEP (8 DIGITOS): "
               ELSE
                   MOVE WRK-CEP-ALFA TO WRK-CEP
                   MOVE "S" TO WRK-CEP-OK
                   IF WS-CEP-ABERTO = "S"
                       PERFORM 1830-CONFERIR-CEP-CIDADE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.

       1830-CONFERIR-CEP-CIDADE.
           PERFORM 1840-CONSULTAR-CEP.
           IF WS-CEP-ACHADO = "N"
               MOVE "N" TO WRK-CEP-OK
               DISPLAY "CEP NAO CONSTA DA TABELA DE CEP - DIGITE"
                   " NOVAMENTE"
           ELSE
               IF WRK-CIDADE = SPACES
                   MOVE CEP-CIDADE TO WRK-CIDADE
                   DISPLAY "CIDADE PELO CEP: " CEP-CIDADE " " CEP-UF
               ELSE
                   MOVE WRK-CIDADE TO WS-CIDADE-COMPARA
                   INSPECT WS-CIDADE-COMPARA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                       DISPLAY "O CEP " WRK-CEP " E DE " CEP-CIDADE
                           " " CEP-UF
                       DISPLAY "USAR A CIDADE DO CEP (S/N)? "
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                           MOVE CEP-CIDADE TO WRK-CIDADE
                       ELSE
                           MOVE "N" TO WRK-CEP-OK
                           DISPLAY "DIGITE O CEP DE " WRK-CIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1840-CONSULTAR-CEP.
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

       1850-VALIDAR-EMAIL.
           MOVE "N" TO WRK-EMAIL-OK.

       1600-CRITICAR-DATA-NASC.
           MOVE "S" TO WS-DATA-OK.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           IF WRK-NASC-MES < 01 OR WRK-NASC-MES > 12
               MOVE "N" TO WS-DATA-OK
           ELSE
           PERFORM 1450-MOVER-CONTATO.
           MOVE "A" TO CAD-SITUACAO.
           MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO.
           MOVE "N" TO CAD-POSTAL-INVALIDO.
           MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL.
           MOVE "N" TO CAD-EMAIL-INVALIDO.
           MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL.
           WRITE CAD-REGISTRO
               INVALID KEY
                   PERFORM 1400-TRATAR-COLISAO
               PERFORM 1450-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-ATUAL-NUM TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVADO-OK
               OPEN OUTPUT AUDITORIA-LOG
           END-IF.
           MOVE WS-DATA-HORA TO AUD-DATA-HORA.
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
           MOVE "PROGRAMA02" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA-LOG.
