      *==entao a conciliacao de PROGRAMA11 continua
      *==fechando. A baixa pela mesa e a desativacao
      *==logica (situacao I ou F); o expurgo fisico
      *==permanece exclusivo do PROGRAMA06. A opcao 5
      *==troca endereco/cidade/CEP/e-mail (CEP conferido
      *==na CEPFAIXA.DAT como no PROGRAMA02); endereco ou
      *==e-mail novo limpa a marca de canal devolvido
      *==(CAD-POSTAL-INVALIDO/CAD-EMAIL-INVALIDO).
      *==DATA:02/09/2026
      *=============================================
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

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
       FD  AUDITORIA-LOG.
           COPY AUDREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE PIC XX VALUE "00".
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
       77 WS-CEP-ANT PIC 9(08) VALUE ZEROS.
       77 WS-TELEFONE-ANT PIC X(11) VALUE SPACES.
       77 WS-EMAIL-ANT PIC X(40) VALUE SPACES.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO PIC 9(02) VALUE ZEROS.
       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).
       COPY CADWRK.
       77 WRK-NUMERO-ALFA PIC X(07) VALUE SPACES.
       77 WRK-NASC-ALFA PIC X(08) VALUE SPACES.
       77 WRK-CEP-ALFA PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           OPEN I-O CADASTRO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "CADASTRO-MESTRE INDISPONIVEL - NENHUM REGISTRO"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ATUAL-NUM.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME"
               DISPLAY "2 = PESQUISA POR NOME PARCIAL"
               DISPLAY "3 = ALTERAR NOME/NASCIMENTO"
               DISPLAY "4 = DESATIVAR REGISTRO"
               DISPLAY "5 = ALTERAR ENDERECO/E-MAIL"
               DISPLAY "9 = ENCERRAR"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
                       PERFORM 6000-ALTERAR
                   WHEN "4"
                       PERFORM 7000-DESATIVAR
                   WHEN "5"
                       PERFORM 8000-ALTERAR-CONTATO
                   WHEN "9"
                       CONTINUE
                   WHEN OTHER
           CLOSE CADASTRO-MESTRE.
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

       2000-CONSULTA-EXATA.
           DISPLAY "DIGITE O NOME COMPLETO: ".
           ACCEPT WRK-NOME.
           DISPLAY "CEP................: " CAD-CEP.
           DISPLAY "TELEFONE...........: " CAD-TELEFONE.
           DISPLAY "E-MAIL.............: " CAD-EMAIL.
           IF CAD-POSTAL-INVALIDO = "S"
               DISPLAY "ENDERECO DEVOLVIDO.: " CAD-DATA-POSTAL
           END-IF.
           IF CAD-EMAIL-INVALIDO = "S"
               DISPLAY "E-MAIL DEVOLVIDO...: " CAD-DATA-EMAIL
           END-IF.
           DISPLAY "SITUACAO...........: " WS-DESC-SITUACAO.
           IF CAD-SITUACAO = "I" OR "F"
               DISPLAY "DATA DA SITUACAO...: " CAD-DATA-SITUACAO
               DISPLAY "DESATIVACAO ABANDONADA"
           END-IF.

       8000-ALTERAR-CONTATO.
           PERFORM 6100-LOCALIZAR-POR-NUMERO.
           IF WS-REGISTRO-OK = "S"
               PERFORM 5000-EXIBIR-REGISTRO
               PERFORM 8100-CAPTURAR-CONTATO
               IF WS-DATA-OK = "S"
                   PERFORM 8300-CONFIRMAR-CONTATO
               END-IF
           END-IF.

       8100-CAPTURAR-CONTATO.
           PERFORM 6250-SALVAR-ANTERIOR.
           MOVE "S" TO WS-DATA-OK.
           DISPLAY "NOVO ENDERECO (VAZIO = MANTER): ".
           ACCEPT WRK-ENDERECO.
           IF WRK-ENDERECO = SPACES
               MOVE CAD-ENDERECO TO WRK-ENDERECO
           END-IF.
           DISPLAY "NOVA CIDADE (VAZIO = MANTER): ".
           ACCEPT WRK-CIDADE.
           IF WRK-CIDADE = SPACES
               MOVE CAD-CIDADE TO WRK-CIDADE
           END-IF.
           DISPLAY "NOVO CEP 8 DIGITOS (VAZIO = MANTER): ".
           ACCEPT WRK-CEP-ALFA.
           IF WRK-CEP-ALFA = SPACES
               MOVE CAD-CEP TO WRK-CEP
           ELSE
               IF WRK-CEP-ALFA IS NOT NUMERIC
                   OR WRK-CEP-ALFA = "00000000"
                   MOVE "N" TO WS-DATA-OK
                   DISPLAY "CEP INVALIDO - NADA ALTERADO"
               ELSE
                   MOVE WRK-CEP-ALFA TO WRK-CEP
               END-IF
           END-IF.
           IF WS-DATA-OK = "S"
               IF WRK-CEP NOT = CAD-CEP
                   OR WRK-CIDADE NOT = CAD-CIDADE
                   PERFORM 8200-CONFERIR-CEP-CIDADE
               END-IF
           END-IF.
           IF WS-DATA-OK = "S"
               DISPLAY "NOVO E-MAIL (VAZIO = MANTER): "
               ACCEPT WRK-EMAIL
               IF WRK-EMAIL = SPACES
                   MOVE CAD-EMAIL TO WRK-EMAIL
               ELSE
                   PERFORM 8250-CRITICAR-EMAIL
               END-IF
           END-IF.
           IF WS-DATA-OK = "S"
               IF WRK-ENDERECO = CAD-ENDERECO
                   AND WRK-CIDADE = CAD-CIDADE
                   AND WRK-CEP = CAD-CEP
                   AND WRK-EMAIL = CAD-EMAIL
                   MOVE "N" TO WS-DATA-OK
                   DISPLAY "NENHUM DADO DE CONTATO ALTERADO"
               END-IF
           END-IF.

       8200-CONFERIR-CEP-CIDADE.
           OPEN INPUT TABELA-CEP.
           IF WS-FS-CEP NOT = "00"
               DISPLAY "TABELA DE CEP INDISPONIVEL - CEP CONFERIDO"
                   " SO PELO FORMATO"
           ELSE
               PERFORM 8210-CONSULTAR-CEP
               IF WS-CEP-ACHADO = "N"
                   MOVE "N" TO WS-DATA-OK
                   DISPLAY "CEP NAO CONSTA DA TABELA DE CEP - NADA"
                       " ALTERADO"
               ELSE
                   MOVE WRK-CIDADE TO WS-CIDADE-COMPARA
                   INSPECT WS-CIDADE-COMPARA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CIDADE-COMPARA NOT = CEP-CIDADE
                       DISPLAY "O CEP " WRK-CEP " E DE " CEP-CIDADE
                           " " CEP-UF
                       DISPLAY "USAR A CIDADE DO CEP (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           MOVE CEP-CIDADE TO WRK-CIDADE
                       ELSE
                           MOVE "N" TO WS-DATA-OK
                           DISPLAY "CEP E CIDADE NAO CONFEREM - NADA"
                               " ALTERADO"
                       END-IF
                   END-IF
               END-IF
               CLOSE TABELA-CEP
           END-IF.

       8210-CONSULTAR-CEP.
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

       8250-CRITICAR-EMAIL.
           MOVE ZEROS TO WS-QTD-ARROBA WS-QTD-PONTO.
           INSPECT WRK-EMAIL
               TALLYING WS-QTD-ARROBA FOR ALL "@"
                        WS-QTD-PONTO FOR ALL ".".
           IF WS-QTD-ARROBA NOT = 1
               OR WS-QTD-PONTO = 0
               OR WRK-EMAIL (1:1) = "@"
               MOVE "N" TO WS-DATA-OK
               DISPLAY "E-MAIL INVALIDO - NADA ALTERADO"
           END-IF.

       8300-CONFIRMAR-CONTATO.
           DISPLAY "ENDERECO PASSARA A SER: " WRK-ENDERECO.
           DISPLAY "CIDADE PASSARA A SER..: " WRK-CIDADE.
           DISPLAY "CEP PASSARA A SER.....: " WRK-CEP.
           DISPLAY "E-MAIL PASSARA A SER..: " WRK-EMAIL.
           DISPLAY "CONFIRMA A ALTERACAO (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR "s"
               MOVE WRK-ENDERECO TO CAD-ENDERECO
               MOVE WRK-CIDADE   TO CAD-CIDADE
               MOVE WRK-CEP      TO CAD-CEP
               MOVE WRK-EMAIL    TO CAD-EMAIL
               PERFORM 8400-RENOVAR-CANAIS
               REWRITE CAD-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO: " CAD-NUMERO
                   NOT INVALID KEY
                       MOVE "A" TO WS-OPERACAO
                       PERFORM 9000-REGISTRAR-AUDITORIA
                       DISPLAY "CONTATO ALTERADO: " CAD-NUMERO
               END-REWRITE
           ELSE
               DISPLAY "ALTERACAO ABANDONADA"
           END-IF.

       8400-RENOVAR-CANAIS.
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

       9000-REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO AUD-DATA-MOVIMENTO.
           MOVE WS-USUARIO TO AUD-USUARIO.
           MOVE WS-OPERACAO TO AUD-OPERACAO.
           MOVE CAD-NUMERO TO AUD-NUMERO.
           MOVE CAD-TELEFONE TO AUD-TELEFONE-NOVO.
           MOVE CAD-EMAIL    TO AUD-EMAIL-NOVO.
           MOVE ZEROS TO AUD-NUMERO-FUSAO.
           MOVE CAD-SITUACAO TO AUD-SITUACAO-NOVO.
           MOVE SPACES TO AUD-USUARIO-SUBMISSAO.
           MOVE SPACES TO AUD-USUARIO-APROVACAO.
           MOVE CAD-POSTAL-INVALIDO TO AUD-POSTAL-INVALIDO-NOVO.
           MOVE CAD-EMAIL-INVALIDO TO AUD-EMAIL-INVALIDO-NOVO.
           MOVE SPACES TO AUD-MOTIVO-DEVOLUCAO.
           MOVE "PROGRAMA08" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA-LOG.
