      *==AUTHOR: ANDREYSSON   EMPRESA:00
      *==OBJETIVO: Carga em lote do cadastro
      *==(NOME/DATA DE NASCIMENTO/DADOS DE CONTATO)
      *==O lote carregado e o ultimo registrado pela
      *==critica previa (LOTCTL.DAT/LOTES.DAT): cada
      *==suspenso leva o numero do lote, o registro do
      *==lote recebe carregados/suspensos e, havendo
      *==suspensos, sai o aviso ao departamento
      *==remetente em AVISOnnnnnnn.TXT.
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

           SELECT ARQ-CONTROLE-LOTE ASSIGN TO "LOTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE-LOTE.

           SELECT ARQUIVO-AVISO ASSIGN TO WS-NOME-AVISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISO.

           SELECT ARQ-DATA-MOVIMENTO ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENTRADA.
           COPY SUSREG.

       FD  SUSPENSO-TRABALHO.
       01  TRB-REGISTRO PIC X(174).

       FD  ARQ-CONTROLE.
           COPY CTLREG.
       FD  ARQ-JORNAL.
           COPY EXEREG.

       FD  TABELA-CEP.
           COPY CEPREG.

       FD  ARQ-LOTES.
           COPY LOTREG.

       FD  ARQ-CONTROLE-LOTE.
           COPY LCTREG.

       FD  ARQUIVO-AVISO.
       01  REG-AVISO PIC X(80).

       FD  ARQ-DATA-MOVIMENTO.
           COPY DTMREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JORNAL PIC XX VALUE "00".
       77 WS-FS-ENTRADA PIC XX VALUE "00".
       77 WS-MOTIVO PIC X(02) VALUE SPACES.
       77 WS-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO PIC 9(02) VALUE ZEROS.
       77 WS-FS-CEP PIC XX VALUE "00".
       77 WS-CEP-ABERTO PIC X(01) VALUE "N".
       77 WS-CEP-ACHADO PIC X(01) VALUE "N".
       77 WS-CIDADE-COMPARA PIC X(20) VALUE SPACES.
       77 WS-DATA-CARGA PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-PONTO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PONTO PIC 9(07) VALUE ZEROS.
       77 WS-INTERVALO-PONTO PIC 9(07) VALUE 100.
       77 WS-FS-LOTES PIC XX VALUE "00".
       77 WS-FS-CONTROLE-LOTE PIC XX VALUE "00".
       77 WS-FS-AVISO PIC XX VALUE "00".
       77 WS-FS-DATA-MOVIMENTO PIC XX VALUE "00".
       77 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-MOVIMENTO PIC X(01) VALUE SPACES.
       77 WS-NUMERO-LOTE PIC 9(07) VALUE ZEROS.
       77 WS-DEPARTAMENTO PIC X(20) VALUE SPACES.
       77 WS-DESC-MOTIVO PIC X(33) VALUE SPACES.
       77 WS-PAGINA-AVISO PIC 9(03) VALUE ZEROS.
       77 WS-LINHAS-AVISO PIC 9(02) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 WS-QTD-AVISO PIC 9(07) VALUE ZEROS.
       01 WS-CAB-LOTE.
           05 WS-CAB-PREFIXO PIC X(05).
           05 WS-CAB-DEPARTAMENTO PIC X(20).

       01 WS-NOME-AVISO.
           05 FILLER PIC X(05) VALUE "AVISO".
           05 WS-AVI-LOTE PIC 9(07).
           05 FILLER PIC X(04) VALUE ".TXT".

       01 WS-LIN-SEPARADORA PIC X(80) VALUE ALL "=".

       01 WS-LIN-TITULO-AVISO.
           05 FILLER PIC X(30) VALUE "AVISO DE REGISTROS EM SUSPENSO".
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PAGINA: ".
           05 WS-TAV-PAGINA PIC ZZ9.

       01 WS-LIN-EMISSAO.
           05 FILLER PIC X(12) VALUE "EMITIDO EM: ".
           05 WS-EMI-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-EMI-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-EMI-ANO PIC 9(04).
           05 FILLER PIC X(04) VALUE " AS ".
           05 WS-EMI-HORA PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-EMI-MIN PIC 9(02).

       01 WS-LIN-LOTE-AVISO.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-LAV-DEPARTAMENTO PIC X(20).
           05 FILLER PIC X(09) VALUE "   LOTE: ".
           05 WS-LAV-LOTE PIC 9(07).

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

       01 WS-LIN-SUBTOTAL.
           05 WS-SUB-ROTULO PIC X(30).
           05 WS-SUB-VALOR PIC ZZZZZZ9.

       01 WS-DATA-ATUAL-NUM PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ATUAL-DET REDEFINES WS-DATA-ATUAL-NUM.
           05 WS-ANO-ATUAL PIC 9(04).

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0050-OBTER-DATA-MOVIMENTO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM 2000-LER-ENTRADA
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
           OPEN INPUT ARQUIVO-ENTRADA.
           OPEN I-O CADASTRO-MESTRE.
               OPEN OUTPUT AUDITORIA-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-CARGA.
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
           PERFORM 1020-IDENTIFICAR-LOTE.
           PERFORM 1050-RETOMAR-PONTO-CONTROLE.
           PERFORM 1080-PREPARAR-SUSPENSO.
           PERFORM 1200-OBTER-ULTIMO-NUMERO.

       1020-IDENTIFICAR-LOTE.
           MOVE ZEROS TO WS-NUMERO-LOTE.
           OPEN INPUT ARQ-CONTROLE-LOTE.
           IF WS-FS-CONTROLE-LOTE = "00"
               READ ARQ-CONTROLE-LOTE
                   NOT AT END
                       MOVE LCT-ULTIMO-LOTE TO WS-NUMERO-LOTE
               END-READ
               CLOSE ARQ-CONTROLE-LOTE
           END-IF.
           IF WS-NUMERO-LOTE = ZEROS
               DISPLAY "NENHUM LOTE REGISTRADO NA CRITICA PREVIA"
                   " - CARGA SEM NUMERO DE LOTE"
           ELSE
               OPEN INPUT ARQ-LOTES
               IF WS-FS-LOTES = "00"
                   MOVE WS-NUMERO-LOTE TO LOT-NUMERO
                   READ ARQ-LOTES
                       INVALID KEY
                           DISPLAY "LOTE " WS-NUMERO-LOTE
                               " AUSENTE DE LOTES.DAT"
                           MOVE ZEROS TO WS-NUMERO-LOTE
                       NOT INVALID KEY
                           PERFORM 1030-CONFERIR-LOTE
                   END-READ
                   CLOSE ARQ-LOTES
               ELSE
                   DISPLAY "LOTES.DAT INDISPONIVEL - CARGA SEM"
                       " NUMERO DE LOTE"
                   MOVE ZEROS TO WS-NUMERO-LOTE
               END-IF
           END-IF.
           IF WS-NUMERO-LOTE > 0
               DISPLAY "CARREGANDO O LOTE: " WS-NUMERO-LOTE
                   " - " WS-DEPARTAMENTO
           END-IF.

       1030-CONFERIR-LOTE.
           MOVE LOT-DEPARTAMENTO TO WS-DEPARTAMENTO.
           IF LOT-RESULTADO NOT = "A"
               DISPLAY "LOTE " WS-NUMERO-LOTE
                   " FOI DEVOLVIDO NA CRITICA - CARGA SEM"
                   " NUMERO DE LOTE"
               MOVE ZEROS TO WS-NUMERO-LOTE
           ELSE
               IF LOT-DATA-CARGA NOT = ZEROS
                   DISPLAY "LOTE " WS-NUMERO-LOTE
                       " JA CARREGADO EM " LOT-DATA-CARGA
                       " - CARGA SEM NUMERO DE LOTE"
                   MOVE ZEROS TO WS-NUMERO-LOTE
               END-IF
           END-IF.

       1040-CONFERIR-CABECALHO.
           MOVE REG-ENTRADA (1:25) TO WS-CAB-LOTE.
           IF WS-NUMERO-LOTE > 0
               AND WS-CAB-DEPARTAMENTO NOT = WS-DEPARTAMENTO
               DISPLAY "CABECALHO DE ENTRADA.DAT (" WS-CAB-DEPARTAMENTO
                   ") NAO CONFERE COM O LOTE " WS-NUMERO-LOTE
                   " - CARGA SEM NUMERO DE LOTE"
               MOVE ZEROS TO WS-NUMERO-LOTE
           END-IF.

       1050-RETOMAR-PONTO-CONTROLE.
           OPEN INPUT PONTO-CONTROLE.
           IF WS-FS-CHECKPOINT = "00"
                           IF REG-NOME (1:1) NOT = "*"
                               ADD 1 TO WS-QTD-LIDOS
                           END-IF
                           IF REG-NOME (1:5) = "*LOT="
                               PERFORM 1040-CONFERIR-CABECALHO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FIM-ARQUIVO = "S"
                           MOVE REG-TELEFONE  TO WRK-TELEFONE
                           MOVE REG-EMAIL     TO WRK-EMAIL
                       END-IF
                       IF REG-NOME (1:5) = "*LOT="
                           PERFORM 1040-CONFERIR-CABECALHO
                       END-IF
               END-READ
           END-PERFORM.

               PERFORM 3550-MOVER-CONTATO
               MOVE "A" TO CAD-SITUACAO
               MOVE WS-DATA-CARGA TO CAD-DATA-SITUACAO
               MOVE "N" TO CAD-POSTAL-INVALIDO
               MOVE WS-DATA-CARGA TO CAD-DATA-POSTAL
               MOVE "N" TO CAD-EMAIL-INVALIDO
               MOVE WS-DATA-CARGA TO CAD-DATA-EMAIL
               WRITE CAD-REGISTRO
                   INVALID KEY
                       PERFORM 3600-TRATAR-COLISAO
                   PERFORM 3550-MOVER-CONTATO
                   MOVE "A" TO CAD-SITUACAO
                   MOVE WS-DATA-CARGA TO CAD-DATA-SITUACAO
                   MOVE "N" TO CAD-POSTAL-INVALIDO
                   MOVE WS-DATA-CARGA TO CAD-DATA-POSTAL
                   MOVE "N" TO CAD-EMAIL-INVALIDO
                   MOVE WS-DATA-CARGA TO CAD-DATA-EMAIL
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
           MOVE "PROGRAMA2B" TO AUD-PROGRAMA.
           WRITE AUD-REGISTRO.

       3800-GRAVAR-SUSPENSO.
           MOVE WRK-EMAIL     TO SUS-EMAIL.
           MOVE WS-MOTIVO     TO SUS-MOTIVO.
           MOVE WS-DATA-CARGA TO SUS-DATA-CARGA.
           MOVE WS-NUMERO-LOTE TO SUS-LOTE.
           WRITE SUS-REGISTRO.
           ADD 1 TO WS-QTD-SUSPENSOS.

           CLOSE ARQUIVO-ENTRADA.
           CLOSE CADASTRO-MESTRE.
           CLOSE AUDITORIA-LOG.
           IF WS-CEP-ABERTO = "S"
               CLOSE TABELA-CEP
           END-IF.
           CLOSE ARQUIVO-SUSPENSO.
           PERFORM 1300-GRAVAR-CONTROLE.
           OPEN OUTPUT PONTO-CONTROLE.
           MOVE ZEROS TO REG-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE PONTO-CONTROLE.
           IF WS-NUMERO-LOTE > 0
               PERFORM 4200-ATUALIZAR-LOTE
               IF WS-QTD-REJEITADOS > 0
                   PERFORM 4300-EMITIR-AVISO
               END-IF
           END-IF.

       4200-ATUALIZAR-LOTE.
           OPEN I-O ARQ-LOTES.
           IF WS-FS-LOTES NOT = "00"
               DISPLAY "LOTES.DAT INDISPONIVEL - LOTE "
                   WS-NUMERO-LOTE " NAO ATUALIZADO"
           ELSE
               MOVE WS-NUMERO-LOTE TO LOT-NUMERO
               READ ARQ-LOTES
                   INVALID KEY
                       DISPLAY "LOTE " WS-NUMERO-LOTE
                           " AUSENTE DE LOTES.DAT"
                   NOT INVALID KEY
                       MOVE WS-DATA-CARGA TO LOT-DATA-CARGA
                       MOVE WS-QTD-GRAVADOS TO LOT-QTD-CARREGADOS
                       MOVE WS-QTD-REJEITADOS TO LOT-QTD-SUSPENSOS
                       REWRITE LOT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR O LOTE: "
                                   WS-NUMERO-LOTE
                       END-REWRITE
               END-READ
               CLOSE ARQ-LOTES
           END-IF.

       4300-EMITIR-AVISO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (7:2) TO WS-EMI-DIA.
           MOVE WS-DATA-HORA (5:2) TO WS-EMI-MES.
           MOVE WS-DATA-HORA (1:4) TO WS-EMI-ANO.
           MOVE WS-DATA-HORA (9:2) TO WS-EMI-HORA.
           MOVE WS-DATA-HORA (11:2) TO WS-EMI-MIN.
           MOVE WS-NUMERO-LOTE TO WS-AVI-LOTE.
           OPEN OUTPUT ARQUIVO-AVISO.
           PERFORM 5100-NOVA-PAGINA-AVISO.
           MOVE ZEROS TO WS-QTD-AVISO.
           OPEN INPUT ARQUIVO-SUSPENSO.
           MOVE "N" TO WS-FIM-SUSPENSO.
           PERFORM UNTIL WS-FIM-SUSPENSO = "S"
               READ ARQUIVO-SUSPENSO
                   AT END
                       MOVE "S" TO WS-FIM-SUSPENSO
                   NOT AT END
                       IF SUS-LOTE IS NUMERIC
                           AND SUS-LOTE = WS-NUMERO-LOTE
                           PERFORM 4350-IMPRIMIR-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SUSPENSO.
           IF WS-LINHAS-AVISO >= WS-LINHAS-POR-PAGINA - 5
               PERFORM 5100-NOVA-PAGINA-AVISO
           END-IF.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "REGISTROS CARREGADOS.........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-GRAVADOS TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "REGISTROS EM SUSPENSO........: " TO WS-SUB-ROTULO.
           MOVE WS-QTD-AVISO TO WS-SUB-VALOR.
           MOVE WS-LIN-SUBTOTAL TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE "CORRIGIR E REENVIAR SOMENTE OS REGISTROS ACIMA"
               TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-SEPARADORA TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           CLOSE ARQUIVO-AVISO.
           DISPLAY "AVISO DE SUSPENSOS GRAVADO EM " WS-NOME-AVISO.

       4350-IMPRIMIR-SUSPENSO.
           IF WS-LINHAS-AVISO >= WS-LINHAS-POR-PAGINA
               PERFORM 5100-NOVA-PAGINA-AVISO
           END-IF.
           EVALUATE SUS-MOTIVO
               WHEN "01"
                   MOVE "DATA DE NASCIMENTO NAO NUMERICA"
                       TO WS-DESC-MOTIVO
               WHEN "02"
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-DESC-MOTIVO
               WHEN "03"
                   MOVE "ERRO DE GRAVACAO NO MESTRE" TO WS-DESC-MOTIVO
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
           MOVE SUS-NOME TO WS-DAV-NOME.
           MOVE SUS-DATA-NASC TO WS-DAV-NASC.
           MOVE SUS-MOTIVO TO WS-DAV-MOTIVO.
           MOVE WS-DESC-MOTIVO TO WS-DAV-DESCRICAO.
           MOVE WS-LIN-DETALHE-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           ADD 1 TO WS-QTD-AVISO.

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
           MOVE "SITUACAO: LOTE CARREGADO COM REGISTROS RETIDOS"
               TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.
           MOVE WS-LIN-COLUNAS-AVISO TO REG-AVISO.
           PERFORM 6100-GRAVAR-LINHA-AVISO.

       6100-GRAVAR-LINHA-AVISO.
           WRITE REG-AVISO.
           ADD 1 TO WS-LINHAS-AVISO.

       8000-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           MOVE "PROGRAMA2B" TO EXE-PROGRAMA.
           MOVE WS-DATA-HORA (1:8) TO EXE-DATA.
           MOVE WS-DATA-HORA (9:6) TO EXE-HORA.
           MOVE WS-DATA-MOVIMENTO TO EXE-DATA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO EXE-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS   TO EXE-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS.
