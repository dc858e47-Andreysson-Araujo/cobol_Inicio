           COPY AUDREG.

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
           DISPLAY "DATA/HORA: " AUD-DATA-HORA (1:8)
               " " AUD-DATA-HORA (9:2) ":" AUD-DATA-HORA (11:2)
               ":" AUD-DATA-HORA (13:2).
           IF AUD-DATA-MOVIMENTO IS NUMERIC
               AND AUD-DATA-MOVIMENTO > 0
               DISPLAY "MOVIMENTO: " AUD-DATA-MOVIMENTO
           END-IF.
           DISPLAY "USUARIO..: " AUD-USUARIO.
           DISPLAY "OPERACAO.: " WS-DESC-OPERACAO.
           IF AUD-PROGRAMA NOT = SPACES
               DISPLAY "PROGRAMA.: " AUD-PROGRAMA
           END-IF.
           DISPLAY "NUMERO...: " AUD-NUMERO.
           IF AUD-NUMERO-FUSAO IS NUMERIC
               AND AUD-NUMERO-FUSAO > 0
               DISPLAY "FUNDIDO..: " AUD-NUMERO-FUSAO
           END-IF.
           IF AUD-USUARIO-SUBMISSAO NOT = SPACES
               DISPLAY "SUBMETIDO: " AUD-USUARIO-SUBMISSAO
           END-IF.
           IF AUD-USUARIO-APROVACAO NOT = SPACES
               DISPLAY "APROVADO.: " AUD-USUARIO-APROVACAO
           END-IF.
           IF AUD-OPERACAO NOT = "I"
               DISPLAY "ANTES....: " AUD-NOME-ANT " " AUD-NASC-ANT
               DISPLAY "  CONTATO: " AUD-ENDERECO-ANT " "
                   AUD-CIDADE-NOVO " " AUD-CEP-NOVO " "
                   AUD-TELEFONE-NOVO " " AUD-EMAIL-NOVO
           END-IF.
           IF AUD-POSTAL-INVALIDO-NOVO = "S"
               DISPLAY "  ENDERECO DEVOLVIDO (CANAL POSTAL INVALIDO)"
           END-IF.
           IF AUD-EMAIL-INVALIDO-NOVO = "S"
               DISPLAY "  E-MAIL DEVOLVIDO (CANAL E-MAIL INVALIDO)"
           END-IF.
           IF AUD-MOTIVO-DEVOLUCAO NOT = SPACES
               DISPLAY "DEVOLUCAO: MOTIVO " AUD-MOTIVO-DEVOLUCAO
           END-IF.
