       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-LOG.
       01  REG-AUDITORIA PIC X(433).

       FD  ARQUIVO-MORTO.
       01  REG-MORTO PIC X(433).

       FD  NOVO-LOG.
       01  REG-NOVO PIC X(433).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDITORIA PIC XX VALUE "00".
