      *=============================================
      *==COPYBOOK: DTMREG
      *==OBJETIVO: Layout de DATAMOV.DAT, o cartao da
      *==data de movimento (data de negocio) da cadeia
      *==batch. Registro unico, regravado inteiro por
      *==PROGRAMA33 (abertura do dia, job CADABRE) e
      *==por PROGRAMA34 (fechamento do dia, job
      *==CADFECHA).
      *==Todo programa batch le a data daqui em vez do
      *==relogio e termina com codigo de retorno 8 se o
      *==arquivo faltar ou a data nao estiver aberta
      *==(situacao F = ja fechada); assim a cadeia que
      *==passa da meia-noite, ou que e rodada de novo
      *==num dia seguinte, continua na data do
      *==movimento. A mesa de atendimento (PROGRAMA02 e
      *==PROGRAMA08) nao para: usa a data aberta quando
      *==houver e, sem ela, a do relogio, com aviso.
      *==A data de movimento vale para
      *==idade, data de carga, datas de lote, retrato
      *==de estatistica e datas padrao dos relatorios;
      *==os instantes de gravacao (AUD-DATA-HORA,
      *==EXE-DATA/EXE-HORA, cabecalho do backup, hora
      *==de emissao) continuam no relogio, e AUDREG,
      *==EXEREG e ESTREG guardam as duas.
      *==Situacao: A = ABERTA  F = FECHADA
      *==DTM-DATA-ANTERIOR e a data de movimento
      *==fechada antes desta (zeros na primeira
      *==abertura); e a data padrao do relatorio de
      *==operacao da manha (PROGRAMA17).
      *=============================================
       01  DTM-REGISTRO.
           05 DTM-DATA-MOVIMENTO      PIC 9(08).
           05 DTM-SITUACAO            PIC X(01).
           05 DTM-DATA-ANTERIOR       PIC 9(08).
           05 DTM-DATA-ABERTURA       PIC 9(08).
           05 DTM-HORA-ABERTURA       PIC 9(06).
           05 DTM-USUARIO-ABERTURA    PIC X(20).
           05 DTM-DATA-FECHAMENTO     PIC 9(08).
           05 DTM-HORA-FECHAMENTO     PIC 9(06).
           05 DTM-USUARIO-FECHAMENTO  PIC X(20).
