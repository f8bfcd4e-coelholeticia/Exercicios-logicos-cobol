      *----------------------------------------------------------------*
      *  FATPREC - LAYOUT DO REGISTRO UNICO DE PARAMETROS DO           *
      *  FATURAMENTO DE MENSALIDADES (FATPARM): CONTAS DO RAZAO DA     *
      *  CONTA A RECEBER, DA RECEITA, DO CAIXA DA SECRETARIA E DA      *
      *  CONTA BANCARIA DOS BOLETOS, MAIS O BANCO, O CONVENIO DE       *
      *  COBRANCA E O DIA DE VENCIMENTO DOS BOLETOS. USADO POR         *
      *  MENSFAT, RECVPAG, BOLREM E BOLRET.                            *
      *----------------------------------------------------------------*
       01  FATP-RECORD.
           05  FATP-CONTA-RECEBER    PIC X(06).
           05  FATP-CONTA-RECEITA    PIC X(06).
           05  FATP-CONTA-CAIXA      PIC X(06).
           05  FATP-CONTA-BANCO      PIC X(06).
           05  FATP-BANCO-CODIGO     PIC 9(03).
           05  FATP-CONVENIO         PIC 9(07).
           05  FATP-DIA-VENCTO       PIC 9(02).
