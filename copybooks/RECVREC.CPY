      *----------------------------------------------------------------*
      *  RECVREC - LAYOUT DO REGISTRO DO MESTRE DE CONTAS A RECEBER    *
      *  DO ALUNO (RECVMST), CHAVEADO PELA MATRICULA. O FATURAMENTO    *
      *  MENSAL (MENSFAT) LANCA A MENSALIDADE DA TURMA NA PARCELA DO   *
      *  MES DA COMPETENCIA (AAAAMM) E SOMA NO SALDO; O RECVPAG        *
      *  BAIXA OS PAGAMENTOS NAS PARCELAS EM ABERTO. A PARCELA FICA    *
      *  EM ABERTO ENQUANTO RECV-PARC-PAGO FOR MENOR QUE               *
      *  RECV-PARC-VALOR. RECV-SALDO E O TOTAL COBRADO MENOS O TOTAL   *
      *  PAGO - PAGAMENTO ACIMA DO SALDO E RECUSADO, NAO VIRA CREDITO. *
      *  RECV-PAG-DATA/RECV-PAG-SEQ GUARDAM A DATA DE MOVIMENTO E A    *
      *  SEQUENCIA DO ULTIMO DETALHE DO PAGTOIN BAIXADO NA CONTA: NA   *
      *  REEXECUCAO DO RECVPAG O DETALHE JA BAIXADO NAO E APLICADO DE  *
      *  NOVO.                                                         *
      *----------------------------------------------------------------*
       01  RECV-RECORD.
           05  RECV-MATRICULA            PIC 9(06).
           05  RECV-SALDO                PIC S9(07)V99.
           05  RECV-TOT-COBRADO          PIC 9(07)V99.
           05  RECV-TOT-PAGO             PIC 9(07)V99.
           05  RECV-ULT-COMPET           PIC 9(06).
           05  RECV-ULT-PAGTO            PIC 9(08).
           05  RECV-PARCELA OCCURS 12 TIMES.
               10  RECV-PARC-COMPET      PIC 9(06).
               10  RECV-PARC-VALOR       PIC 9(05)V99.
               10  RECV-PARC-PAGO        PIC 9(05)V99.
           05  RECV-PAG-DATA             PIC 9(08).
           05  RECV-PAG-SEQ              PIC 9(06).
