      *----------------------------------------------------------------*
      *  GLFCREC - LAYOUT DO REGISTRO DA FOTOGRAFIA DO MES FECHADO     *
      *  (GLFECH), GRAVADA PELO GLCLOSE UMA POR CONTA DO GLMAST ANTES  *
      *  DA ZERAGEM DOS ACUMULADORES DO MES. GLF-ANOMES E O MES DO     *
      *  MOVIMENTO FECHADO (O DO ULTIMO TRAILER DIARIO DO GLMCTL).     *
      *  LIDA DEPOIS DO FECHAMENTO PELO BUDRPT, QUE JA NAO ENCONTRA    *
      *  OS VALORES DO MES NO MESTRE.                                  *
      *----------------------------------------------------------------*
       01  GLF-RECORD.
           05  GLF-ACCOUNT-CODE          PIC X(06).
           05  GLF-DESCRICAO             PIC X(30).
           05  GLF-ANOMES.
               10  GLF-ANO               PIC 9(04).
               10  GLF-MES               PIC 9(02).
           05  GLF-SALDO                 PIC S9(11)V99.
           05  GLF-MTD-LANCTOS           PIC 9(05).
           05  GLF-MTD-DEBITOS           PIC 9(11)V99.
           05  GLF-MTD-CREDITOS          PIC 9(11)V99.
           05  GLF-YTD-DEBITOS           PIC 9(13)V99.
           05  GLF-YTD-CREDITOS          PIC 9(13)V99.
