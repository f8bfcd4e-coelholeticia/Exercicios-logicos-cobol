      *----------------------------------------------------------------*
      *  BUDREC - LAYOUT DO REGISTRO DO MESTRE DE ORCAMENTO DO RAZAO   *
      *  (BUDMAST), INDEXADO PELA CONTA DO GLMAST MAIS O MES DE        *
      *  COMPETENCIA (AAAAMM). O VALOR ORCADO SEGUE A CONVENCAO DO     *
      *  SALDO DO GLMREC: DEBITO POSITIVO, CREDITO NEGATIVO (UMA       *
      *  CONTA DE RECEITA TEM ORCAMENTO NEGATIVO). MANTIDO PELO        *
      *  BUDMNT (SO SUPERVISORES) E LIDO PELO BUDRPT NO FECHAMENTO     *
      *  MENSAL PARA O COMPARATIVO ORCADO X REALIZADO.                 *
      *----------------------------------------------------------------*
       01  BUD-RECORD.
           05  BUD-CHAVE.
               10  BUD-ACCOUNT-CODE      PIC X(06).
               10  BUD-ANOMES.
                   15  BUD-ANO           PIC 9(04).
                   15  BUD-MES           PIC 9(02).
           05  BUD-VALOR                 PIC S9(11)V99.
           05  BUD-OPERADOR              PIC X(08).
           05  BUD-DATA-ALT              PIC 9(08).
