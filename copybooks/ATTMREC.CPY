      *  (ATTMOV) APLICADAS PELO ATTUPD, QUE TAMBEM GERA O ATTNDIN     *
      *  PARA O LOTE DO ROSTER EM ORDEM DE MATRICULA. O ATTRPT         *
      *  IMPRIME O RELATORIO MENSAL DE FREQUENCIA POR TURMA.           *
      *  ATTM-AULAS-PERDIDAS E O TOTAL DE FALTAS; ATTM-FALTAS-JUSTIF   *
      *  E A PARTE JUSTIFICADA POR ATESTADO JA CONFIRMADO PELO         *
      *  SUPERVISOR (ATTCONF). AS FALTAS SEM JUSTIFICATIVA SAO A       *
      *  DIFERENCA - SO ELAS CONTAM PARA A REPROVACAO POR FALTA.       *
      *  REGISTRO ANTIGO SEM O CAMPO (NAO NUMERICO) VALE ZERO.         *
      *----------------------------------------------------------------*
       01  ATTM-RECORD.
           05  ATTM-MATRICULA            PIC 9(06).
           05  ATTM-AULAS-DADAS          PIC 9(05).
           05  ATTM-AULAS-PERDIDAS       PIC 9(05).
           05  ATTM-FALTAS-JUSTIF        PIC 9(05).
