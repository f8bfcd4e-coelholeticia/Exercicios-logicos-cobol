      *  CADA POSTAGEM NOTURNA; O FECHAMENTO MENSAL (GLCLOSE) PROVA    *
      *  OS TOTAIS MTD CONTRA OS TRAILERS DIARIOS (GLMCTL) E ZERA OS   *
      *  ACUMULADORES DO MES PARA O PERIODO SEGUINTE.                  *
      *  GLM-ULT-POSTAGEM/GLM-ULT-SEQ GUARDAM A DATA DE MOVIMENTO E A  *
      *  SEQUENCIA DO ULTIMO DETALHE DO GLXMIT APLICADO NA CONTA: NUM  *
      *  RESTART DO GLPOST O DETALHE JA APLICADO DEPOIS DO ULTIMO      *
      *  CHECKPOINT NAO E POSTADO DE NOVO.                             *
      *----------------------------------------------------------------*
       01  GL-MASTER-RECORD.
           05  GLM-ACCOUNT-CODE          PIC X(06).
           05  GLM-MTD-CREDITOS          PIC 9(11)V99.
           05  GLM-YTD-DEBITOS           PIC 9(13)V99.
           05  GLM-YTD-CREDITOS          PIC 9(13)V99.
           05  GLM-ULT-POSTAGEM          PIC 9(08).
           05  GLM-ULT-SEQ               PIC 9(06).
