      *----------------------------------------------------------------*
      *  GLMCREC - LAYOUT DO REGISTRO DO CONTROLE MENSAL DO RAZAO      *
      *  (GLMCTL). O GLPOST ACRESCENTA UM TRAILER POR DIA POSTADO      *
      *  (TIPO EM BRANCO) COM A DATA DE NEGOCIO, A CONTAGEM E A SOMA   *
      *  DO ENVELOPE DO GLXMIT. O GLCLOSE SOMA OS TRAILERS DO MES, E   *
      *  COM O MES EM PROVA REINICIA O ARQUIVO DEIXANDO SO UM REGISTRO *
      *  DE FECHAMENTO (TIPO F) COM A ULTIMA DATA DE MOVIMENTO DO MES  *
      *  FECHADO E OS TOTAIS PROVADOS. O ENCERRAMENTO DO EXERCICIO     *
      *  (GLYEND) SO RODA SOBRE O FECHAMENTO DE DEZEMBRO E O MARCA     *
      *  COMO ANO ENCERRADO (TIPO A).                                  *
      *----------------------------------------------------------------*
       01  GLC-RECORD.
           05  GLC-DATA                  PIC 9(08).
           05  GLC-CONTAGEM              PIC 9(06).
           05  GLC-SOMA                  PIC 9(11)V99.
           05  GLC-TIPO                  PIC X(01).
               88  GLC-TRAILER-DIA           VALUE SPACE.
               88  GLC-FECHAMENTO-MES        VALUE 'F'.
               88  GLC-FECHAMENTO-ANO        VALUE 'A'.
