      *----------------------------------------------------------------*
      *  GRADEREC - LAYOUT DA FOLHA DE NOTAS DO BIMESTRE (GRADEIN).    *
      *  LIDA PELO GRADPOST NO LANCAMENTO DAS NOTAS; O PROFRPT GRAVA   *
      *  A FOLHA EM BRANCO DE CADA TURMA NESTE MESMO LAYOUT (NOTA EM   *
      *  BRANCO), PARA O PROFESSOR PREENCHER E A SECRETARIA DIGITAR.   *
      *  NOTA COM UMA CASA DECIMAL IMPLICITA (085 = 8.5).              *
      *----------------------------------------------------------------*
       01  GRD-IN-RECORD.
           05  GRD-MATRICULA         PIC X(06).
           05  GRD-MATRICULA-N REDEFINES GRD-MATRICULA
                                     PIC 9(06).
           05  GRD-DISCIPLINA        PIC X(04).
           05  GRD-BIMESTRE          PIC X(01).
           05  GRD-BIMESTRE-N REDEFINES GRD-BIMESTRE
                                     PIC 9(01).
           05  GRD-NOTA              PIC X(03).
           05  GRD-NOTA-N REDEFINES GRD-NOTA
                                     PIC 9(02)V9.
