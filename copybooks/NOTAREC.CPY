      *----------------------------------------------------------------*
      *  NOTAREC - LAYOUT DO REGISTRO DO MESTRE DE NOTAS POR           *
      *  DISCIPLINA (NOTAMST), CHAVEADO POR MATRICULA, DISCIPLINA E    *
      *  BIMESTRE. GRAVADO PELO GRADPOST, UMA DISCIPLINA POR LOTE;     *
      *  EXERCICIO4, BOLETIM, GRADHIST E PROMOTE LEEM AS NOTAS DO      *
      *  ALUNO COM START NA MATRICULA E LEITURA SEQUENCIAL ATE A       *
      *  QUEBRA. AS COLUNAS ROST-NOTA1 A ROST-NOTA4 DO ROSTIN PASSAM   *
      *  A GUARDAR A MEDIA DO BIMESTRE ENTRE AS DISCIPLINAS, QUE O     *
      *  GRADPOST RECALCULA A CADA LANCAMENTO; ALUNO SEM NENHUMA NOTA  *
      *  NO NOTAMST CONTINUA AVALIADO PELAS COLUNAS DO ROSTIN.         *
      *----------------------------------------------------------------*
       01  NOTA-RECORD.
           05  NOTA-CHAVE.
               10  NOTA-MATRICULA        PIC 9(06).
               10  NOTA-DISCIPLINA       PIC X(04).
               10  NOTA-BIMESTRE         PIC 9(01).
           05  NOTA-VALOR                PIC 9(02)V9.
           05  NOTA-DATA-LANC            PIC 9(08).
           05  NOTA-OPERADOR             PIC X(08).
