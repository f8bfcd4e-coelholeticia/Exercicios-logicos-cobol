      *----------------------------------------------------------------*
      *  HISTREC - LAYOUT DO REGISTRO DO HISTORICO DE NOTAS            *
      *  (GRADHIST), GRAVADO PELO FECHAMENTO DO GRADHIST. CADA ALUNO   *
      *  TEM POR PERIODO UM REGISTRO GERAL (HIST-DISCIPLINA EM         *
      *  BRANCO - MEDIAS DO BIMESTRE ENTRE AS DISCIPLINAS, MEDIA       *
      *  GERAL E SITUACAO DO ANO, JA COM O RESULTADO DA PROVA FINAL)   *
      *  SEGUIDO DE UM REGISTRO POR DISCIPLINA COM AS NOTAS, A MEDIA   *
      *  E A SITUACAO DA DISCIPLINA. REGISTROS ANTERIORES AO MESTRE    *
      *  DE NOTAS POR DISCIPLINA LEEM O CODIGO EM BRANCO E VALEM COMO  *
      *  REGISTRO GERAL.                                               *
      *----------------------------------------------------------------*
       01  HIST-RECORD.
           05  HIST-MATRICULA            PIC 9(06).
           05  HIST-ANO-LETIVO           PIC 9(04).
           05  HIST-TERMO                PIC 9(02).
           05  HIST-NOME                 PIC X(30).
           05  HIST-TURMA                PIC X(04).
           05  HIST-NOTA1                PIC 9(02)V9.
           05  HIST-NOTA2                PIC 9(02)V9.
           05  HIST-NOTA3                PIC 9(02)V9.
           05  HIST-NOTA4                PIC 9(02)V9.
           05  HIST-MEDIA                PIC 9(02)V9.
           05  HIST-STATUS               PIC X(09).
           05  HIST-DISCIPLINA           PIC X(04).
               88  HIST-REGISTRO-GERAL       VALUE SPACES.
