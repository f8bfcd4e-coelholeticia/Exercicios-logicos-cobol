      *----------------------------------------------------------------*
      *  CDISPARM - AREA DE PARAMETROS DO SUBPROGRAMA CALCDISC, A      *
      *  APROVACAO POR DISCIPLINA USADA POR EXERCICIO4, BOLETIM,       *
      *  GRADHIST E PROMOTE. O CHAMADOR CARREGA AS NOTAS DO ALUNO NO   *
      *  NOTAMST, UMA ENTRADA POR DISCIPLINA (ALUNO SEM NOTAS NO       *
      *  NOTAMST ENTRA COM UMA UNICA ENTRADA DE CODIGO EM BRANCO COM   *
      *  AS COLUNAS DO ROSTIN), A NOTA DE CORTE E O LIMITE DE          *
      *  DISCIPLINAS REPROVADAS DO NOTAPARM. O CALCDISC CHAMA O        *
      *  CALCMED POR DISCIPLINA, COM OS BIMESTRES FECHADOS E OS PESOS  *
      *  DA AREA CALCPARM, E DEVOLVE A MEDIA E A SITUACAO DE CADA      *
      *  DISCIPLINA, A MEDIA GERAL (MEDIA DAS DISCIPLINAS) E A         *
      *  SITUACAO DO ANO: REPROVADO QUANDO O NUMERO DE DISCIPLINAS     *
      *  REPROVADAS CHEGA AO LIMITE (LIMITE AUSENTE OU ZERO VALE 1 -   *
      *  QUALQUER DISCIPLINA REPROVADA REPROVA O ANO).                 *
      *----------------------------------------------------------------*
       01  CALC-DISC-AREA.
           05  CDIS-NOTA-CORTE           PIC 9(02)V9.
           05  CDIS-LIMITE-REPROV        PIC 9(01).
           05  CDIS-QTDE                 PIC 9(02).
           05  CDIS-ENTRY OCCURS 15 TIMES INDEXED BY CDIS-IDX.
               10  CDIS-DISCIPLINA       PIC X(04).
               10  CDIS-NOTA1            PIC 9(02)V9.
               10  CDIS-NOTA2            PIC 9(02)V9.
               10  CDIS-NOTA3            PIC 9(02)V9.
               10  CDIS-NOTA4            PIC 9(02)V9.
               10  CDIS-MEDIA            PIC 9(02)V9.
               10  CDIS-MEDIA-MAXIMA     PIC 9(02)V9.
               10  CDIS-SITUACAO         PIC X(09).
           05  CDIS-MEDIA-GERAL          PIC 9(02)V9.
           05  CDIS-QTDE-REPROV          PIC 9(02).
           05  CDIS-QTDE-SEM-ALC         PIC 9(02).
           05  CDIS-SITUACAO-GERAL       PIC X(09).
           05  CDIS-SEM-ALCANCE-SW       PIC X(01).
               88  CDIS-SEM-ALCANCE          VALUE 'Y'.
