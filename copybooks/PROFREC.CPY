      *----------------------------------------------------------------*
      *  PROFREC - LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES       *
      *  (PROFMST). MANTIDO PELO PROFMNT; O TURMAMNT VALIDA O          *
      *  PROFESSOR RESPONSAVEL DA TURMA (TURM-PROF-ID) CONTRA ELE E O  *
      *  PROFRPT TOTALIZA A CARGA POR PROFESSOR E IMPRIME AS FOLHAS    *
      *  DE NOTAS EM BRANCO. PROF-DISCIPLINA E A DISCIPLINA (DISCMST)  *
      *  QUE O PROFESSOR LANCA - VAI PREENCHIDA NA FOLHA EM BRANCO;    *
      *  EM BRANCO QUANDO O PROFESSOR E POLIVALENTE. PROFESSOR INATIVO *
      *  NAO PODE SER ATRIBUIDO A TURMA NOVA.                          *
      *----------------------------------------------------------------*
       01  PROF-RECORD.
           05  PROF-CODIGO               PIC X(04).
           05  PROF-NOME                 PIC X(30).
           05  PROF-DISCIPLINA           PIC X(04).
           05  PROF-SITUACAO             PIC X(01).
               88  PROF-ATIVO                VALUE 'A'.
               88  PROF-INATIVO              VALUE 'I'.
