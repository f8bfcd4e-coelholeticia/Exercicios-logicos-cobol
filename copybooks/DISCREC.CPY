      *----------------------------------------------------------------*
      *  DISCREC - LAYOUT DO REGISTRO DO CADASTRO DE DISCIPLINAS       *
      *  (DISCMST). MANTIDO PELO DISCMNT; O GRADPOST VALIDA A          *
      *  DISCIPLINA DE CADA FOLHA DE NOTAS CONTRA ELE E SO FECHA O     *
      *  BIMESTRE NO NOTAPARM QUANDO TODAS AS DISCIPLINAS ATIVAS JA    *
      *  TEM NOTA LANCADA; O BOLETIM IMPRIME A DESCRICAO AO LADO DO    *
      *  CODIGO. DISCIPLINA INATIVA NAO RECEBE MAIS LANCAMENTOS, MAS   *
      *  AS NOTAS JA GRAVADAS NO NOTAMST CONTINUAM VALENDO.            *
      *----------------------------------------------------------------*
       01  DISC-RECORD.
           05  DISC-CODIGO               PIC X(04).
           05  DISC-DESCRICAO            PIC X(30).
           05  DISC-SITUACAO             PIC X(01).
               88  DISC-ATIVA                VALUE 'A'.
               88  DISC-INATIVA              VALUE 'I'.
