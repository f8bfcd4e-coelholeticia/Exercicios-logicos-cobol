      *  ALUNO (DEMOMST), CHAVEADO PELA MATRICULA. MANTIDO PELO        *
      *  DEMOMNT; O CONVOCA CASA A LISTA DE RISCO COM ELE PARA AS      *
      *  CARTAS DE CONVOCACAO E O BOLETIM IMPRIME O RESPONSAVEL E O    *
      *  ENDERECO NO CABECALHO DA PAGINA. O RETENCAO ANONIMIZA O       *
      *  REGISTRO DO EX-ALUNO FORA DO PRAZO DE GUARDA: RESPONSAVEL COM *
      *  A MARCA ABAIXO, ENDERECO COM A DATA DA ANONIMIZACAO E         *
      *  TELEFONE EM BRANCO; A MATRICULA FICA PARA O HISTORICO.        *
      *----------------------------------------------------------------*
       01  DEMO-RECORD.
           05  DEMO-MATRICULA            PIC 9(06).
           05  DEMO-RESPONSAVEL          PIC X(30).
               88  DEMO-ANONIMIZADO          VALUE
                   "*** DADOS ANONIMIZADOS ***".
           05  DEMO-ENDERECO             PIC X(40).
           05  DEMO-TELEFONE             PIC X(12).
