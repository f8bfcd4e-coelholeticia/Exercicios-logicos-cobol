      *----------------------------------------------------------------*
      *  PREMREC - LAYOUT DO REGISTRO DO ARQUIVO DE PRE-MATRICULA      *
      *  (PREMAT). A SECRETARIA ACRESCENTA UM REGISTRO POR CANDIDATO   *
      *  NO FIM DO ARQUIVO, NA ORDEM DE INSCRICAO, COM A SITUACAO EM   *
      *  BRANCO; O PREMATR (LOTE NOTURNO) ALOCA A TURMA, ATRIBUI A     *
      *  MATRICULA, MANTEM A SITUACAO E A POSICAO NA LISTA DE ESPERA  *
      *  E REGRAVA O ARQUIVO INTEIRO. PRE-SERIE E A SERIE PEDIDA, QUE  *
      *  CASA COM A PRIMEIRA POSICAO DO CODIGO DA TURMA (TURMAMST);    *
      *  PRE-TURNO EM BRANCO ACEITA QUALQUER TURNO. PRE-IRMAO E A      *
      *  MATRICULA DE UM IRMAO JA NA ESCOLA (ZERO SE NAO HOUVER), QUE  *
      *  DA PRIORIDADE NA LISTA DE ESPERA E EMPRESTA O RESPONSAVEL     *
      *  QUANDO O CANDIDATO VEM SEM ELE. PARA DESISTIR DE UM CANDIDATO *
      *  A SECRETARIA GRAVA 'C' NA SITUACAO; 'R' VOLTA PARA BRANCO     *
      *  DEPOIS DE CORRIGIDO O REGISTRO.                               *
      *----------------------------------------------------------------*
       01  PREM-RECORD.
           05  PREM-INSCRICAO            PIC 9(06).
           05  PREM-DATA-INSCR           PIC 9(08).
           05  PREM-NOME                 PIC X(30).
           05  PREM-SERIE                PIC X(01).
           05  PREM-TURNO                PIC X(01).
           05  PREM-IRMAO                PIC 9(06).
           05  PREM-RESPONSAVEL          PIC X(30).
           05  PREM-ENDERECO             PIC X(40).
           05  PREM-TELEFONE             PIC X(12).
           05  PREM-SITUACAO             PIC X(01).
               88  PREM-NOVA                 VALUES SPACE 'N'.
               88  PREM-ESPERA               VALUE 'E'.
               88  PREM-ALOCADA              VALUE 'A'.
               88  PREM-MATRICULADA          VALUE 'M'.
               88  PREM-SAIDA                VALUE 'S'.
               88  PREM-CANCELADA            VALUE 'C'.
               88  PREM-RECUSADA             VALUE 'R'.
           05  PREM-TURMA                PIC X(04).
           05  PREM-MATRICULA            PIC 9(06).
           05  PREM-POSICAO              PIC 9(04).
           05  PREM-DATA-SITUACAO        PIC 9(08).
