      *  ROSTBAT VALIDAM ROST-TURMA CONTRA ELE, E OS RELATORIOS        *
      *  (GRADERPT, RANKRPT, BOLETIM) IMPRIMEM A DESCRICAO AO LADO     *
      *  DO CODIGO.                                                    *
      *  TURM-PROF-ID E O CODIGO DO PROFESSOR RESPONSAVEL NO CADASTRO  *
      *  DE PROFESSORES (PROFMST), VALIDADO PELO TURMAMNT; OCUPA O     *
      *  INICIO DA ANTIGA AREA DO NOME DIGITADO E O RESTO FICA EM      *
      *  BRANCO, SEM MUDAR A POSICAO DOS CAMPOS SEGUINTES.             *
      *  TURM-MENSALIDADE E O VALOR QUE O FATURAMENTO MENSAL (MENSFAT) *
      *  COBRA DE CADA ALUNO DA TURMA. FOI ACRESCENTADO NO FIM E O     *
      *  REGISTRO PASSOU DE 68 PARA 75 BYTES. O TURMAMST E SEQUENCIAL  *
      *  DE LINHA, ENTAO AS LINHAS ANTIGAS DE 68 BYTES SAO LIDAS COM   *
      *  A MENSALIDADE EM BRANCO: O MENSFAT E O TURMAMNT SO USAM O     *
      *  CAMPO QUANDO NUMERICO, E A PRIMEIRA GRAVACAO DO TURMAMNT JA   *
      *  REGRAVA O ARQUIVO TODO COM 75 BYTES. NAO HA CONVERSAO A FAZER.*
      *----------------------------------------------------------------*
       01  TURMA-RECORD.
           05  TURM-CODIGO               PIC X(04).
           05  TURM-DESCRICAO            PIC X(30).
           05  TURM-TURNO                PIC X(01).
           05  TURM-PROF-ID              PIC X(04).
           05  FILLER                    PIC X(26).
           05  TURM-CAPACIDADE           PIC 9(03).
           05  TURM-MENSALIDADE          PIC 9(05)V99.
