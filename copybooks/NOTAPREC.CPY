      *----------------------------------------------------------------*
      *  NOTAPREC - LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DE     *
      *  NOTA (NOTAPARM) COM VERSOES DATADAS. CADA REGISTRO E UMA      *
      *  VERSAO COMPLETA DOS PARAMETROS (NOTA DE CORTE, BIMESTRES      *
      *  FECHADOS, PISO DO EXAME, PESOS POR BIMESTRE E LIMITE DE       *
      *  REPROVACOES), COM A DATA EM QUE PASSA A VALER E O OPERADOR    *
      *  QUE A REGISTROU. VALE NA DATA DE NEGOCIO A VERSAO DE MAIOR    *
      *  DATA DE VIGENCIA ATE AQUELA DATA (NO EMPATE, O MAIOR NUMERO   *
      *  DE VERSAO) - ESCOLHA FEITA SO PELO SUBPROGRAMA NOTAVIG. O     *
      *  REGISTRO ANTIGO DE 16 POSICOES, SEM O 'V' NA PRIMEIRA, E LIDO *
      *  COMO A VERSAO 0000, EM VIGOR DESDE SEMPRE. VERSAO NAO SE      *
      *  ALTERA: O NOTAMNT INCLUI UMA NOVA OU EXCLUI UMA AINDA FUTURA. *
      *  UNICA EXCECAO: AO FECHAR UM BIMESTRE O GRADPOST SOBE O        *
      *  PERIODO FECHADO DAS VERSOES AINDA FUTURAS DO MESMO ANO        *
      *  LETIVO QUE ESTAVAM ABAIXO DELE.                               *
      *----------------------------------------------------------------*
       01  NPV-RECORD.
           05  NPV-TIPO                  PIC X(01).
               88  NPV-VERSIONADO            VALUE 'V'.
           05  NPV-VERSAO                PIC 9(04).
           05  NPV-DATA-VIGOR            PIC 9(08).
           05  NPV-OPERADOR              PIC X(08).
           05  NPV-DATA-REGISTRO         PIC 9(08).
           05  NPV-PARAMETROS.
               10  NPV-NOTA-CORTE        PIC 9(02)V9.
               10  NPV-PERIODOS          PIC 9(01).
               10  NPV-NOTA-EXAME-MIN    PIC 9(02)V9.
               10  NPV-PESO1             PIC 9(01)V9.
               10  NPV-PESO2             PIC 9(01)V9.
               10  NPV-PESO3             PIC 9(01)V9.
               10  NPV-PESO4             PIC 9(01)V9.
               10  NPV-LIMITE-REPROV     PIC 9(01).
           05  FILLER                    PIC X(10).
       01  NPV-LEGADO-RECORD.
           05  NPV-LEG-PARAMETROS        PIC X(16).
           05  FILLER                    PIC X(39).
