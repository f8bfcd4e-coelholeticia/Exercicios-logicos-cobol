      *----------------------------------------------------------------*
      *  RPTAREC - LAYOUT DO REGISTRO DO ARQUIVO DE RELATORIOS DO      *
      *  LOTE NOTURNO (RPTARQ), CHAVEADO POR DATA DE NEGOCIO,          *
      *  PROGRAMA, RELATORIO (O DD DO PASSO) E NUMERO DA LINHA. O      *
      *  RPTARCH GUARDA AQUI TODA NOITE CADA LINHA DOS RELATORIOS DO   *
      *  ENCADEAMENTO E EXPURGA PARA O RPTAOLD AS DATAS ANTERIORES AO  *
      *  CORTE DE RETENCAO; O REIMPR LISTA OS RELATORIOS DE UMA DATA   *
      *  E REIMPRIME UM DELES COM START NA CHAVE E LEITURA SEQUENCIAL  *
      *  ATE A QUEBRA.                                                 *
      *----------------------------------------------------------------*
       01  RPTA-RECORD.
           05  RPTA-CHAVE.
               10  RPTA-DATA             PIC 9(08).
               10  RPTA-PROGRAMA         PIC X(10).
               10  RPTA-RELATORIO        PIC X(08).
               10  RPTA-LINHA            PIC 9(05).
           05  RPTA-TEXTO                PIC X(132).
