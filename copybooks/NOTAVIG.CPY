      *----------------------------------------------------------------*
      *  NOTAVIG - AREA DE PARAMETROS DO SUBPROGRAMA NOTAVIG, QUE      *
      *  ESCOLHE NO NOTAPARM A VERSAO DOS PARAMETROS DE NOTA EM VIGOR  *
      *  NUMA DATA. O CHAMADOR PREENCHE NVIG-DATA-BASE (A DATA DE      *
      *  NEGOCIO); O NOTAVIG DEVOLVE EM NVIG-PARAMETROS AS 16          *
      *  POSICOES DO LAYOUT DE SEMPRE DO NOTAPARM, COM O NUMERO DA     *
      *  VERSAO, A DATA DE VIGENCIA E O OPERADOR PARA A TRILHA DE      *
      *  AUDITORIA. NVIG-ACHOU EM 'N' (ARQUIVO VAZIO OU SO VERSOES     *
      *  FUTURAS) EQUIVALE AO FIM DE ARQUIVO DA LEITURA ANTIGA: O      *
      *  CHAMADOR FICA COM OS SEUS VALORES PADRAO. NVIG-ULTIMA-VERSAO  *
      *  E O MAIOR NUMERO DE VERSAO DO ARQUIVO, PARA QUEM ACRESCENTA   *
      *  UMA VERSAO NOVA.                                              *
      *----------------------------------------------------------------*
       01  NVIG-AREA.
           05  NVIG-DATA-BASE            PIC 9(08).
           05  NVIG-ACHOU-SW             PIC X(01).
               88  NVIG-ACHOU                VALUE 'Y'.
           05  NVIG-VERSAO               PIC 9(04).
           05  NVIG-DATA-VIGOR           PIC 9(08).
           05  NVIG-OPERADOR             PIC X(08).
           05  NVIG-ULTIMA-VERSAO        PIC 9(04).
           05  NVIG-QTDE-VERSOES         PIC 9(04).
           05  NVIG-PARAMETROS           PIC X(16).
