      *  FOI CHAMADO SEM PARM (EXECUCAO AVULSA) E DEVE PERGUNTAR O     *
      *  MODO/OPERADOR NO CONSOLE COMO SEMPRE FEZ.                     *
      *----------------------------------------------------------------*
      *  O BYTE DE MODO E OPCIONAL (PARM DE 17 BYTES): O EXERCICIO4    *
      *  USA 'F' PARA A SEGUNDA PASSADA DA PROVA FINAL (RECUPERACAO)   *
      *  E O INTEGR USA 'L' PARA GRAVAR O MOVIMENTO DE LIMPEZA; O      *
      *  RETENCAO USA 'S' PARA SO SIMULAR A ANONIMIZACAO; O GLACK USA  *
      *  'C' PARA SO CAPTURAR OS TRAILERS DO GLMCTL NO GLACKHST. COM   *
      *  PARM DE 16 BYTES O MODO FICA EM BRANCO E O PROGRAMA RODA O    *
      *  LOTE NORMAL.                                                  *
       01  RUN-PARM-AREA.
           05  RUN-PARM-LEN          PIC S9(04) COMP.
           05  RUN-PARM-DATA.
