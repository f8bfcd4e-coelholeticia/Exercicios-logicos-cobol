      *  HISTORICO E RECUSA RODAR DE NOVO A MESMA DATA DE MOVIMENTO,   *
      *  EVITANDO QUE UMA REEXECUCAO DUPLIQUE OS LOGS DISP=MOD E O     *
      *  EXTRATO DO RAZAO                                              *
      *  O RUNDRIVE GRAVA RUNH-PROGRAM-ID "RETOMADA" QUANDO O LOTE E   *
      *  RESUBMETIDO COM PASSOS JA CONCLUIDOS PARA A DATA (RUNH-RESULT *
      *  = PRIMEIRO PASSO PENDENTE); COM ELE O PASSO JA CONCLUIDO SE   *
      *  DISPENSA COM RC 0 EM VEZ DE RECUSAR COM RC 8                  *
      *----------------------------------------------------------------*
       01  RUNH-RECORD.
           05  RUNH-PROGRAM-ID           PIC X(10).
