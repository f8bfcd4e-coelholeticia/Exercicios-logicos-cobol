      *----------------------------------------------------------------*
      *  REABREC - LAYOUT DO REGISTRO DO ARQUIVO DE REABERTURAS DE     *
      *  BIMESTRE (REABERT). O BIMESTRE FECHADO NO NOTAPARM (1 ATE O   *
      *  PARM-PERIODOS) NAO ACEITA MAIS MUDANCA DE NOTA NO GRADPOST,   *
      *  NO ROSTBAT NEM NO ROSTMNT; O SUPERVISOR REABRE UM BIMESTRE DE *
      *  UMA TURMA PELO REABRE, QUE ACRESCENTA UM REGISTRO AQUI COM O  *
      *  MOTIVO, E O DAYCLOSE ESVAZIA O ARQUIVO NO FIM DO LOTE         *
      *  NOTURNO - A REABERTURA VALE SO ATE A PROXIMA NOITE.           *
      *----------------------------------------------------------------*
       01  REAB-RECORD.
           05  REAB-TURMA                PIC X(04).
           05  REAB-BIMESTRE             PIC 9(01).
           05  REAB-MOTIVO               PIC X(40).
           05  REAB-OPERADOR             PIC X(08).
           05  REAB-DATA                 PIC 9(08).
           05  REAB-HORA                 PIC 9(08).
