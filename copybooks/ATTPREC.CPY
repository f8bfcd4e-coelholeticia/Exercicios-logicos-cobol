      *----------------------------------------------------------------*
      *  ATTPREC - LAYOUT DO REGISTRO DE ATESTADOS PENDENTES           *
      *  (ATTPEND). O ATTCAP GRAVA UM REGISTRO 'P' PARA CADA FALTA     *
      *  LANCADA COM MOTIVO E REFERENCIA DO ATESTADO; O SUPERVISOR     *
      *  CONFIRMA ('A') OU RECUSA ('R') NO ATTCONF, COM A DECISAO NO   *
      *  AUDITLOG, E O ATTUPD DO LOTE NOTURNO SOMA AS CONFIRMADAS EM   *
      *  ATTM-FALTAS-JUSTIF E RETIRA DO ARQUIVO AS JA DECIDIDAS.       *
      *  ATE A CONFIRMACAO A FALTA CONTA COMO SEM JUSTIFICATIVA.       *
      *  MOTIVOS: M - ATESTADO MEDICO     L - LUTO (CERTIDAO)          *
      *           J - CONVOCACAO JUDICIAL/ELEITORAL                    *
      *           O - OUTRO DOCUMENTO OFICIAL                          *
      *----------------------------------------------------------------*
       01  ATTP-RECORD.
           05  ATTP-STATUS               PIC X(01).
               88  ATTP-PENDENTE             VALUE 'P'.
               88  ATTP-CONFIRMADO           VALUE 'A'.
               88  ATTP-RECUSADO             VALUE 'R'.
           05  ATTP-DATA                 PIC 9(08).
           05  ATTP-MATRICULA            PIC 9(06).
           05  ATTP-FALTAS               PIC 9(03).
           05  ATTP-MOTIVO               PIC X(01).
               88  ATTP-MOTIVO-VALIDO        VALUES 'M' 'L' 'J' 'O'.
           05  ATTP-ATESTADO             PIC X(10).
           05  ATTP-OPER-SOLIC           PIC X(08).
           05  ATTP-OPER-DECIDE          PIC X(08).
           05  ATTP-DATA-DECIDE          PIC 9(08).
