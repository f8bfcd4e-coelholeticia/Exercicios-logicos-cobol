      *FECHAMENTO DO DIA DO LOTE NOTURNO. CONFERE NO RUNHIST QUE TODOS
      *OS PASSOS DO ENCADEAMENTO (RUNDRIVE ATE RPTARCH) CONCLUIRAM
      *PARA A DATA DE MOVIMENTO CORRENTE E SO ENTAO AVANCA O BUSDATE
      *PARA O PROXIMO DIA HABIL DO CALENDARIO (PROCCAL), IMPRIMINDO EM
      *CLOSERPT O RELATORIO DE FECHAMENTO (PASSOS CONCLUIDOS, DATA
      *                   CONFERIDOS (NOVO STEP027 DO LOTE NOTURNO)    *
      *  2026-09-02 JLC   ATTUPD INCLUIDO NA TABELA DE PASSOS          *
      *                   CONFERIDOS (NOVO STEP028 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   RECVPAG INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP022 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   BOLRET INCLUIDO NA TABELA DE PASSOS          *
      *                   CONFERIDOS (NOVO STEP015 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   GLCORR E GLSUSP INCLUIDOS NA TABELA DE       *
      *                   PASSOS CONFERIDOS (NOVOS STEP024 E STEP045   *
      *                   DO LOTE NOTURNO)                             *
      *  2026-10-15 JLC   ATTALRT INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP029 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   PREMATR INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP047 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   COM O DIA FECHADO, ESVAZIA O REABERT - AS    *
      *                   REABERTURAS DE BIMESTRE DO SUPERVISOR        *
      *                   (REABRE) VALEM SO ATE O LOTE NOTURNO; A      *
      *                   QUANTIDADE EXPIRADA SAI NO CLOSERPT          *
      *  2026-10-15 JLC   RPTARCH INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP057 DO LOTE NOTURNO)    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dayclose.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT    ASSIGN TO CLOSERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REAB-FILE-IO    ASSIGN TO REABERT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT  ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  REAB-FILE-IO
           RECORDING MODE IS F.
           COPY REABREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       01  WS-STEP-NOMES-DADOS.
           05  FILLER                PIC X(10) VALUE "RUNDRIVE".
           05  FILLER                PIC X(10) VALUE "EXERCICIO2".
           05  FILLER                PIC X(10) VALUE "BOLRET".
           05  FILLER                PIC X(10) VALUE "EXERCICIO3".
           05  FILLER                PIC X(10) VALUE "RECVPAG".
           05  FILLER                PIC X(10) VALUE "GLCORR".
           05  FILLER                PIC X(10) VALUE "GLEDIT".
           05  FILLER                PIC X(10) VALUE "GLPOST".
           05  FILLER                PIC X(10) VALUE "DAYPROOF".
           05  FILLER                PIC X(10) VALUE "ATTUPD".
           05  FILLER                PIC X(10) VALUE "ATTALRT".
           05  FILLER                PIC X(10) VALUE "EXERCICIO4".
           05  FILLER                PIC X(10) VALUE "EXERC5".
           05  FILLER                PIC X(10) VALUE "GLSUSP".
           05  FILLER                PIC X(10) VALUE "PREMATR".
           05  FILLER                PIC X(10) VALUE "LOGARCH".
           05  FILLER                PIC X(10) VALUE "RPTARCH".
       01  WS-STEP-NOMES REDEFINES WS-STEP-NOMES-DADOS.
           05  WS-STEP-NOME OCCURS 17 TIMES
                                     PIC X(10).
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY OCCURS 17 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-VISTO-SW  PIC X(01).
                   88  WS-STEP-VISTO     VALUE 'Y'.
               10  WS-STEP-RESULT    PIC X(10).
               10  WS-STEP-HORA      PIC 9(08).
       77  WS-STEP-COUNT             PIC 9(02) VALUE 17.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FALTA-SW               PIC X(01) VALUE 'N'.
           88  WS-PASSO-AUSENTE          VALUE 'Y'.
       77  WS-CONT-COMPLETOS         PIC 9(02) VALUE ZERO.
       77  WS-CONT-REABERTURAS       PIC 9(03) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 4000-ADVANCE-BUSDATE THRU 4000-EXIT
               PERFORM 4500-EXPIRE-REABERTURAS THRU 4500-EXIT
           END-IF.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-EXPIRE-REABERTURAS - CONTA E ESVAZIA O REABERT; O      *
      *    BIMESTRE REABERTO PELO SUPERVISOR VOLTA A FICAR FECHADO     *
      *----------------------------------------------------------------*
       4500-EXPIRE-REABERTURAS.
           MOVE ZERO TO WS-CONT-REABERTURAS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REAB-FILE-IO.
           PERFORM 4550-READ-REAB THRU 4550-EXIT.
           PERFORM 4560-COUNT-REAB THRU 4560-EXIT
               UNTIL WS-EOF.
           CLOSE REAB-FILE-IO.
           IF WS-CONT-REABERTURAS > ZERO
               OPEN OUTPUT REAB-FILE-IO
               CLOSE REAB-FILE-IO
               DISPLAY "DAYCLOSE - REABERTURAS DE BIMESTRE EXPIRADAS: "
                   WS-CONT-REABERTURAS
           END-IF.
       4500-EXIT.
           EXIT.
       4550-READ-REAB.
           READ REAB-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4550-EXIT.
           EXIT.
       4560-COUNT-REAB.
           ADD 1 TO WS-CONT-REABERTURAS.
           PERFORM 4550-READ-REAB THRU 4550-EXIT.
       4560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-REPORT - RELATORIO DE FECHAMENTO DO DIA          *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
                   TO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "REABERTURAS DE BIMESTRE EXPIRADAS: "
               WS-CONT-REABERTURAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           CLOSE RPT-FILE-OUT.
       5000-EXIT.
           EXIT.
