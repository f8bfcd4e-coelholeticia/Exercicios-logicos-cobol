      *  2026-09-02 JLC   CONTADORES ZERADOS NA ENTRADA - A SEGUNDA   *
      *                   EXECUCAO DA MESMA SESSAO DOBRAVA A TABELA   *
      *                   DE RISCO E SAIAM DUAS CARTAS POR ALUNO      *
      *  2026-10-15 JLC   PARAMETROS DE NOTA PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convoca.
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT RPT-FILE-OUT   ASSIGN TO CONVLTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
      *----------------------------------------------------------------*
           COPY CALCPARM.
      *----------------------------------------------------------------*
      *        VERSAO DOS PARAMETROS DE NOTA EM VIGOR NA DATA DE       *
      *        NEGOCIO (SUBPROGRAMA NOTAVIG), NO LAYOUT DE SEMPRE DO   *
      *        NOTAPARM                                                *
      *----------------------------------------------------------------*
           COPY NOTAVIG.
       01  PARM-IN-RECORD.
           05  PARM-NOTA-CORTE       PIC 9(02)V9.
           05  PARM-PERIODOS         PIC 9(01).
           05  PARM-NOTA-EXAME-MIN   PIC 9(02)V9.
           05  PARM-PESO1            PIC 9(01)V9.
           05  PARM-PESO2            PIC 9(01)V9.
           05  PARM-PESO3            PIC 9(01)V9.
           05  PARM-PESO4            PIC 9(01)V9.
       77  WS-NOTAPARM-USO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
      *                      OPERADOR                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PARM.
           MOVE 1.0 TO CALC-PESO2.
           MOVE 1.0 TO CALC-PESO3.
           MOVE 1.0 TO CALC-PESO4.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                   NVIG-DATA-VIGOR
                   DELIMITED BY SIZE INTO WS-NOTAPARM-USO
               MOVE PARM-NOTA-CORTE TO WS-NOTA-CORTE
               IF PARM-PERIODOS IS NUMERIC
                       AND PARM-PERIODOS >= 1
                       AND PARM-PERIODOS <= 4
                   MOVE PARM-PERIODOS TO WS-PERIODOS
               END-IF
               PERFORM 1150-READ-PESOS THRU 1150-EXIT
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
               MOVE WS-NOTA-CORTE-DEFAULT TO WS-NOTA-CORTE
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           IF WS-NOTAPARM-USO NOT = SPACES
               MOVE WS-NOTAPARM-USO TO AUDIT-INPUT-VALUES
               MOVE "PARAMETROS EM USO" TO AUDIT-RESULT
               WRITE AUDIT-RECORD
           END-IF.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
