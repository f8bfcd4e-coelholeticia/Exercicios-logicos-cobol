      *                   PROPRIA COM CONTAGEM NO TRAILER; O LIMITE   *
      *                   DE NAO ENCONTRADOS (NUMPARM) ACIMA DO QUAL  *
      *                   O LOTE SAI COM RC 4 E PARAMETRIZAVEL        *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO2.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** EXERCICIO2 JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** EXERCICIO2 JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
      *----------------------------------------------------------------*
       1400-CHECK-RUN-HISTORY.
           MOVE 'N' TO WS-DUP-RUN-SW.
           MOVE 'N' TO WS-RETOMADA-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
           PERFORM 1420-SCAN-RUNH THRU 1420-EXIT
               UNTIL WS-EOF.
           CLOSE RUNH-FILE.
       1400-EXIT.
           EXIT.
           IF RUNH-PROGRAM-ID = "EXERCICIO2"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-DUP-RUN-SW
           END-IF.
           IF RUNH-PROGRAM-ID = "RETOMADA"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-RETOMADA-SW
           END-IF.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
