      *FALTA DO EXERCICIO4 PASSA A SE APOIAR EM LANCAMENTOS
      *AUDITAVEIS. TRANSACAO COM CAMPO INVALIDO VAI PARA O INPTERR,
      *SAI DO ARQUIVO E ENCERRA COM RC 4.
      *EM SEGUIDA APLICA OS ATESTADOS DO ATTPEND JA CONFIRMADOS PELO
      *SUPERVISOR (ATTCONF): AS FALTAS DO ATESTADO PASSAM PARA
      *ATTM-FALTAS-JUSTIF E O ATTNDIN LEVA AS JUSTIFICADAS AO LADO DO
      *TOTAL, PARA A REPROVACAO POR FALTA CONTAR SO AS SEM
      *JUSTIFICATIVA. CONFIRMADOS E RECUSADOS SAEM DO ATTPEND; OS
      *PENDENTES FICAM PARA A PROXIMA NOITE. CADA ATESTADO SOMADO NO
      *ATTMAST E GRAVADO NA HORA NO ATTPAPL (DATA DE MOVIMENTO E CHAVE
      *DO ATESTADO); SE A EXECUCAO PARA ANTES DE O ATTPEND SER
      *REGRAVADO, A REEXECUCAO DA MESMA DATA PULA OS QUE ESTAO NO
      *ATTPAPL E NAO SOMA A JUSTIFICATIVA DUAS VEZES. COM O ATTPEND
      *REGRAVADO O ATTPAPL E ESVAZIADO.
      *CADA TRANSACAO APLICADA COM FALTA SAI TAMBEM NO ATTDIA, NO
      *LAYOUT DO ATTMOV - AS FALTAS LANCADAS NA NOITE, DE ONDE O
      *ATTALRT TIRA OS AVISOS DE FALTA DO DIA AOS RESPONSAVEIS.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   DATA CORROMPIDA PASSAVA PELA EDICAO E OU    *
      *                   ERA APLICADA COMO DO DIA OU SUMIA DA        *
      *                   REGRAVACAO SEM IR AO INPTERR                *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *  2026-10-15 JLC   MOTIVO E ATESTADO NO ATTMOV; ATESTADOS       *
      *                   CONFIRMADOS DO ATTPEND SOMADOS EM            *
      *                   ATTM-FALTAS-JUSTIF E FALTAS JUSTIFICADAS     *
      *                   NO ATTNDIN                                   *
      *  2026-10-15 JLC   FALTAS APLICADAS NA NOITE GRAVADAS NO ATTDIA *
      *                   PARA OS AVISOS DO ATTALRT                    *
      *  2026-10-15 JLC   ATESTADO SOMADO NO ATTMAST GRAVADO NA HORA   *
      *                   NO ATTPAPL; REEXECUCAO DA DATA PULA OS JA    *
      *                   SOMADOS E O ATTPAPL E ESVAZIADO COM O        *
      *                   ATTPEND REGRAVADO                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attupd.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNH-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-IO ASSIGN TO ATTPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIA-FILE-OUT ASSIGN TO ATTDIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APL-FILE-IO ASSIGN TO ATTPAPL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOV-FILE-IO
           05  ATM-MATRICULA         PIC 9(06).
           05  ATM-AULAS-DADAS       PIC 9(03).
           05  ATM-AULAS-PERDIDAS    PIC 9(03).
           05  ATM-MOTIVO            PIC X(01).
               88  ATM-MOTIVO-OK         VALUES SPACE 'M' 'L' 'J' 'O'.
           05  ATM-ATESTADO          PIC X(10).
       FD  ATTM-FILE-IO.
           COPY ATTMREC.
       FD  ATTND-FILE-OUT
           05  ATT-OUT-MATRICULA     PIC 9(06).
           05  ATT-OUT-DADAS         PIC 9(05).
           05  ATT-OUT-PERDIDAS      PIC 9(05).
           05  ATT-OUT-JUSTIF        PIC 9(05).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  RUNH-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.
       FD  PEND-FILE-IO
           RECORDING MODE IS F.
           COPY ATTPREC.
       FD  DIA-FILE-OUT
           RECORDING MODE IS F.
       01  DIA-OUT-RECORD            PIC X(31).
      *----------------------------------------------------------------*
      *    ATESTADOS JA SOMADOS NO ATTMAST NA DATA DE MOVIMENTO        *
      *----------------------------------------------------------------*
       FD  APL-FILE-IO
           RECORDING MODE IS F.
       01  APL-RECORD.
           05  APL-DATA-MOV          PIC 9(08).
           05  APL-DATA              PIC 9(08).
           05  APL-MATRICULA         PIC 9(06).
           05  APL-ATESTADO          PIC X(10).
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CONTADORES DO LOTE                                      *
       77  WS-CONT-FUTURAS           PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADAS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-MESTRE            PIC 9(05) VALUE ZERO.
       77  WS-CONT-FALTAS-DIA        PIC 9(05) VALUE ZERO.
       77  WS-CONT-ATEST-APLIC       PIC 9(05) VALUE ZERO.
       77  WS-CONT-ATEST-RECUS       PIC 9(05) VALUE ZERO.
       77  WS-CONT-ATEST-PEND        PIC 9(05) VALUE ZERO.
       77  WS-CONT-ATEST-JA-APLIC    PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        TRANSACOES DE DATA FUTURA MANTIDAS PARA A REGRAVACAO    *
      *        DO ATTMOV APOS A POSTAGEM                               *
      *----------------------------------------------------------------*
       01  WS-FUT-TABLE.
           05  WS-FUT-ENTRY OCCURS 500 TIMES.
               10  WS-FUT-REG            PIC X(31).
       77  WS-FUT-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-FUT-SUB                PIC 9(03) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *        ATESTADOS DO ATTPEND - OS AINDA PENDENTES SAO           *
      *        REGRAVADOS NO FIM                                       *
      *----------------------------------------------------------------*
       01  WS-ATP-TABLE.
           05  WS-ATP-ENTRY OCCURS 500 TIMES.
               10  WS-ATP-REG            PIC X(53).
               10  WS-ATP-MANTEM-SW      PIC X(01).
                   88  WS-ATP-MANTEM         VALUE 'Y'.
       77  WS-ATP-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-ATP-SUB                PIC 9(03) COMP VALUE ZERO.
       77  WS-ATP-ESTOURO-SW         PIC X(01) VALUE 'N'.
           88  WS-ATP-ESTOURO            VALUE 'Y'.
      *----------------------------------------------------------------*
      *        ATESTADOS JA SOMADOS NESTA DATA (ATTPAPL) POR EXECUCAO  *
      *        ANTERIOR QUE NAO CHEGOU A REGRAVAR O ATTPEND            *
      *----------------------------------------------------------------*
       01  WS-APL-TABLE.
           05  WS-APL-ENTRY OCCURS 500 TIMES INDEXED BY WS-APL-IDX.
               10  WS-APL-DATA           PIC 9(08).
               10  WS-APL-MATRICULA      PIC 9(06).
               10  WS-APL-ATESTADO       PIC X(10).
       77  WS-APL-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-APL-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WS-APL-ACHADO             VALUE 'Y'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "ATTUPD".
       LINKAGE SECTION.
           COPY RUNPARM.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** ATTUPD JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** ATTUPD JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               GOBACK
           END-IF.
           PERFORM 2000-APPLY-MOVIMENTOS THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 2500-APPLY-ATESTADOS THRU 2500-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-GERA-ATTNDIN THRU 3000-EXIT
           END-IF.
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
           IF RUNH-PROGRAM-ID = WS-RUNH-ID
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
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT MOV-FILE-IO.
           OPEN OUTPUT DIA-FILE-OUT.
           PERFORM 2100-READ-MOV THRU 2100-EXIT.
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE MOV-FILE-IO.
           CLOSE DIA-FILE-OUT.
           CLOSE ATTM-FILE-IO.
           IF WS-PROGRAM-RC < 8
               PERFORM 2800-REWRITE-ATTMOV THRU 2800-EXIT
                   OR ATM-MATRICULA NOT NUMERIC
                   OR ATM-AULAS-DADAS NOT NUMERIC
                   OR ATM-AULAS-PERDIDAS NOT NUMERIC
                   OR NOT ATM-MOTIVO-OK
               ADD 1 TO WS-CONT-REJEITADAS
               MOVE "MOV-IN-RECORD" TO WS-ERR-FIELD-NAME
               MOVE ATM-MATRICULA TO WS-ERR-BAD-VALUE
                   MOVE 'Y' TO WS-ATTM-FOUND-SW
           END-READ.
           IF WS-ATTM-ACHADO
               IF ATTM-FALTAS-JUSTIF NOT NUMERIC
                   MOVE ZERO TO ATTM-FALTAS-JUSTIF
               END-IF
               ADD ATM-AULAS-DADAS TO ATTM-AULAS-DADAS
               ADD ATM-AULAS-PERDIDAS TO ATTM-AULAS-PERDIDAS
               REWRITE ATTM-RECORD
               MOVE ATM-MATRICULA TO ATTM-MATRICULA
               MOVE ATM-AULAS-DADAS TO ATTM-AULAS-DADAS
               MOVE ATM-AULAS-PERDIDAS TO ATTM-AULAS-PERDIDAS
               MOVE ZERO TO ATTM-FALTAS-JUSTIF
               WRITE ATTM-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO AO INCLUIR NO ATTMAST - "
           END-IF.
           IF WS-PROGRAM-RC < 8
               ADD 1 TO WS-CONT-APLICADAS
               IF ATM-AULAS-PERDIDAS > ZERO
                   MOVE MOV-IN-RECORD TO DIA-OUT-RECORD
                   WRITE DIA-OUT-RECORD
                   ADD 1 TO WS-CONT-FALTAS-DIA
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-APPLY-ATESTADOS - SOMA NO ATTMAST AS FALTAS DOS        *
      *    ATESTADOS CONFIRMADOS CUJA CHAMADA JA FOI APLICADA (DATA    *
      *    ATE A DE MOVIMENTO) E REGRAVA O ATTPEND SO COM O QUE AINDA  *
      *    NAO FOI DECIDIDO OU APLICADO; OS RECUSADOS SO SAEM. OS JA   *
      *    SOMADOS NESTA DATA (ATTPAPL) SO SAEM DO ATTPEND             *
      *----------------------------------------------------------------*
       2500-APPLY-ATESTADOS.
           PERFORM 2510-LOAD-ATESTADOS THRU 2510-EXIT.
           IF WS-ATP-ESTOURO
               DISPLAY "*** ATTPEND TEM MAIS DE 500 ATESTADOS - "
                   "CONFIRMACOES NAO APLICADAS ***"
               MOVE "ATTP-RECORD" TO WS-ERR-FIELD-NAME
               MOVE WS-ATP-COUNT TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-ATP-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2540-LOAD-APLICADOS THRU 2540-EXIT.
           IF WS-PROGRAM-RC >= 8
               GO TO 2500-EXIT
           END-IF.
           OPEN I-O ATTM-FILE-IO.
           IF NOT WS-ATTM-OK
               DISPLAY "*** ATTMAST NAO PUDE SER REABERTO - STATUS: "
                   WS-ATTM-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2500-EXIT
           END-IF.
           OPEN EXTEND APL-FILE-IO.
           PERFORM 2550-APPLY-ATESTADO THRU 2550-EXIT
               VARYING WS-ATP-SUB FROM 1 BY 1
               UNTIL WS-ATP-SUB > WS-ATP-COUNT.
           CLOSE APL-FILE-IO.
           CLOSE ATTM-FILE-IO.
           IF WS-PROGRAM-RC < 8
               PERFORM 2700-REWRITE-ATTPEND THRU 2700-EXIT
               OPEN OUTPUT APL-FILE-IO
               CLOSE APL-FILE-IO
           END-IF.
       2500-EXIT.
           EXIT.
       2510-LOAD-ATESTADOS.
           MOVE ZERO TO WS-ATP-COUNT.
           MOVE 'N' TO WS-ATP-ESTOURO-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PEND-FILE-IO.
           PERFORM 2520-READ-PEND THRU 2520-EXIT.
           PERFORM 2530-LOAD-PEND-ENTRY THRU 2530-EXIT
               UNTIL WS-EOF.
           CLOSE PEND-FILE-IO.
       2510-EXIT.
           EXIT.
       2520-READ-PEND.
           READ PEND-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2520-EXIT.
           EXIT.
       2530-LOAD-PEND-ENTRY.
           IF WS-ATP-COUNT < 500
               ADD 1 TO WS-ATP-COUNT
               MOVE ATTP-RECORD TO WS-ATP-REG (WS-ATP-COUNT)
               MOVE 'Y' TO WS-ATP-MANTEM-SW (WS-ATP-COUNT)
           ELSE
               MOVE 'Y' TO WS-ATP-ESTOURO-SW
           END-IF.
           PERFORM 2520-READ-PEND THRU 2520-EXIT.
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2540-LOAD-APLICADOS - ATESTADOS DO ATTPAPL DA DATA DE       *
      *    MOVIMENTO; OS DE OUTRA DATA JA SAIRAM DO ATTPEND            *
      *----------------------------------------------------------------*
       2540-LOAD-APLICADOS.
           MOVE ZERO TO WS-APL-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT APL-FILE-IO.
           PERFORM 2541-READ-APL THRU 2541-EXIT.
           PERFORM 2542-LOAD-APL-ENTRY THRU 2542-EXIT
               UNTIL WS-EOF.
           CLOSE APL-FILE-IO.
       2540-EXIT.
           EXIT.
       2541-READ-APL.
           READ APL-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2541-EXIT.
           EXIT.
       2542-LOAD-APL-ENTRY.
           IF APL-DATA-MOV NOT = WS-EFFECTIVE-RUNDATE
               GO TO 2542-NEXT
           END-IF.
           IF WS-APL-COUNT < 500
               ADD 1 TO WS-APL-COUNT
               MOVE APL-DATA TO WS-APL-DATA (WS-APL-COUNT)
               MOVE APL-MATRICULA TO WS-APL-MATRICULA (WS-APL-COUNT)
               MOVE APL-ATESTADO TO WS-APL-ATESTADO (WS-APL-COUNT)
           ELSE
               DISPLAY "*** ATTPAPL TEM MAIS DE 500 ATESTADOS DA DATA "
                   WS-EFFECTIVE-RUNDATE " - CONFIRMACOES NAO "
                   "APLICADAS ***"
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2542-EXIT
           END-IF.
       2542-NEXT.
           PERFORM 2541-READ-APL THRU 2541-EXIT.
       2542-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2550-APPLY-ATESTADO - SOMA O ATESTADO CONFIRMADO NO ATTMAST *
      *    E GRAVA A CHAVE NO ATTPAPL LOGO DEPOIS DA REGRAVACAO        *
      *----------------------------------------------------------------*
       2550-APPLY-ATESTADO.
           MOVE WS-ATP-REG (WS-ATP-SUB) TO ATTP-RECORD.
           IF ATTP-RECUSADO
               MOVE 'N' TO WS-ATP-MANTEM-SW (WS-ATP-SUB)
               ADD 1 TO WS-CONT-ATEST-RECUS
               GO TO 2550-EXIT
           END-IF.
           IF NOT ATTP-CONFIRMADO
                   OR ATTP-DATA NOT NUMERIC
                   OR ATTP-DATA > WS-EFFECTIVE-RUNDATE
               ADD 1 TO WS-CONT-ATEST-PEND
               GO TO 2550-EXIT
           END-IF.
           MOVE 'N' TO WS-ATP-MANTEM-SW (WS-ATP-SUB).
           PERFORM 2560-CHECK-APLICADO THRU 2560-EXIT.
           IF WS-APL-ACHADO
               ADD 1 TO WS-CONT-ATEST-JA-APLIC
               GO TO 2550-EXIT
           END-IF.
           MOVE ATTP-MATRICULA TO ATTM-MATRICULA.
           READ ATTM-FILE-IO
               INVALID KEY
                   DISPLAY "*** ATESTADO " ATTP-ATESTADO
                       " - MATRICULA " ATTP-MATRICULA
                       " SEM CHAMADA NO ATTMAST ***"
                   MOVE "ATTP-MATRICULA" TO WS-ERR-FIELD-NAME
                   MOVE ATTP-MATRICULA TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
                   GO TO 2550-EXIT
           END-READ.
           IF ATTM-FALTAS-JUSTIF NOT NUMERIC
               MOVE ZERO TO ATTM-FALTAS-JUSTIF
           END-IF.
           ADD ATTP-FALTAS TO ATTM-FALTAS-JUSTIF.
           IF ATTM-FALTAS-JUSTIF > ATTM-AULAS-PERDIDAS
               MOVE ATTM-AULAS-PERDIDAS TO ATTM-FALTAS-JUSTIF
           END-IF.
           REWRITE ATTM-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO AO REGRAVAR ATTMAST - "
                       "STATUS: " WS-ATTM-STATUS
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE 'Y' TO WS-ATP-MANTEM-SW (WS-ATP-SUB)
                   GO TO 2550-EXIT
           END-REWRITE.
           MOVE SPACES TO APL-RECORD.
           MOVE WS-EFFECTIVE-RUNDATE TO APL-DATA-MOV.
           MOVE ATTP-DATA TO APL-DATA.
           MOVE ATTP-MATRICULA TO APL-MATRICULA.
           MOVE ATTP-ATESTADO TO APL-ATESTADO.
           WRITE APL-RECORD.
           ADD 1 TO WS-CONT-ATEST-APLIC.
       2550-EXIT.
           EXIT.
       2560-CHECK-APLICADO.
           MOVE 'N' TO WS-APL-ACHOU-SW.
           IF WS-APL-COUNT = ZERO
               GO TO 2560-EXIT
           END-IF.
           SET WS-APL-IDX TO 1.
           SEARCH WS-APL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APL-IDX > WS-APL-COUNT
                   CONTINUE
               WHEN WS-APL-DATA (WS-APL-IDX) = ATTP-DATA
                       AND WS-APL-MATRICULA (WS-APL-IDX)
                           = ATTP-MATRICULA
                       AND WS-APL-ATESTADO (WS-APL-IDX)
                           = ATTP-ATESTADO
                   MOVE 'Y' TO WS-APL-ACHOU-SW
           END-SEARCH.
       2560-EXIT.
           EXIT.
       2700-REWRITE-ATTPEND.
           OPEN OUTPUT PEND-FILE-IO.
           PERFORM 2750-WRITE-PEND-ENTRY THRU 2750-EXIT
               VARYING WS-ATP-SUB FROM 1 BY 1
               UNTIL WS-ATP-SUB > WS-ATP-COUNT.
           CLOSE PEND-FILE-IO.
       2700-EXIT.
           EXIT.
       2750-WRITE-PEND-ENTRY.
           IF WS-ATP-MANTEM (WS-ATP-SUB)
               MOVE WS-ATP-REG (WS-ATP-SUB) TO ATTP-RECORD
               WRITE ATTP-RECORD
           END-IF.
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-REWRITE-ATTMOV - REGRAVA O ATTMOV SO COM AS            *
      *    TRANSACOES DE DATA FUTURA; AS APLICADAS E AS REJEITADAS     *
      *    (JA NO INPTERR) SAEM DO ARQUIVO                             *
           MOVE ATTM-MATRICULA TO ATT-OUT-MATRICULA.
           MOVE ATTM-AULAS-DADAS TO ATT-OUT-DADAS.
           MOVE ATTM-AULAS-PERDIDAS TO ATT-OUT-PERDIDAS.
           IF ATTM-FALTAS-JUSTIF IS NUMERIC
               MOVE ATTM-FALTAS-JUSTIF TO ATT-OUT-JUSTIF
           ELSE
               MOVE ZERO TO ATT-OUT-JUSTIF
           END-IF.
           WRITE ATT-OUT-RECORD.
           ADD 1 TO WS-CONT-MESTRE.
           PERFORM 3100-READ-MESTRE THRU 3100-EXIT.
               " APLICADAS: " WS-CONT-APLICADAS
               " FUTURAS MANTIDAS: " WS-CONT-FUTURAS
               " REJEITADAS: " WS-CONT-REJEITADAS.
           DISPLAY "ATTUPD - FALTAS NO ATTDIA: " WS-CONT-FALTAS-DIA.
           DISPLAY "ATTUPD - ATESTADOS APLICADOS: " WS-CONT-ATEST-APLIC
               " RECUSADOS: " WS-CONT-ATEST-RECUS
               " PENDENTES: " WS-CONT-ATEST-PEND
               " JA SOMADOS ANTES: " WS-CONT-ATEST-JA-APLIC.
       9999-EXIT.
           EXIT.
       END PROGRAM attupd.
