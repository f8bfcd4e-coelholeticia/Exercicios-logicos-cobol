      *(ATTMAST) NO LOTE NOTURNO, DE ONDE O ATTNDIN DO ROSTER PASSA
      *A SAIR - A REPROVACAO POR FALTA FICA RASTREAVEL ATE A CHAMADA
      *DIGITADA, EM VEZ DE UMA PLANILHA DE FORA DO SISTEMA.
      *QUANDO HA FALTA, O DIGITADOR INFORMA O MOTIVO (EM BRANCO = SEM
      *JUSTIFICATIVA) E A REFERENCIA DO ATESTADO; A FALTA JUSTIFICADA
      *SAI TAMBEM COMO PENDENCIA NO ATTPEND PARA A CONFIRMACAO DO
      *SUPERVISOR (ATTCONF) - ATE LA CONTA COMO SEM JUSTIFICATIVA.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   - CHAMADO DE NOVO PELO MENU NA MESMA        *
      *                   SESSAO, O PROGRAMA ENCERRAVA NA HORA COM A  *
      *                   CHAVE 'Y' DA SESSAO ANTERIOR                *
      *  2026-10-15 JLC   MOTIVO DA FALTA E REFERENCIA DO ATESTADO NO  *
      *                   ATTMOV; FALTA JUSTIFICADA GERA PENDENCIA NO  *
      *                   ATTPEND PARA CONFIRMACAO DO SUPERVISOR       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attcap.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE-OUT ASSIGN TO ATTPEND
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOV-FILE-OUT
           05  ATM-MATRICULA         PIC 9(06).
           05  ATM-AULAS-DADAS       PIC 9(03).
           05  ATM-AULAS-PERDIDAS    PIC 9(03).
           05  ATM-MOTIVO            PIC X(01).
           05  ATM-ATESTADO          PIC X(10).
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       FD  PEND-FILE-OUT
           RECORDING MODE IS F.
           COPY ATTPREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CAMPOS DE DIGITACAO DA CHAMADA                          *
       77  WS-CAP-MATRICULA          PIC 9(06) VALUE ZERO.
       77  WS-CAP-DADAS              PIC 9(03) VALUE ZERO.
       77  WS-CAP-PERDIDAS           PIC 9(03) VALUE ZERO.
       77  WS-CAP-MOTIVO             PIC X(01) VALUE SPACE.
           88  WS-CAP-SEM-MOTIVO         VALUE SPACE.
           88  WS-CAP-MOTIVO-VALIDO      VALUES 'M' 'L' 'J' 'O'.
       77  WS-CAP-ATESTADO           PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-ROST-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-ALUNO-NO-ROSTIN        VALUE 'Y'.
       77  WS-CONT-LANCADOS          PIC 9(05) VALUE ZERO.
       77  WS-CONT-ATESTADOS         PIC 9(05) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO  *
      *    E ABRE O ROSTIN, O ATTMOV E O ATTPEND                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-FIM-SW.
           MOVE ZERO TO WS-CONT-LANCADOS.
           MOVE ZERO TO WS-CONT-ATESTADOS.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
                   WS-ROSTER-STATUS " - CHAMADA SEM CONFERENCIA ***"
           END-IF.
           OPEN EXTEND MOV-FILE-OUT.
           OPEN EXTEND PEND-FILE-OUT.
           DISPLAY "CHAMADA PARA A DATA DE MOVIMENTO "
               WS-EFFECTIVE-RUNDATE.
       1000-EXIT.
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACE TO WS-CAP-MOTIVO.
           MOVE SPACES TO WS-CAP-ATESTADO.
           IF WS-CAP-PERDIDAS > ZERO
               PERFORM 2400-GET-JUSTIFICATIVA THRU 2400-EXIT
           END-IF.
           PERFORM 2500-WRITE-MOV THRU 2500-EXIT.
           IF NOT WS-CAP-SEM-MOTIVO
               PERFORM 2600-WRITE-PEND THRU 2600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
       2100-GET-MATRICULA.
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-GET-JUSTIFICATIVA - MOTIVO DA FALTA (EM BRANCO = SEM   *
      *    JUSTIFICATIVA) E, COM MOTIVO, A REFERENCIA OBRIGATORIA DO   *
      *    ATESTADO                                                    *
      *----------------------------------------------------------------*
       2400-GET-JUSTIFICATIVA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2410-ACCEPT-MOTIVO THRU 2410-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           IF WS-CAP-SEM-MOTIVO
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2420-ACCEPT-ATESTADO THRU 2420-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2400-EXIT.
           EXIT.
       2410-ACCEPT-MOTIVO.
           DISPLAY "MOTIVO DA FALTA (M-ATESTADO MEDICO  L-LUTO  "
               "J-CONVOCACAO  O-OUTRO  BRANCO-SEM JUSTIFICATIVA): ".
           MOVE SPACE TO WS-CAP-MOTIVO.
           ACCEPT WS-CAP-MOTIVO.
           IF WS-CAP-SEM-MOTIVO OR WS-CAP-MOTIVO-VALIDO
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** MOTIVO INVALIDO - DIGITE M, L, J, O OU "
                   "DEIXE EM BRANCO ***"
               MOVE "WS-CAP-MOTIVO" TO WS-ERR-FIELD-NAME
               MOVE WS-CAP-MOTIVO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2410-EXIT.
           EXIT.
       2420-ACCEPT-ATESTADO.
           DISPLAY "REFERENCIA DO ATESTADO: ".
           MOVE SPACES TO WS-CAP-ATESTADO.
           ACCEPT WS-CAP-ATESTADO.
           IF WS-CAP-ATESTADO NOT = SPACES
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** INFORME A REFERENCIA DO ATESTADO ***"
               MOVE "WS-CAP-ATESTADO" TO WS-ERR-FIELD-NAME
               MOVE WS-CAP-ATESTADO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-WRITE-MOV - GRAVA A TRANSACAO DATADA NO ATTMOV         *
      *----------------------------------------------------------------*
       2500-WRITE-MOV.
           MOVE WS-CAP-MATRICULA TO ATM-MATRICULA.
           MOVE WS-CAP-DADAS TO ATM-AULAS-DADAS.
           MOVE WS-CAP-PERDIDAS TO ATM-AULAS-PERDIDAS.
           MOVE WS-CAP-MOTIVO TO ATM-MOTIVO.
           MOVE WS-CAP-ATESTADO TO ATM-ATESTADO.
           WRITE MOV-OUT-RECORD.
           ADD 1 TO WS-CONT-LANCADOS.
           DISPLAY "LANCAMENTO GRAVADO: " WS-CAP-MATRICULA
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-WRITE-PEND - FALTA COM MOTIVO VAI PARA O ATTPEND E SO  *
      *    PASSA A JUSTIFICADA DEPOIS DA CONFIRMACAO DO SUPERVISOR     *
      *----------------------------------------------------------------*
       2600-WRITE-PEND.
           MOVE SPACES TO ATTP-RECORD.
           MOVE 'P' TO ATTP-STATUS.
           MOVE WS-EFFECTIVE-RUNDATE TO ATTP-DATA.
           MOVE WS-CAP-MATRICULA TO ATTP-MATRICULA.
           MOVE WS-CAP-PERDIDAS TO ATTP-FALTAS.
           MOVE WS-CAP-MOTIVO TO ATTP-MOTIVO.
           MOVE WS-CAP-ATESTADO TO ATTP-ATESTADO.
           MOVE WS-OPERATOR-ID TO ATTP-OPER-SOLIC.
           MOVE ZERO TO ATTP-DATA-DECIDE.
           WRITE ATTP-RECORD.
           ADD 1 TO WS-CONT-ATESTADOS.
           DISPLAY "ATESTADO " WS-CAP-ATESTADO
               " AGUARDA CONFIRMACAO DO SUPERVISOR.".
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "LANCAMENTOS:" WS-CONT-LANCADOS
               " ATEST:" WS-CONT-ATESTADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE "FIM DA SESSAO" TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
      *----------------------------------------------------------------*
       9999-TERMINATE.
           CLOSE MOV-FILE-OUT.
           CLOSE PEND-FILE-OUT.
           IF WS-ROSTER-ABERTO
               CLOSE ROSTER-FILE-IN
           END-IF.
           DISPLAY "FIM DA CHAMADA - LANCAMENTOS: " WS-CONT-LANCADOS
               " ATESTADOS PENDENTES: " WS-CONT-ATESTADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM attcap.
