      *TRANSMISSAO AO GRUPO DO RAZAO. VALIDA CADA CONTA CONTRA O PLANO
      *DE CONTAS (COACCTS), REJEITA VALORES ZERADOS E DATAS DIFERENTES
      *DA DATA DO MOVIMENTO, E ENVELOPA A SAIDA (GLXMIT) COM CABECALHO
      *E TRAILER DE CONTAGEM E SOMA DE CONFERENCIA. O VALOR DE UM
      *REGISTRO DO DIA REJEITADO POR CONTA FORA DO PLANO (COM VALOR E
      *INDICADOR D/C VALIDOS) E TRANSMITIDO NA CONTA TRANSITORIA DE
      *SUSPENSO (NATUREZA T DO COACCTS) E O REJEITADO VAI AO GLREJ
      *MARCADO COMO EM SUSPENSO, PARA O GLSUSP ABRIR O ITEM E O GLCORR
      *LEVA-LO A CONTA CERTA QUANDO O CONTADOR INFORMAR A CORRECAO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   DESATIVADAS FICAM FORA DA TABELA E O        *
      *                   EXTRATO DELAS E REJEITADO COMO FORA DO      *
      *                   PLANO                                       *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-GRUPO DO PLANO DE CONTAS)         *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-NATUREZA DA CONTA)                *
      *  2026-10-15 JLC   REJEITADO POR CONTA FORA DO PLANO E          *
      *                   TRANSMITIDO NA CONTA DE SUSPENSO (NATUREZA   *
      *                   T) E MARCADO NO GLREJ (REJ-SUSPENSO)         *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gledit.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  XMIT-FILE-OUT
           RECORDING MODE IS F.
       01  XMIT-OUT-RECORD.
       01  REJ-OUT-RECORD.
           05  REJ-DADOS             PIC X(24).
           05  REJ-MOTIVO            PIC X(25).
           05  REJ-SUSPENSO          PIC X(01).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
           05  WS-COA-ENTRY OCCURS 50 TIMES INDEXED BY WS-COA-IDX.
               10  WS-COA-CODE           PIC X(06).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-CONTA-SUSPENSO          PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CABECALHO E TRAILER DO ARQUIVO TRANSMITIDO              *
      *----------------------------------------------------------------*
       77  WS-BYPASS-SW               PIC X(01) VALUE 'N'.
           88  WS-REG-ANTERIOR            VALUE 'Y'.
       77  WS-CONT-ANTERIORES         PIC 9(05) VALUE ZERO.
       77  WS-SUSPENSO-SW             PIC X(01) VALUE 'N'.
           88  WS-VAI-PARA-SUSPENSO       VALUE 'Y'.
       77  WS-CONT-SUSPENSOS          PIC 9(05) VALUE ZERO.
       77  WS-MOTIVO                  PIC X(25) VALUE SPACES.
       77  WS-CONT-LIDOS              PIC 9(05) VALUE ZERO.
       77  WS-CONT-ACEITOS            PIC 9(05) VALUE ZERO.
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
               DISPLAY "*** GLEDIT JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** GLEDIT JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
           IF COA-ATIVO = 'N'
               GO TO 1200-NEXT
           END-IF.
           IF COA-NATUREZA = 'T'
               MOVE COA-ACCOUNT-CODE TO WS-CONTA-SUSPENSO
           END-IF.
           IF WS-COA-COUNT < 50
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT-CODE TO WS-COA-CODE (WS-COA-COUNT)
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
           IF RUNH-PROGRAM-ID = "GLEDIT"
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
           DISPLAY "GLEDIT ENCERRADO - LIDOS: " WS-CONT-LIDOS
               " ACEITOS: " WS-CONT-ACEITOS
               " REJEITADOS: " WS-CONT-REJEITADOS
               " EM SUSPENSO: " WS-CONT-SUSPENSOS
               " DE DATAS ANTERIORES: " WS-CONT-ANTERIORES.
       2000-EXIT.
           EXIT.
                   PERFORM 2400-WRITE-XMIT THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
                   IF WS-VAI-PARA-SUSPENSO
                       PERFORM 2450-WRITE-SUSPENSO THRU 2450-EXIT
                   END-IF
           END-EVALUATE.
           PERFORM 2100-READ-GL THRU 2100-EXIT.
       2200-EXIT.
       2300-EDIT-REGISTRO.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE 'N' TO WS-BYPASS-SW.
           MOVE 'N' TO WS-SUSPENSO-SW.
           MOVE SPACES TO WS-MOTIVO.
           IF GL-RUN-DATE IS NUMERIC
                   AND GL-RUN-DATE < WS-EFFECTIVE-RUNDATE
               MOVE "GL-ACCOUNT-CODE" TO WS-ERR-FIELD-NAME
               MOVE GL-ACCOUNT-CODE TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               PERFORM 2320-CHECK-SUSPENSO THRU 2320-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF GL-AMOUNT = ZERO
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2320-CHECK-SUSPENSO - SO VAI PARA O SUSPENSO O REJEITADO DO *
      *    DIA COM VALOR E INDICADOR D/C VALIDOS, E SO SE O PLANO TEM  *
      *    A CONTA TRANSITORIA                                         *
      *----------------------------------------------------------------*
       2320-CHECK-SUSPENSO.
           IF WS-CONTA-SUSPENSO NOT = SPACES
                   AND GL-AMOUNT IS NUMERIC
                   AND GL-AMOUNT > ZERO
                   AND (GL-DC = 'D' OR GL-DC = 'C')
                   AND GL-RUN-DATE = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-SUSPENSO-SW
           END-IF.
       2320-EXIT.
           EXIT.
       2350-SEARCH-COA.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-COA-COUNT = ZERO
           ADD GL-AMOUNT TO WS-SOMA-VALORES.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-WRITE-SUSPENSO - TRANSMITE O VALOR REJEITADO NA CONTA  *
      *    TRANSITORIA, COM O MESMO INDICADOR D/C E A MESMA DATA       *
      *----------------------------------------------------------------*
       2450-WRITE-SUSPENSO.
           MOVE WS-CONTA-SUSPENSO TO GL-ACCOUNT-CODE.
           PERFORM 2400-WRITE-XMIT THRU 2400-EXIT.
           ADD 1 TO WS-CONT-SUSPENSOS.
       2450-EXIT.
           EXIT.
       2500-WRITE-REJECT.
           MOVE SPACES TO REJ-OUT-RECORD.
           MOVE GL-EXTRACT-RECORD TO REJ-DADOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           IF WS-VAI-PARA-SUSPENSO
               MOVE 'S' TO REJ-SUSPENSO
           END-IF.
           WRITE REJ-OUT-RECORD.
           ADD 1 TO WS-CONT-REJEITADOS.
       2500-EXIT.
