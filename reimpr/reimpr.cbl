      *REIMPRESSAO DE RELATORIO DO LOTE NOTURNO A PARTIR DO ARQUIVO
      *DE RELATORIOS (RPTARQ) QUE O RPTARCH GRAVA TODA NOITE. PEDE A
      *DATA DE NEGOCIO, LISTA OS RELATORIOS ARQUIVADOS NA DATA
      *(PROGRAMA, DD DO RELATORIO E LINHAS) E REIMPRIME O ESCOLHIDO
      *EM REIMPRT, LINHA A LINHA NA ORDEM ORIGINAL, DEBAIXO DE UMA
      *LINHA DE CABECALHO QUE IDENTIFICA A REIMPRESSAO. CADA
      *REIMPRESSAO FICA REGISTRADA NO AUDITLOG. NO LOTE AS RESPOSTAS
      *VEM DO SYSIN.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - LISTA DOS RELATORIOS DE   *
      *                   UMA DATA E REIMPRESSAO DO ESCOLHIDO          *
      *  2026-10-15 JLC   RESUMO DA EXECUCAO NO SYSOUT (DATA,          *
      *                   RELATORIO, LINHAS REIMPRESSAS E RC)          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reimpr.
       AUTHOR. J L COELHO.
       INSTALLATION. FOLHA DE PAGAMENTO - CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPTA-FILE-IN ASSIGN TO RPTARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTA-CHAVE
               FILE STATUS IS WS-RPTA-STATUS.
           SELECT RPT-FILE-OUT ASSIGN TO REIMPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTA-FILE-IN.
           COPY RPTAREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        DATA PEDIDA E RELATORIOS ARQUIVADOS NELA                *
      *----------------------------------------------------------------*
       77  WS-REI-DATA               PIC 9(08) VALUE ZERO.
       01  WS-REI-ENTRADA            PIC X(08) VALUE SPACES.
       01  WS-REI-TEXTO REDEFINES WS-REI-ENTRADA
                                     PIC 9(08).
       01  WS-REI-ESC-ENTRADA        PIC X(02) VALUE SPACES.
       01  WS-REI-ESC-TEXTO REDEFINES WS-REI-ESC-ENTRADA
                                     PIC 9(02).
       77  WS-REI-ESCOLHA            PIC 9(02) VALUE ZERO.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 30 TIMES.
               10  WS-REL-PROGRAMA   PIC X(10).
               10  WS-REL-DD         PIC X(08).
               10  WS-REL-LINHAS     PIC 9(05).
       77  WS-REL-SUB                PIC 9(02) COMP VALUE ZERO.
       77  WS-REL-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-REL-MAX                PIC 9(02) VALUE 30.
       77  WS-LINHAS-IMPRESSAS       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FIM-CHAVE-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-CHAVE              VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-RPTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RPTA-OK                VALUES "00" "05".
       77  WS-DATA-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-DATA-OK                VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-DATA-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RPTA-FILE-IN.
           IF NOT WS-RPTA-OK
               DISPLAY "*** RPTARQ NAO PODE SER ABERTO - STATUS: "
                   WS-RPTA-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LISTA-RELATORIOS THRU 2000-EXIT.
           IF WS-REL-COUNT = ZERO
               DISPLAY "*** NENHUM RELATORIO ARQUIVADO PARA A DATA "
                   WS-REI-DATA " ***"
               CLOSE RPTA-FILE-IN
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-GET-ESCOLHA THRU 3000-EXIT.
           IF WS-REI-ESCOLHA > ZERO
               PERFORM 4000-REIMPRIME THRU 4000-EXIT
               PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
           END-IF.
           CLOSE RPTA-FILE-IN.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E OBTEM A DATA DE   *
      *    NEGOCIO DOS RELATORIOS (NO LOTE, DO SYSIN)                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-PROGRAM-RC.
           MOVE ZERO TO WS-REL-COUNT.
           MOVE 'N' TO WS-DATA-OK-SW.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WS-REI-ENTRADA.
           DISPLAY "DATA DO LOTE (AAAAMMDD): ".
           ACCEPT WS-REI-ENTRADA.
           IF WS-REI-TEXTO IS NUMERIC AND WS-REI-TEXTO > ZERO
               MOVE WS-REI-TEXTO TO WS-REI-DATA
               MOVE 'Y' TO WS-DATA-OK-SW
           ELSE
               DISPLAY "*** DATA INVALIDA: " WS-REI-ENTRADA
                   " - DIGITE AAAAMMDD ***"
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LISTA-RELATORIOS - START NA DATA E LEITURA ATE A       *
      *    QUEBRA, MONTANDO UMA ENTRADA POR PROGRAMA/RELATORIO         *
      *----------------------------------------------------------------*
       2000-LISTA-RELATORIOS.
           MOVE 'N' TO WS-FIM-CHAVE-SW.
           MOVE LOW-VALUES TO RPTA-CHAVE.
           MOVE WS-REI-DATA TO RPTA-DATA.
           START RPTA-FILE-IN KEY NOT < RPTA-CHAVE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2100-READ-DATA THRU 2100-EXIT.
           PERFORM 2200-CONTA-LINHA THRU 2200-EXIT
               UNTIL WS-FIM-CHAVE.
           DISPLAY "RELATORIOS ARQUIVADOS EM " WS-REI-DATA ":".
           PERFORM 2300-DISPLAY-RELATORIO THRU 2300-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT.
       2000-EXIT.
           EXIT.
       2100-READ-DATA.
           READ RPTA-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
               NOT AT END
                   IF RPTA-DATA NOT = WS-REI-DATA
                       MOVE 'Y' TO WS-FIM-CHAVE-SW
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CONTA-LINHA.
           IF WS-REL-COUNT = ZERO
               PERFORM 2250-NOVA-ENTRADA THRU 2250-EXIT
           ELSE
               IF RPTA-PROGRAMA NOT = WS-REL-PROGRAMA (WS-REL-COUNT)
                       OR RPTA-RELATORIO NOT = WS-REL-DD (WS-REL-COUNT)
                   PERFORM 2250-NOVA-ENTRADA THRU 2250-EXIT
               END-IF
           END-IF.
           IF WS-FIM-CHAVE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-REL-LINHAS (WS-REL-COUNT).
           PERFORM 2100-READ-DATA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2250-NOVA-ENTRADA.
           IF WS-REL-COUNT = WS-REL-MAX
               DISPLAY "*** MAIS DE 30 RELATORIOS NA DATA - "
                   "LISTADOS SO OS 30 PRIMEIROS ***"
               MOVE 'Y' TO WS-FIM-CHAVE-SW
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO WS-REL-COUNT.
           MOVE RPTA-PROGRAMA TO WS-REL-PROGRAMA (WS-REL-COUNT).
           MOVE RPTA-RELATORIO TO WS-REL-DD (WS-REL-COUNT).
           MOVE ZERO TO WS-REL-LINHAS (WS-REL-COUNT).
       2250-EXIT.
           EXIT.
       2300-DISPLAY-RELATORIO.
           DISPLAY WS-REL-SUB " - " WS-REL-PROGRAMA (WS-REL-SUB)
               " " WS-REL-DD (WS-REL-SUB)
               " LINHAS: " WS-REL-LINHAS (WS-REL-SUB).
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-GET-ESCOLHA - NUMERO DO RELATORIO NA LISTA (ZERO =     *
      *    NENHUM)                                                     *
      *----------------------------------------------------------------*
       3000-GET-ESCOLHA.
           MOVE ZERO TO WS-REI-ESCOLHA.
           MOVE SPACES TO WS-REI-ESC-ENTRADA.
           DISPLAY "RELATORIO A REIMPRIMIR (0 = NENHUM): ".
           ACCEPT WS-REI-ESC-ENTRADA.
           IF WS-REI-ESC-ENTRADA (2:1) = SPACE
               MOVE WS-REI-ESC-ENTRADA (1:1) TO WS-REI-ESC-ENTRADA (2:1)
               MOVE "0" TO WS-REI-ESC-ENTRADA (1:1)
           END-IF.
           IF WS-REI-ESC-TEXTO IS NOT NUMERIC
                   OR WS-REI-ESC-TEXTO > WS-REL-COUNT
               DISPLAY "*** ESCOLHA INVALIDA: " WS-REI-ESC-ENTRADA
                   " - NADA REIMPRESSO ***"
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-REI-ESC-TEXTO TO WS-REI-ESCOLHA.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-REIMPRIME - CABECALHO DA REIMPRESSAO E AS LINHAS DO    *
      *    RELATORIO ESCOLHIDO NA ORDEM EM QUE FORAM ARQUIVADAS        *
      *----------------------------------------------------------------*
       4000-REIMPRIME.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "*** REIMPRESSAO - "
               WS-REL-PROGRAMA (WS-REI-ESCOLHA) " "
               WS-REL-DD (WS-REI-ESCOLHA)
               " DO LOTE DE " WS-REI-DATA
               " - EMITIDA EM " WS-EFFECTIVE-RUNDATE
               " POR " WS-OPERATOR-ID " ***"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 'N' TO WS-FIM-CHAVE-SW.
           MOVE WS-REI-DATA TO RPTA-DATA.
           MOVE WS-REL-PROGRAMA (WS-REI-ESCOLHA) TO RPTA-PROGRAMA.
           MOVE WS-REL-DD (WS-REI-ESCOLHA) TO RPTA-RELATORIO.
           MOVE ZERO TO RPTA-LINHA.
           START RPTA-FILE-IN KEY NOT < RPTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
           END-START.
           IF NOT WS-FIM-CHAVE
               PERFORM 4100-READ-LINHA THRU 4100-EXIT
           END-IF.
           PERFORM 4200-WRITE-LINHA THRU 4200-EXIT
               UNTIL WS-FIM-CHAVE.
           CLOSE RPT-FILE-OUT.
           DISPLAY "REIMPRESSAO GRAVADA EM REIMPRT - LINHAS: "
               WS-LINHAS-IMPRESSAS.
       4000-EXIT.
           EXIT.
       4100-READ-LINHA.
           READ RPTA-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
               NOT AT END
                   IF RPTA-DATA NOT = WS-REI-DATA
                           OR RPTA-PROGRAMA NOT =
                               WS-REL-PROGRAMA (WS-REI-ESCOLHA)
                           OR RPTA-RELATORIO NOT =
                               WS-REL-DD (WS-REI-ESCOLHA)
                       MOVE 'Y' TO WS-FIM-CHAVE-SW
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.
       4200-WRITE-LINHA.
           WRITE RPT-OUT-RECORD FROM RPTA-TEXTO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           PERFORM 4100-READ-LINHA THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - REGISTRA A REIMPRESSAO NO AUDITLOG   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE-OUT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "REIMPR" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING WS-REI-DATA " "
               WS-REL-PROGRAMA (WS-REI-ESCOLHA) " "
               WS-REL-DD (WS-REI-ESCOLHA)
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "REIMPRESSAO " WS-LINHAS-IMPRESSAS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "REIMPR - DATA: " WS-REI-DATA
               " RELATORIO: " WS-REI-ESCOLHA
               " LINHAS REIMPRESSAS: " WS-LINHAS-IMPRESSAS
               " RC: " WS-PROGRAM-RC.
       9999-EXIT.
           EXIT.
       END PROGRAM reimpr.
