      *REABERTURA DE BIMESTRE POR TURMA PELO SUPERVISOR. O BIMESTRE
      *FECHADO NO NOTAPARM (1 ATE O PARM-PERIODOS) NAO ACEITA MAIS
      *MUDANCA DE NOTA NO GRADPOST, NO ROSTBAT NEM NO ROSTMNT; PARA
      *CORRIGIR UMA NOTA O SUPERVISOR REABRE AQUI UM BIMESTRE DE UMA
      *TURMA, COM O MOTIVO OBRIGATORIO. A REABERTURA VAI PARA O
      *REABERT E PARA O AUDITLOG (TURMA, BIMESTRE E MOTIVO) E VALE SO
      *ATE O PROXIMO LOTE NOTURNO - O DAYCLOSE ESVAZIA O REABERT NO
      *FIM DA NOITE. ACESSO PELO MENU, RESTRITO A SUPERVISORES.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - REABERTURA DE UM          *
      *                   BIMESTRE FECHADO PARA UMA TURMA, COM MOTIVO  *
      *                   NO REABERT E NO AUDITLOG                     *
      *  2026-10-15 JLC   BIMESTRES FECHADOS PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reabre.
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
           SELECT OPTIONAL REAB-FILE-IO ASSIGN TO REABERT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REAB-FILE-IO
           RECORDING MODE IS F.
           COPY REABREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       WORKING-STORAGE SECTION.
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
           05  PARM-RESTO            PIC X(12).
       77  WS-NOTAPARM-USO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CADASTRO DE TURMAS CARREGADO EM TABELA PARA A           *
      *        VALIDACAO DA TURMA DIGITADA                             *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO         PIC X(04).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-TURMA-ACHOU-SW          PIC X(01) VALUE 'N'.
           88  WS-TURMA-ACHADA            VALUE 'Y'.
      *----------------------------------------------------------------*
      *        REABERTURAS JA FEITAS DESDE O ULTIMO LOTE NOTURNO       *
      *----------------------------------------------------------------*
       01  WS-REAB-TABLE.
           05  WS-REAB-ENTRY OCCURS 100 TIMES INDEXED BY WS-REAB-IDX.
               10  WS-REAB-TURMA         PIC X(04).
               10  WS-REAB-BIMESTRE      PIC 9(01).
       77  WS-REAB-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-REAB-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WS-REAB-ACHADA             VALUE 'Y'.
      *----------------------------------------------------------------*
      *        CAMPOS DIGITADOS                                        *
      *----------------------------------------------------------------*
       77  WS-REA-TURMA               PIC X(04) VALUE SPACES.
       77  WS-REA-BIMESTRE            PIC X(01) VALUE SPACE.
       77  WS-REA-BIMESTRE-N REDEFINES WS-REA-BIMESTRE
                                      PIC 9(01).
       77  WS-REA-MOTIVO              PIC X(40) VALUE SPACES.
       77  WS-CONFIRMA                PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-FIM-SW                 PIC X(01) VALUE 'N'.
           88  WS-FIM                    VALUE 'Y'.
       77  WS-PERIODOS-FECHADOS      PIC 9(01) VALUE ZERO.
       77  WS-CONT-REABERTOS         PIC 9(05) VALUE ZERO.
       77  WS-CONT-RECUSADOS         PIC 9(05) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-AUD-IMAGEM             PIC X(30) VALUE SPACES.
       77  WS-AUD-ACAO               PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-REABERTURAS THRU 2000-EXIT.
           IF WS-PERIODOS-FECHADOS = ZERO
               DISPLAY "NENHUM BIMESTRE FECHADO NO NOTAPARM - NADA "
                   "A REABRIR."
               GO TO 0000-FIM
           END-IF.
           PERFORM 3000-REABRE-LOOP THRU 3000-EXIT
               UNTIL WS-FIM.
       0000-FIM.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO  *
      *    E CARREGA O NOTAPARM, AS TURMAS E AS REABERTURAS            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-FIM-SW.
           MOVE ZERO TO WS-CONT-REABERTOS.
           MOVE ZERO TO WS-CONT-RECUSADOS.
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
           PERFORM 1300-READ-BUSDATE THRU 1300-EXIT.
           PERFORM 1500-READ-NOTAPARM THRU 1500-EXIT.
           PERFORM 1700-LOAD-TURMAS THRU 1700-EXIT.
           PERFORM 1800-LOAD-REABERTURAS THRU 1800-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-READ-BUSDATE - A DATA DE NEGOCIO DO ARQUIVO DE         *
      *    CONTROLE, QUANDO PRESENTE, PREVALECE SOBRE A DATA DO PARM   *
      *----------------------------------------------------------------*
       1300-READ-BUSDATE.
           OPEN INPUT BUSDATE-FILE-IN.
           READ BUSDATE-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATA IS NUMERIC AND BUS-DATA > ZERO
                       MOVE BUS-DATA TO WS-EFFECTIVE-RUNDATE
                   END-IF
           END-READ.
           CLOSE BUSDATE-FILE-IN.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-READ-NOTAPARM - BIMESTRES FECHADOS SAO 1 ATE O         *
      *    PARM-PERIODOS; SEM NOTAPARM NENHUM ESTA FECHADO             *
      *----------------------------------------------------------------*
       1500-READ-NOTAPARM.
           MOVE ZERO TO WS-PERIODOS-FECHADOS.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                   NVIG-DATA-VIGOR
                   DELIMITED BY SIZE INTO WS-NOTAPARM-USO
               IF PARM-PERIODOS IS NUMERIC
                   MOVE PARM-PERIODOS TO WS-PERIODOS-FECHADOS
               END-IF
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1700-LOAD-TURMAS - CARREGA OS CODIGOS DO CADASTRO DE        *
      *    TURMAS; COM O CADASTRO VAZIO A TURMA SEGUE SEM VALIDACAO,   *
      *    COM AVISO NO CONSOLE                                        *
      *----------------------------------------------------------------*
       1700-LOAD-TURMAS.
           MOVE ZERO TO WS-TURMA-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1750-READ-TURMA THRU 1750-EXIT.
           PERFORM 1760-LOAD-TURMA-ENTRY THRU 1760-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
           IF WS-TURMA-COUNT = ZERO
               DISPLAY "*** AVISO - TURMAMST VAZIO OU AUSENTE - "
                   "TURMA SEM VALIDACAO ***"
           END-IF.
       1700-EXIT.
           EXIT.
       1750-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1750-EXIT.
           EXIT.
       1760-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT < 50
               ADD 1 TO WS-TURMA-COUNT
               MOVE TURM-CODIGO TO WS-TUR-CODIGO (WS-TURMA-COUNT)
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1750-READ-TURMA THRU 1750-EXIT.
       1760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1800-LOAD-REABERTURAS - CARREGA O REABERT EM TABELA PARA    *
      *    LISTAR E PARA NAO REPETIR UMA REABERTURA JA FEITA           *
      *----------------------------------------------------------------*
       1800-LOAD-REABERTURAS.
           MOVE ZERO TO WS-REAB-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REAB-FILE-IO.
           PERFORM 1850-READ-REAB THRU 1850-EXIT.
           PERFORM 1860-LOAD-REAB-ENTRY THRU 1860-EXIT
               UNTIL WS-EOF.
           CLOSE REAB-FILE-IO.
       1800-EXIT.
           EXIT.
       1850-READ-REAB.
           READ REAB-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1850-EXIT.
           EXIT.
       1860-LOAD-REAB-ENTRY.
           IF WS-REAB-COUNT < 100
               ADD 1 TO WS-REAB-COUNT
               MOVE REAB-TURMA TO WS-REAB-TURMA (WS-REAB-COUNT)
               MOVE REAB-BIMESTRE TO WS-REAB-BIMESTRE (WS-REAB-COUNT)
           END-IF.
           DISPLAY "  TURMA " REAB-TURMA " BIMESTRE " REAB-BIMESTRE
               " POR " REAB-OPERADOR " EM " REAB-DATA
               " - " REAB-MOTIVO.
           PERFORM 1850-READ-REAB THRU 1850-EXIT.
       1860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LIST-REABERTURAS - CABECALHO COM OS BIMESTRES FECHADOS *
      *    (AS REABERTURAS EM VIGOR SAEM NA CARGA DO REABERT)          *
      *----------------------------------------------------------------*
       2000-LIST-REABERTURAS.
           DISPLAY " ".
           DISPLAY "BIMESTRES FECHADOS NO NOTAPARM: 1 A "
               WS-PERIODOS-FECHADOS.
           IF WS-REAB-COUNT = ZERO
               DISPLAY "NENHUMA REABERTURA EM VIGOR."
           ELSE
               DISPLAY "REABERTURAS EM VIGOR ATE O LOTE NOTURNO: "
                   WS-REAB-COUNT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-REABRE-LOOP - PEDE TURMA, BIMESTRE E MOTIVO, CRITICA   *
      *    E GRAVA A REABERTURA; TURMA EM BRANCO ENCERRA               *
      *----------------------------------------------------------------*
       3000-REABRE-LOOP.
           DISPLAY " ".
           DISPLAY "TURMA A REABRIR (BRANCO ENCERRA): ".
           MOVE SPACES TO WS-REA-TURMA.
           ACCEPT WS-REA-TURMA.
           IF WS-REA-TURMA = SPACES
               MOVE 'Y' TO WS-FIM-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-TURMA THRU 3100-EXIT.
           IF NOT WS-TURMA-ACHADA
               DISPLAY "*** TURMA FORA DO CADASTRO ***"
               MOVE "WS-REA-TURMA" TO WS-ERR-FIELD-NAME
               MOVE WS-REA-TURMA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               ADD 1 TO WS-CONT-RECUSADOS
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "BIMESTRE (1 A " WS-PERIODOS-FECHADOS "): ".
           MOVE SPACE TO WS-REA-BIMESTRE.
           ACCEPT WS-REA-BIMESTRE.
           IF WS-REA-BIMESTRE NOT NUMERIC
                   OR WS-REA-BIMESTRE-N < 1
                   OR WS-REA-BIMESTRE-N > WS-PERIODOS-FECHADOS
               DISPLAY "*** BIMESTRE INVALIDO OU AINDA ABERTO ***"
               MOVE "WS-REA-BIMESTRE" TO WS-ERR-FIELD-NAME
               MOVE WS-REA-BIMESTRE TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               ADD 1 TO WS-CONT-RECUSADOS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-CHECK-REABERTO THRU 3200-EXIT.
           IF WS-REAB-ACHADA
               DISPLAY "BIMESTRE " WS-REA-BIMESTRE " DA TURMA "
                   WS-REA-TURMA " JA ESTA REABERTO."
               GO TO 3000-EXIT
           END-IF.
           IF WS-REAB-COUNT NOT < 100
               DISPLAY "*** REABERT CHEIO (100 REABERTURAS) - "
                   "AGUARDE O LOTE NOTURNO ***"
               MOVE 'Y' TO WS-FIM-SW
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "MOTIVO DA REABERTURA: ".
           MOVE SPACES TO WS-REA-MOTIVO.
           ACCEPT WS-REA-MOTIVO.
           IF WS-REA-MOTIVO = SPACES
               DISPLAY "*** MOTIVO OBRIGATORIO - REABERTURA "
                   "CANCELADA ***"
               MOVE "WS-REA-MOTIVO" TO WS-ERR-FIELD-NAME
               MOVE WS-REA-TURMA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               ADD 1 TO WS-CONT-RECUSADOS
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "CONFIRMA A REABERTURA DO BIMESTRE "
               WS-REA-BIMESTRE " DA TURMA " WS-REA-TURMA " (S/N)? ".
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "REABERTURA CANCELADA."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-GRAVA-REABERTURA THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
       3100-CHECK-TURMA.
           MOVE 'N' TO WS-TURMA-ACHOU-SW.
           IF WS-TURMA-COUNT = ZERO
               MOVE 'Y' TO WS-TURMA-ACHOU-SW
               GO TO 3100-EXIT
           END-IF.
           SET WS-TURMA-IDX TO 1.
           SEARCH WS-TURMA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                   CONTINUE
               WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = WS-REA-TURMA
                   MOVE 'Y' TO WS-TURMA-ACHOU-SW
           END-SEARCH.
       3100-EXIT.
           EXIT.
       3200-CHECK-REABERTO.
           MOVE 'N' TO WS-REAB-ACHOU-SW.
           SET WS-REAB-IDX TO 1.
           SEARCH WS-REAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REAB-IDX > WS-REAB-COUNT
                   CONTINUE
               WHEN WS-REAB-TURMA (WS-REAB-IDX) = WS-REA-TURMA
                       AND WS-REAB-BIMESTRE (WS-REAB-IDX)
                           = WS-REA-BIMESTRE-N
                   MOVE 'Y' TO WS-REAB-ACHOU-SW
           END-SEARCH.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-GRAVA-REABERTURA - ACRESCENTA A REABERTURA NO REABERT  *
      *    E GRAVA TURMA/BIMESTRE E O MOTIVO NO AUDITLOG               *
      *----------------------------------------------------------------*
       4000-GRAVA-REABERTURA.
           MOVE SPACES TO REAB-RECORD.
           MOVE WS-REA-TURMA TO REAB-TURMA.
           MOVE WS-REA-BIMESTRE-N TO REAB-BIMESTRE.
           MOVE WS-REA-MOTIVO TO REAB-MOTIVO.
           MOVE WS-OPERATOR-ID TO REAB-OPERADOR.
           MOVE WS-EFFECTIVE-RUNDATE TO REAB-DATA.
           ACCEPT REAB-HORA FROM TIME.
           OPEN EXTEND REAB-FILE-IO.
           WRITE REAB-RECORD.
           CLOSE REAB-FILE-IO.
           ADD 1 TO WS-REAB-COUNT.
           MOVE WS-REA-TURMA TO WS-REAB-TURMA (WS-REAB-COUNT).
           MOVE WS-REA-BIMESTRE-N TO WS-REAB-BIMESTRE (WS-REAB-COUNT).
           ADD 1 TO WS-CONT-REABERTOS.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "TURMA " WS-REA-TURMA " BIMESTRE " WS-REA-BIMESTRE
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
           MOVE "BIMESTRE REABERTO" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE WS-REA-MOTIVO TO WS-AUD-IMAGEM.
           MOVE "MOTIVO DA REABERTURA" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "BIMESTRE " WS-REA-BIMESTRE " DA TURMA "
               WS-REA-TURMA " REABERTO ATE O PROXIMO LOTE NOTURNO.".
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA O RESUMO DA SESSAO NA          *
      *                           TRILHA DE AUDITORIA (AUDITLOG)       *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "REABRE" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "FECHADOS: 1 A " WS-PERIODOS-FECHADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "REAB:" WS-CONT-REABERTOS
               " REC:" WS-CONT-RECUSADOS
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
      *----------------------------------------------------------------*
      *    8050-WRITE-AUDIT-IMAGE - GRAVA UMA REABERTURA NO AUDITLOG   *
      *----------------------------------------------------------------*
       8050-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "REABRE" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WS-AUD-IMAGEM TO AUDIT-INPUT-VALUES.
           MOVE WS-AUD-ACAO TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ENTRADA INVALIDA EM INPTERR    *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "REABRE" TO ERROR-PROGRAM-ID.
           MOVE WS-ERR-FIELD-NAME TO ERROR-FIELD-NAME.
           MOVE WS-ERR-BAD-VALUE TO ERROR-BAD-VALUE.
           MOVE WS-EFFECTIVE-RUNDATE TO ERROR-DATA.
           ACCEPT ERROR-HORA FROM TIME.
           OPEN EXTEND ERROR-FILE-OUT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE-OUT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "REABERTURA ENCERRADA - REABERTOS: "
               WS-CONT-REABERTOS " RECUSADOS: " WS-CONT-RECUSADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM reabre.
