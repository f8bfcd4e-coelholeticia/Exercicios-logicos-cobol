      *VARREDURA SEMANAL DE INTEGRIDADE ENTRE OS MESTRES DE ALUNOS.
      *LE O ROSTIN, O TURMAMST, O DEMOMST, O ATTMAST, O ROSTPEND E O
      *GRADHIST E LISTA NO INTGRPT, POR CATEGORIA E COM A CONTAGEM,
      *TODO REGISTRO ORFAO OU INCOERENTE:
      *  1 - DEMOMST DE MATRICULA FORA DO ROSTIN;
      *  2 - ATTMAST DE MATRICULA FORA DO ROSTIN;
      *  3 - ALUNO DO ROSTIN COM TURMA FORA DO TURMAMST;
      *  4 - PENDENCIA DE ALTERACAO/EXCLUSAO NO ROSTPEND PARA ALUNO
      *      QUE NAO ESTA MAIS NO ROSTIN;
      *  5 - PENDENCIA DE INCLUSAO NO ROSTPEND PARA MATRICULA QUE JA
      *      ESTA NO ROSTIN;
      *  6 - HISTORICO (GRADHIST) DE MATRICULA SEM ROSTIN E SEM
      *      CADASTRO DEMOGRAFICO, QUE NINGUEM CONSEGUE LIGAR A UM
      *      ALUNO.
      *COM O MODO 'L' NO PARM (OU RESPOSTA S NO CONSOLE) GRAVA TAMBEM
      *O MOVIMENTO DE LIMPEZA (LIMPMOV) NO LAYOUT DO ROSTMOV, COM O
      *ENVELOPE H/D/T: UMA ALTERACAO POR ALUNO DA CATEGORIA 3, COM A
      *TURMA EM BRANCO PARA O SUPERVISOR PREENCHER NA REVISAO ANTES DE
      *O ROSTBAT APLICAR (SEM A REVISAO O ROSTBAT RECUSA O DETALHE).
      *AS DEMAIS CATEGORIAS NAO TEM ACAO NO ROSTMOV E FICAM SO NO
      *RELATORIO. QUALQUER ORFAO TERMINA COM RC 4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - VARREDURA DE INTEGRIDADE  *
      *                   POR CATEGORIA E MOVIMENTO DE LIMPEZA NO      *
      *                   LAYOUT DO ROSTMOV                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integr.
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
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEMO-FILE-IN ASSIGN TO DEMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL ATTM-FILE-IN ASSIGN TO ATTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTM-MATRICULA
               FILE STATUS IS WS-ATTM-STATUS.
           SELECT OPTIONAL PEND-FILE-IN ASSIGN TO ROSTPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMP-FILE-OUT ASSIGN TO LIMPMOV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  DEMO-FILE-IN.
           COPY DEMOREC.
       FD  ATTM-FILE-IN.
           COPY ATTMREC.
       FD  PEND-FILE-IN
           RECORDING MODE IS F.
       01  PEND-RECORD.
           05  PEND-STATUS           PIC X(01).
               88  PEND-PENDENTE         VALUE 'P'.
           05  PEND-ACAO             PIC X(01).
               88  PEND-INCLUSAO         VALUE 'I'.
           05  PEND-MATRICULA        PIC 9(06).
           05  PEND-ANTES            PIC X(52).
           05  PEND-DEPOIS           PIC X(52).
           05  PEND-OPER-SOLIC       PIC X(08).
           05  PEND-DATA-SOLIC       PIC 9(08).
           05  PEND-OPER-DECIDE      PIC X(08).
           05  PEND-DATA-DECIDE      PIC 9(08).
       FD  HIST-FILE-IN
           RECORDING MODE IS F.
           COPY HISTREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
      *----------------------------------------------------------------*
      *    MOVIMENTO DE LIMPEZA NO LAYOUT DO ROSTMOV DO ROSTBAT        *
      *----------------------------------------------------------------*
       FD  LIMP-FILE-OUT
           RECORDING MODE IS F.
       01  LIMP-OUT-RECORD.
           05  LIMP-TIPO             PIC X(01).
           05  LIMP-DADOS            PIC X(53).
           05  LIMP-HDR REDEFINES LIMP-DADOS.
               10  LIMP-HDR-DATA     PIC 9(08).
               10  FILLER            PIC X(45).
           05  LIMP-DET REDEFINES LIMP-DADOS.
               10  LIMP-ACAO         PIC X(01).
               10  LIMP-MATRICULA    PIC 9(06).
               10  LIMP-NOME         PIC X(30).
               10  LIMP-TURMA        PIC X(04).
               10  LIMP-NOTA1        PIC 9(02)V9.
               10  LIMP-NOTA2        PIC 9(02)V9.
               10  LIMP-NOTA3        PIC 9(02)V9.
               10  LIMP-NOTA4        PIC 9(02)V9.
           05  LIMP-TRL REDEFINES LIMP-DADOS.
               10  LIMP-TRL-COUNT    PIC 9(06).
               10  LIMP-TRL-HASH     PIC 9(09).
               10  FILLER            PIC X(38).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CADASTRO DE TURMAS (TURMAMST)                           *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO         PIC X(04).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-TURMA-ACHOU-SW          PIC X(01) VALUE 'N'.
           88  WS-TURMA-ACHADA            VALUE 'Y'.
      *----------------------------------------------------------------*
      *        MATRICULAS DO GRADHIST JA LISTADAS COMO ORFAS (O        *
      *        HISTORICO TEM VARIOS REGISTROS POR ALUNO)               *
      *----------------------------------------------------------------*
       01  WS-HORF-TABLE.
           05  WS-HORF-ENTRY OCCURS 1000 TIMES
                                     INDEXED BY WS-HORF-IDX.
               10  WS-HORF-MATRICULA     PIC 9(06).
       77  WS-HORF-COUNT              PIC 9(04) VALUE ZERO.
       77  WS-HORF-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WS-HORF-ACHADA             VALUE 'Y'.
      *----------------------------------------------------------------*
      *        CONTAGEM POR CATEGORIA                                  *
      *----------------------------------------------------------------*
       01  WS-CATEGORIA-DADOS.
           05  FILLER                PIC X(40)
               VALUE "DEMOMST SEM ALUNO NO ROSTIN".
           05  FILLER                PIC X(40)
               VALUE "ATTMAST SEM ALUNO NO ROSTIN".
           05  FILLER                PIC X(40)
               VALUE "ROSTIN COM TURMA FORA DO TURMAMST".
           05  FILLER                PIC X(40)
               VALUE "ROSTPEND ALTERACAO/EXCLUSAO SEM ROSTIN".
           05  FILLER                PIC X(40)
               VALUE "ROSTPEND INCLUSAO JA NO ROSTIN".
           05  FILLER                PIC X(40)
               VALUE "GRADHIST SEM ROSTIN E SEM DEMOMST".
       01  WS-CATEGORIAS REDEFINES WS-CATEGORIA-DADOS.
           05  WS-CAT-DESC           PIC X(40) OCCURS 6 TIMES.
       01  WS-CAT-CONTAGENS.
           05  WS-CAT-CONT           PIC 9(05) OCCURS 6 TIMES.
       77  WS-CAT-SUB                PIC 9(01) VALUE ZERO.
       77  WS-CAT-COUNT              PIC 9(01) VALUE 6.
       77  WS-CONT-ORFAOS            PIC 9(05) VALUE ZERO.
       77  WS-ORF-MATRICULA          PIC 9(06) VALUE ZERO.
       77  WS-ORF-DETALHE            PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
      *        MOVIMENTO DE LIMPEZA                                    *
      *----------------------------------------------------------------*
       77  WS-LIMPEZA-SW             PIC X(01) VALUE 'N'.
           88  WS-GRAVA-LIMPEZA          VALUE 'Y' 'S'.
       77  WS-ENV-COUNT              PIC 9(06) VALUE ZERO.
       77  WS-ENV-HASH               PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-ATTM-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ATTM-OK                VALUES "00" "05".
       77  WS-ATTM-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-ATTM-ABERTO            VALUE 'Y'.
       77  WS-DEMO-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                VALUES "00" "05".
       77  WS-DEMO-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-DEMO-ABERTO            VALUE 'Y'.
       77  WS-NO-ROSTIN-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-ROSTIN              VALUE 'Y'.
       77  WS-NO-DEMO-SW             PIC X(01) VALUE 'N'.
           88  WS-NO-DEMO                VALUE 'Y'.
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
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-CHECK-ROSTIN THRU 3000-EXIT
               PERFORM 4000-CHECK-DEMOMST THRU 4000-EXIT
               PERFORM 4500-CHECK-ATTMAST THRU 4500-EXIT
               PERFORM 5000-CHECK-ROSTPEND THRU 5000-EXIT
               PERFORM 5500-CHECK-GRADHIST THRU 5500-EXIT
               PERFORM 6000-WRITE-RESUMO THRU 6000-EXIT
               PERFORM 6500-CLOSE-FILES THRU 6500-EXIT
           END-IF.
           IF WS-CONT-ORFAOS > ZERO AND WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERADOR, DATA E OPCAO DO MOVIMENTO DE    *
      *    LIMPEZA (MODO 'L' NO PARM)                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               IF RUN-PARM-LEN >= 17 AND RUN-PARM-MODE = 'L'
                   MOVE 'Y' TO WS-LIMPEZA-SW
               END-IF
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
               DISPLAY "GRAVAR O MOVIMENTO DE LIMPEZA (S/N)? "
               ACCEPT WS-LIMPEZA-SW
           END-IF.
           PERFORM 1100-LOAD-TURMAS THRU 1100-EXIT.
           MOVE ZERO TO WS-CAT-CONTAGENS.
       1000-EXIT.
           EXIT.
       1100-LOAD-TURMAS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1110-READ-TURMA THRU 1110-EXIT.
           PERFORM 1120-LOAD-TURMA-ENTRY THRU 1120-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
       1100-EXIT.
           EXIT.
       1110-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.
       1120-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT < 50
               ADD 1 TO WS-TURMA-COUNT
               MOVE TURM-CODIGO TO WS-TUR-CODIGO (WS-TURMA-COUNT)
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1110-READ-TURMA THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-OPEN-FILES - ROSTIN OBRIGATORIO; DEMOMST E ATTMAST     *
      *    AUSENTES SO FICAM FORA DA VARREDURA                         *
      *----------------------------------------------------------------*
       2000-OPEN-FILES.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-DEMO-ABERTO-SW.
           OPEN INPUT DEMO-FILE-IN.
           IF WS-DEMO-OK
               MOVE 'Y' TO WS-DEMO-ABERTO-SW
           ELSE
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " ***"
           END-IF.
           MOVE 'N' TO WS-ATTM-ABERTO-SW.
           OPEN INPUT ATTM-FILE-IN.
           IF WS-ATTM-OK
               MOVE 'Y' TO WS-ATTM-ABERTO-SW
           ELSE
               DISPLAY "*** ATTMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-ATTM-STATUS " ***"
           END-IF.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "VARREDURA DE INTEGRIDADE DOS MESTRES DE ALUNOS - "
               "DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-GRAVA-LIMPEZA
               OPEN OUTPUT LIMP-FILE-OUT
               MOVE SPACES TO LIMP-OUT-RECORD
               MOVE 'H' TO LIMP-TIPO
               MOVE WS-EFFECTIVE-RUNDATE TO LIMP-HDR-DATA
               WRITE LIMP-OUT-RECORD
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CHECK-ROSTIN - CATEGORIA 3: TURMA DO ALUNO FORA DO     *
      *    CADASTRO DE TURMAS                                          *
      *----------------------------------------------------------------*
       3000-CHECK-ROSTIN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
           PERFORM 3200-CHECK-TURMA THRU 3200-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.
       3100-READ-ROSTER.
           READ ROSTER-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.
       3200-CHECK-TURMA.
           MOVE 'N' TO WS-TURMA-ACHOU-SW.
           IF WS-TURMA-COUNT > ZERO
               SET WS-TURMA-IDX TO 1
               SEARCH WS-TURMA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                       CONTINUE
                   WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = ROST-TURMA
                       MOVE 'Y' TO WS-TURMA-ACHOU-SW
               END-SEARCH
           END-IF.
           IF NOT WS-TURMA-ACHADA
               MOVE 3 TO WS-CAT-SUB
               MOVE ROST-MATRICULA TO WS-ORF-MATRICULA
               MOVE SPACES TO WS-ORF-DETALHE
               STRING "TURMA: " ROST-TURMA " " ROST-NOME
                   DELIMITED BY SIZE INTO WS-ORF-DETALHE
               PERFORM 7000-WRITE-ORFAO THRU 7000-EXIT
               PERFORM 7500-WRITE-LIMPEZA THRU 7500-EXIT
           END-IF.
           PERFORM 3100-READ-ROSTER THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CHECK-DEMOMST - CATEGORIA 1: CADASTRO DEMOGRAFICO DE   *
      *    MATRICULA FORA DO ROSTIN                                    *
      *----------------------------------------------------------------*
       4000-CHECK-DEMOMST.
           IF NOT WS-DEMO-ABERTO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-READ-DEMO THRU 4100-EXIT.
           PERFORM 4200-CHECK-DEMO THRU 4200-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.
       4100-READ-DEMO.
           READ DEMO-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.
       4200-CHECK-DEMO.
           MOVE DEMO-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           IF NOT WS-NO-ROSTIN
               MOVE 1 TO WS-CAT-SUB
               MOVE DEMO-MATRICULA TO WS-ORF-MATRICULA
               MOVE SPACES TO WS-ORF-DETALHE
               STRING "RESPONSAVEL: " DEMO-RESPONSAVEL
                   DELIMITED BY SIZE INTO WS-ORF-DETALHE
               PERFORM 7000-WRITE-ORFAO THRU 7000-EXIT
           END-IF.
           PERFORM 4100-READ-DEMO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-CHECK-ATTMAST - CATEGORIA 2: MESTRE DE FREQUENCIA DE   *
      *    MATRICULA FORA DO ROSTIN                                    *
      *----------------------------------------------------------------*
       4500-CHECK-ATTMAST.
           IF NOT WS-ATTM-ABERTO
               GO TO 4500-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4600-READ-ATTM THRU 4600-EXIT.
           PERFORM 4700-CHECK-ATTM THRU 4700-EXIT
               UNTIL WS-EOF.
       4500-EXIT.
           EXIT.
       4600-READ-ATTM.
           READ ATTM-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4600-EXIT.
           EXIT.
       4700-CHECK-ATTM.
           MOVE ATTM-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           IF NOT WS-NO-ROSTIN
               MOVE 2 TO WS-CAT-SUB
               MOVE ATTM-MATRICULA TO WS-ORF-MATRICULA
               MOVE SPACES TO WS-ORF-DETALHE
               STRING "AULAS: " ATTM-AULAS-DADAS
                   " FALTAS: " ATTM-AULAS-PERDIDAS
                   DELIMITED BY SIZE INTO WS-ORF-DETALHE
               PERFORM 7000-WRITE-ORFAO THRU 7000-EXIT
           END-IF.
           PERFORM 4600-READ-ATTM THRU 4600-EXIT.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-CHECK-ROSTPEND - CATEGORIAS 4 E 5: PENDENCIA AINDA NAO *
      *    DECIDIDA QUE NAO BATE COM O ROSTIN                          *
      *----------------------------------------------------------------*
       5000-CHECK-ROSTPEND.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PEND-FILE-IN.
           PERFORM 5100-READ-PEND THRU 5100-EXIT.
           PERFORM 5200-CHECK-PEND THRU 5200-EXIT
               UNTIL WS-EOF.
           CLOSE PEND-FILE-IN.
       5000-EXIT.
           EXIT.
       5100-READ-PEND.
           READ PEND-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       5100-EXIT.
           EXIT.
       5200-CHECK-PEND.
           IF NOT PEND-PENDENTE OR PEND-MATRICULA NOT NUMERIC
               GO TO 5200-NEXT
           END-IF.
           MOVE PEND-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           MOVE ZERO TO WS-CAT-SUB.
           IF PEND-INCLUSAO
               IF WS-NO-ROSTIN
                   MOVE 5 TO WS-CAT-SUB
               END-IF
           ELSE
               IF NOT WS-NO-ROSTIN
                   MOVE 4 TO WS-CAT-SUB
               END-IF
           END-IF.
           IF WS-CAT-SUB > ZERO
               MOVE PEND-MATRICULA TO WS-ORF-MATRICULA
               MOVE SPACES TO WS-ORF-DETALHE
               STRING "ACAO: " PEND-ACAO
                   " SOLIC: " PEND-OPER-SOLIC
                   " EM " PEND-DATA-SOLIC
                   DELIMITED BY SIZE INTO WS-ORF-DETALHE
               PERFORM 7000-WRITE-ORFAO THRU 7000-EXIT
           END-IF.
       5200-NEXT.
           PERFORM 5100-READ-PEND THRU 5100-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5500-CHECK-GRADHIST - CATEGORIA 6: HISTORICO DE MATRICULA   *
      *    SEM ROSTIN E SEM DEMOMST (UMA LINHA POR MATRICULA)          *
      *----------------------------------------------------------------*
       5500-CHECK-GRADHIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 5600-READ-HIST THRU 5600-EXIT.
           PERFORM 5700-CHECK-HIST THRU 5700-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
       5500-EXIT.
           EXIT.
       5600-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       5600-EXIT.
           EXIT.
       5700-CHECK-HIST.
           IF NOT HIST-REGISTRO-GERAL
               GO TO 5700-NEXT
           END-IF.
           MOVE 'N' TO WS-HORF-ACHOU-SW.
           IF WS-HORF-COUNT > ZERO
               SET WS-HORF-IDX TO 1
               SEARCH WS-HORF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HORF-IDX > WS-HORF-COUNT
                       CONTINUE
                   WHEN WS-HORF-MATRICULA (WS-HORF-IDX)
                           = HIST-MATRICULA
                       MOVE 'Y' TO WS-HORF-ACHOU-SW
               END-SEARCH
           END-IF.
           IF WS-HORF-ACHADA
               GO TO 5700-NEXT
           END-IF.
           MOVE HIST-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           IF WS-NO-ROSTIN
               GO TO 5700-NEXT
           END-IF.
           PERFORM 7900-READ-DEMO THRU 7900-EXIT.
           IF WS-NO-DEMO
               GO TO 5700-NEXT
           END-IF.
           IF WS-HORF-COUNT < 1000
               ADD 1 TO WS-HORF-COUNT
               MOVE HIST-MATRICULA TO WS-HORF-MATRICULA (WS-HORF-COUNT)
           END-IF.
           MOVE 6 TO WS-CAT-SUB.
           MOVE HIST-MATRICULA TO WS-ORF-MATRICULA.
           MOVE SPACES TO WS-ORF-DETALHE.
           STRING "ANO: " HIST-ANO-LETIVO " TURMA: " HIST-TURMA
               " " HIST-NOME
               DELIMITED BY SIZE INTO WS-ORF-DETALHE.
           PERFORM 7000-WRITE-ORFAO THRU 7000-EXIT.
       5700-NEXT.
           PERFORM 5600-READ-HIST THRU 5600-EXIT.
       5700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-RESUMO - CONTAGEM POR CATEGORIA E TOTAL          *
      *----------------------------------------------------------------*
       6000-WRITE-RESUMO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "RESUMO POR CATEGORIA" TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 6100-RESUMO-LINE THRU 6100-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-CONT-ORFAOS = ZERO
               MOVE "TRAILER NENHUM ORFAO ENCONTRADO" TO RPT-OUT-RECORD
           ELSE
               STRING "TRAILER TOTAL DE ORFAOS: " WS-CONT-ORFAOS
                   " MOVIMENTO DE LIMPEZA: " WS-ENV-COUNT
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
       6000-EXIT.
           EXIT.
       6100-RESUMO-LINE.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-CAT-SUB " - " WS-CAT-DESC (WS-CAT-SUB)
               " " WS-CAT-CONT (WS-CAT-SUB)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6100-EXIT.
           EXIT.
       6500-CLOSE-FILES.
           IF WS-GRAVA-LIMPEZA
               MOVE SPACES TO LIMP-OUT-RECORD
               MOVE 'T' TO LIMP-TIPO
               MOVE WS-ENV-COUNT TO LIMP-TRL-COUNT
               MOVE WS-ENV-HASH TO LIMP-TRL-HASH
               WRITE LIMP-OUT-RECORD
               CLOSE LIMP-FILE-OUT
           END-IF.
           CLOSE RPT-FILE-OUT.
           CLOSE ROSTER-FILE-IN.
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IN
           END-IF.
           IF WS-ATTM-ABERTO
               CLOSE ATTM-FILE-IN
           END-IF.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-WRITE-ORFAO - UMA LINHA DO RELATORIO NA CATEGORIA      *
      *    CORRENTE                                                    *
      *----------------------------------------------------------------*
       7000-WRITE-ORFAO.
           ADD 1 TO WS-CAT-CONT (WS-CAT-SUB).
           ADD 1 TO WS-CONT-ORFAOS.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-CAT-SUB " " WS-ORF-MATRICULA " "
               WS-CAT-DESC (WS-CAT-SUB) " " WS-ORF-DETALHE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-WRITE-LIMPEZA - ALTERACAO DO ALUNO COM A TURMA EM      *
      *    BRANCO, PARA O SUPERVISOR INFORMAR A TURMA CERTA            *
      *----------------------------------------------------------------*
       7500-WRITE-LIMPEZA.
           IF NOT WS-GRAVA-LIMPEZA
               GO TO 7500-EXIT
           END-IF.
           MOVE SPACES TO LIMP-OUT-RECORD.
           MOVE 'D' TO LIMP-TIPO.
           MOVE 'A' TO LIMP-ACAO.
           MOVE ROST-MATRICULA TO LIMP-MATRICULA.
           MOVE ROST-NOME TO LIMP-NOME.
           MOVE SPACES TO LIMP-TURMA.
           MOVE ROST-NOTA1 TO LIMP-NOTA1.
           MOVE ROST-NOTA2 TO LIMP-NOTA2.
           MOVE ROST-NOTA3 TO LIMP-NOTA3.
           MOVE ROST-NOTA4 TO LIMP-NOTA4.
           WRITE LIMP-OUT-RECORD.
           ADD 1 TO WS-ENV-COUNT.
           ADD ROST-MATRICULA TO WS-ENV-HASH.
       7500-EXIT.
           EXIT.
       7800-READ-ROSTIN.
           MOVE 'N' TO WS-NO-ROSTIN-SW.
           READ ROSTER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NO-ROSTIN-SW
           END-READ.
       7800-EXIT.
           EXIT.
       7900-READ-DEMO.
           MOVE 'N' TO WS-NO-DEMO-SW.
           IF NOT WS-DEMO-ABERTO
               GO TO 7900-EXIT
           END-IF.
           MOVE HIST-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NO-DEMO-SW
           END-READ.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "INTEGR" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ORFAOS: " WS-CONT-ORFAOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "LIMPEZA: " WS-ENV-COUNT
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "INTEGR - ORFAOS: " WS-CONT-ORFAOS
               " MOVIMENTO DE LIMPEZA: " WS-ENV-COUNT.
       9999-EXIT.
           EXIT.
       END PROGRAM integr.
