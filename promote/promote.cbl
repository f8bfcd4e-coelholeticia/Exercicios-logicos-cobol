      *PROMOCAO DE FIM DE PERIODO. LE O ROSTIN E O RESULTADO POS-EXAME
      *(EXAMRES), DECIDE PROMOVIDO OU RETIDO PELA SITUACAO FINAL DO
      *ALUNO (APROVACAO POR DISCIPLINA DO NOTAMST COM O LIMITE DE
      *DISCIPLINAS REPROVADAS DO NOTAPARM, REPROVACAO POR FALTA DO
      *ATTNDIN E O RESULTADO DA RECUPERACAO QUANDO HOUVER), ATRIBUI
      *A TURMA DO ANO SEGUINTE PELA TABELA DE
      *PROGRESSAO (PROGTAB - 3A ALIMENTA 4A, E ASSIM POR DIANTE),
      *ZERA AS NOTAS E GRAVA O ROSTER DO ANO NOVO EM ROSTNEW NO
      *LAYOUT DO ARQUIVO DA SECRETARIA COM O ENVELOPE H/D/T, PRONTO
      *PARA O ROSTLOAD CARREGAR SEM MEXER. ALUNO PROMOVIDO DE UMA
      *TURMA SEM SUCESSORA NA PROGTAB E CONCLUINTE (SAIDA DA ESCOLA)
      *E NAO VAI PARA O ARQUIVO NOVO. O RELATORIO DE PROMOCAO
      *(PROMORPT) SAI POR TURMA: PROMOVIDOS, RETIDOS E SAIDAS. COM A
      *PROMOCAO CONCLUIDA O MESTRE DE NOTAS POR DISCIPLINA (NOTAMST)
      *E ESVAZIADO PARA O ANO NOVO - AS NOTAS DO ANO QUE FECHA JA
      *ESTAO NO HISTORICO (GRADHIST), GRAVADO NO PASSO ANTERIOR.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   PODE DISCORDAR DO GRADERPT                  *
      *  2026-09-02 JLC   CAMPOS DO ATTNDIN ALARGADOS PARA 9(05) NO  *
      *                   LAYOUT NOVO QUE O ATTUPD GERA DO MESTRE     *
      *  2026-10-15 JLC   DECISAO PELO CALCDISC - APROVACAO POR        *
      *                   DISCIPLINA (NOTAMST) E LIMITE DE DISCIPLINAS *
      *                   REPROVADAS DO NOTAPARM; O NOTAMST E          *
      *                   ESVAZIADO NO FIM DA PROMOCAO PARA O ANO NOVO *
      *  2026-10-15 JLC   A RETENCAO POR FALTA CONTA SO AS FALTAS SEM  *
      *                   JUSTIFICATIVA - O ATTNDIN TRAZ AS            *
      *                   JUSTIFICADAS POR ATESTADO CONFIRMADO         *
      *  2026-10-15 JLC   PARAMETROS DE NOTA PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promote.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO PROMORPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTA-FILE ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           05  ATT-MATRICULA         PIC 9(06).
           05  ATT-AULAS-DADAS       PIC 9(05).
           05  ATT-AULAS-PERDIDAS    PIC 9(05).
           05  ATT-FALTAS-JUSTIF     PIC 9(05).
       FD  PROG-FILE-IN
           RECORDING MODE IS F.
       01  PROG-IN-RECORD.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       FD  NOTA-FILE.
           COPY NOTAREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        TABELA DE PROGRESSAO DE TURMAS (PROGTAB)                *
       77  WS-ATT-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-ATT-EOF                VALUE 'Y'.
       77  WS-PCT-FALTAS             PIC 9(03)V9 VALUE ZERO.
       77  WS-FALTAS-INJUST          PIC 9(05) VALUE ZERO.
       77  WS-FALTA-LIMITE           PIC 9(02)V9 VALUE 25.0.
       77  WS-FALTA-SW               PIC X(01) VALUE 'N'.
           88  WS-REPROV-FALTA           VALUE 'Y'.
      *        CONTAM)                                                 *
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
           05  PARM-LIMITE-REPROV    PIC 9(01).
       77  WS-NOTAPARM-USO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        AREA DO SUBPROGRAMA CALCDISC (APROVACAO POR DISCIPLINA) *
      *        E LEITURA DAS NOTAS DO ALUNO NO NOTAMST                 *
      *----------------------------------------------------------------*
           COPY CDISPARM.
       77  WS-NOTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTA-OK                VALUES "00" "05".
       77  WS-NOTA-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-NOTA-ABERTO            VALUE 'Y'.
       77  WS-NOTA-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-NOTA-EOF               VALUE 'Y'.
       77  WS-LIMITE-REPROV          PIC 9(01) VALUE 1.
       77  WS-DECISAO                PIC X(01) VALUE SPACE.
           88  WS-DEC-PROMOVIDO          VALUE 'P'.
           88  WS-DEC-RETIDO             VALUE 'R'.
           IF WS-PROGRAM-RC < 8
               PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 6000-LIMPA-NOTAS THRU 6000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
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
               PERFORM 1150-READ-PESOS THRU 1150-EXIT
               IF PARM-LIMITE-REPROV IS NUMERIC
                       AND PARM-LIMITE-REPROV > ZERO
                   MOVE PARM-LIMITE-REPROV TO WS-LIMITE-REPROV
               END-IF
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
               MOVE WS-NOTA-CORTE-DEFAULT TO WS-NOTA-CORTE
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           MOVE 'N' TO WS-NOTA-ABERTO-SW.
           OPEN INPUT NOTA-FILE.
           IF WS-NOTA-OK
               MOVE 'Y' TO WS-NOTA-ABERTO-SW
           ELSE
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS " - NOTAS DO ROSTIN ***"
           END-IF.
           PERFORM 2150-READ-ATTND THRU 2150-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
           CLOSE ROSTER-FILE-IN
                 ATTND-FILE-IN
                 NEW-FILE-OUT.
           IF WS-NOTA-ABERTO
               CLOSE NOTA-FILE
               MOVE 'N' TO WS-NOTA-ABERTO-SW
           END-IF.
       2000-EXIT.
           EXIT.
       2100-READ-ROSTER.
      *----------------------------------------------------------------*
      *    2300-DECIDE-ALUNO - SITUACAO FINAL DO ALUNO: REPROVACAO     *
      *    POR FALTA PREVALECE; O RESULTADO POS-EXAME (EXAMRES)        *
      *    PREVALECE SOBRE A SITUACAO DO ANO, QUE O CALCDISC DECIDE    *
      *    POR DISCIPLINA COM O LIMITE DO NOTAPARM; PROMOVIDO SEM      *
      *    TURMA SUCESSORA NA PROGTAB E CONCLUINTE (SAIDA)             *
      *----------------------------------------------------------------*
       2300-DECIDE-ALUNO.
           PERFORM 2270-LOAD-DISCIPLINAS THRU 2270-EXIT.
           MOVE WS-NOTA-CORTE TO CDIS-NOTA-CORTE.
           MOVE WS-LIMITE-REPROV TO CDIS-LIMITE-REPROV.
           MOVE 4 TO CALC-PERIODOS.
           CALL "calcdisc" USING CALC-MEDIA-AREA CALC-DISC-AREA.
           MOVE CDIS-MEDIA-GERAL TO WS-MEDIA.
           PERFORM 2320-CHECK-FALTAS THRU 2320-EXIT.
           PERFORM 2350-FIND-EXAMRES THRU 2350-EXIT.
           IF WS-REPROV-FALTA
                   MOVE 'R' TO WS-DECISAO
               END-IF
           ELSE
               IF CDIS-SITUACAO-GERAL = "APROVADO "
                   MOVE 'P' TO WS-DECISAO
               ELSE
                   MOVE 'R' TO WS-DECISAO
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2270-LOAD-DISCIPLINAS - NOTAS DO ALUNO POR DISCIPLINA NO    *
      *    NOTAMST; SEM NOTAS, UMA UNICA DISCIPLINA SEM CODIGO COM AS  *
      *    COLUNAS DO ROSTIN                                           *
      *----------------------------------------------------------------*
       2270-LOAD-DISCIPLINAS.
           MOVE ZERO TO CDIS-QTDE.
           MOVE 'N' TO WS-NOTA-EOF-SW.
           IF NOT WS-NOTA-ABERTO
               GO TO 2270-LEGADO
           END-IF.
           MOVE ROST-MATRICULA TO NOTA-MATRICULA.
           MOVE SPACES TO NOTA-DISCIPLINA.
           MOVE ZERO TO NOTA-BIMESTRE.
           START NOTA-FILE KEY NOT < NOTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-START.
           IF NOT WS-NOTA-EOF
               PERFORM 2275-READ-NOTA THRU 2275-EXIT
           END-IF.
           PERFORM 2280-ADD-NOTA THRU 2280-EXIT
               UNTIL WS-NOTA-EOF.
       2270-LEGADO.
           IF CDIS-QTDE = ZERO
               MOVE 1 TO CDIS-QTDE
               MOVE SPACES     TO CDIS-DISCIPLINA (1)
               MOVE ROST-NOTA1 TO CDIS-NOTA1 (1)
               MOVE ROST-NOTA2 TO CDIS-NOTA2 (1)
               MOVE ROST-NOTA3 TO CDIS-NOTA3 (1)
               MOVE ROST-NOTA4 TO CDIS-NOTA4 (1)
           END-IF.
       2270-EXIT.
           EXIT.
       2275-READ-NOTA.
           READ NOTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-READ.
           IF NOT WS-NOTA-EOF
                   AND NOTA-MATRICULA NOT = ROST-MATRICULA
               MOVE 'Y' TO WS-NOTA-EOF-SW
           END-IF.
       2275-EXIT.
           EXIT.
       2280-ADD-NOTA.
           IF CDIS-QTDE = ZERO
                   OR CDIS-DISCIPLINA (CDIS-QTDE) NOT = NOTA-DISCIPLINA
               IF CDIS-QTDE < 15
                   ADD 1 TO CDIS-QTDE
                   MOVE NOTA-DISCIPLINA TO CDIS-DISCIPLINA (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA1 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA2 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA3 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA4 (CDIS-QTDE)
               ELSE
                   GO TO 2280-NEXT
               END-IF
           END-IF.
           EVALUATE NOTA-BIMESTRE
               WHEN 1
                   MOVE NOTA-VALOR TO CDIS-NOTA1 (CDIS-QTDE)
               WHEN 2
                   MOVE NOTA-VALOR TO CDIS-NOTA2 (CDIS-QTDE)
               WHEN 3
                   MOVE NOTA-VALOR TO CDIS-NOTA3 (CDIS-QTDE)
               WHEN 4
                   MOVE NOTA-VALOR TO CDIS-NOTA4 (CDIS-QTDE)
           END-EVALUATE.
       2280-NEXT.
           PERFORM 2275-READ-NOTA THRU 2275-EXIT.
       2280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2320-CHECK-FALTAS - CASA O ALUNO COM O ATTNDIN (AMBOS EM    *
      *    ORDEM DE MATRICULA); MAIS DE UM QUARTO DE FALTAS SEM        *
      *    JUSTIFICATIVA RETEM O ALUNO MESMO COM MEDIA DE APROVACAO    *
      *----------------------------------------------------------------*
       2320-CHECK-FALTAS.
           MOVE ZERO TO WS-PCT-FALTAS.
           IF NOT WS-ATT-EOF
                   AND ATT-MATRICULA = ROST-MATRICULA
                   AND ATT-AULAS-DADAS > ZERO
               MOVE ATT-AULAS-PERDIDAS TO WS-FALTAS-INJUST
               IF ATT-FALTAS-JUSTIF IS NUMERIC
                       AND ATT-FALTAS-JUSTIF NOT > WS-FALTAS-INJUST
                   SUBTRACT ATT-FALTAS-JUSTIF FROM WS-FALTAS-INJUST
               END-IF
               COMPUTE WS-PCT-FALTAS ROUNDED =
                   WS-FALTAS-INJUST * 100 / ATT-AULAS-DADAS
               IF WS-PCT-FALTAS > WS-FALTA-LIMITE
                   MOVE 'Y' TO WS-FALTA-SW
               END-IF
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-LIMPA-NOTAS - ESVAZIA O NOTAMST PARA O ANO NOVO; AS    *
      *    NOTAS DO ANO QUE FECHA JA FORAM PARA O GRADHIST             *
      *----------------------------------------------------------------*
       6000-LIMPA-NOTAS.
           OPEN OUTPUT NOTA-FILE.
           IF NOT WS-NOTA-OK
               DISPLAY "*** NOTAMST NAO PUDE SER ESVAZIADO - STATUS: "
                   WS-NOTA-STATUS " ***"
               MOVE "NOTAMST" TO WS-ERR-FIELD-NAME
               MOVE WS-NOTA-STATUS TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           CLOSE NOTA-FILE.
           DISPLAY "NOTAMST ESVAZIADO PARA O ANO NOVO".
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
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
