      *PERCENTUAL DE FALTAS DE CADA ALUNO, MARCANDO QUEM PASSOU DO
      *LIMITE DE 25 POR CENTO QUE REPROVA POR FALTA NO EXERCICIO4.
      *ALUNO SEM REGISTRO NO MESTRE SAI COM A ANOTACAO SEM CHAMADA.
      *AS FALTAS SAEM EM DUAS COLUNAS - JUSTIFICADAS POR ATESTADO
      *CONFIRMADO E SEM JUSTIFICATIVA - E O PERCENTUAL E O LIMITE
      *CONSIDERAM SO AS SEM JUSTIFICATIVA, COMO NO EXERCICIO4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  ---------- ----  -------------------------------------------  *
      *  2026-09-02 JLC   PROGRAMA INICIAL - FREQUENCIA MENSAL POR     *
      *                   TURMA COM O LIMITE DE 25 POR CENTO MARCADO   *
      *  2026-10-15 JLC   COLUNAS DE FALTAS JUSTIFICADAS E SEM         *
      *                   JUSTIFICATIVA; PERCENTUAL E LIMITE SOBRE AS  *
      *                   SEM JUSTIFICATIVA (LINHA ALARGADA PARA 132)  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attrpt.
           COPY ATTMREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
               10  WS-ALU-TURMA          PIC X(04).
               10  WS-ALU-DADAS          PIC 9(05).
               10  WS-ALU-PERDIDAS       PIC 9(05).
               10  WS-ALU-JUSTIF         PIC 9(05).
               10  WS-ALU-INJUST         PIC 9(05).
               10  WS-ALU-TEM-CHAMADA    PIC X(01).
       77  WS-ALUNO-COUNT             PIC 9(03) VALUE ZERO.
       77  WS-ALU-SUB                 PIC 9(03) COMP VALUE ZERO.
       77  WS-LIMITE-TAG             PIC X(12) VALUE SPACES.
       77  WS-TURMA-DADAS            PIC 9(07) VALUE ZERO.
       77  WS-TURMA-PERDIDAS         PIC 9(07) VALUE ZERO.
       77  WS-TURMA-JUSTIF           PIC 9(07) VALUE ZERO.
       77  WS-TURMA-INJUST           PIC 9(07) VALUE ZERO.
       77  WS-TURMA-ALUNOS           PIC 9(05) VALUE ZERO.
       77  WS-TURMA-PCT              PIC 9(03)V9 VALUE ZERO.
       77  WS-CONT-ACIMA-LIMITE      PIC 9(05) VALUE ZERO.
       2300-FIND-ATTM.
           MOVE ZERO TO WS-ALU-DADAS (WS-ALUNO-COUNT).
           MOVE ZERO TO WS-ALU-PERDIDAS (WS-ALUNO-COUNT).
           MOVE ZERO TO WS-ALU-JUSTIF (WS-ALUNO-COUNT).
           MOVE ZERO TO WS-ALU-INJUST (WS-ALUNO-COUNT).
           MOVE 'N'  TO WS-ALU-TEM-CHAMADA (WS-ALUNO-COUNT).
           IF NOT WS-ATTM-ABERTO
               GO TO 2300-EXIT
                   MOVE ATTM-AULAS-PERDIDAS
                       TO WS-ALU-PERDIDAS (WS-ALUNO-COUNT)
                   MOVE 'Y' TO WS-ALU-TEM-CHAMADA (WS-ALUNO-COUNT)
                   IF ATTM-FALTAS-JUSTIF IS NUMERIC
                           AND ATTM-FALTAS-JUSTIF
                               NOT > ATTM-AULAS-PERDIDAS
                       MOVE ATTM-FALTAS-JUSTIF
                           TO WS-ALU-JUSTIF (WS-ALUNO-COUNT)
                   END-IF
           END-READ.
           COMPUTE WS-ALU-INJUST (WS-ALUNO-COUNT) =
               WS-ALU-PERDIDAS (WS-ALUNO-COUNT)
               - WS-ALU-JUSTIF (WS-ALUNO-COUNT).
       2300-EXIT.
           EXIT.
       2400-NOTE-TURMA.
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-REPORT - UMA SECAO POR TURMA COM AS FALTAS       *
      *    JUSTIFICADAS E SEM JUSTIFICATIVA DE CADA ALUNO, O           *
      *    PERCENTUAL SOBRE AS SEM JUSTIFICATIVA E O TOTAL DA TURMA    *
      *----------------------------------------------------------------*
       4000-WRITE-REPORT.
           OPEN OUTPUT RPT-FILE-OUT.
       4100-TURMA-SECTION.
           MOVE ZERO TO WS-TURMA-DADAS.
           MOVE ZERO TO WS-TURMA-PERDIDAS.
           MOVE ZERO TO WS-TURMA-JUSTIF.
           MOVE ZERO TO WS-TURMA-INJUST.
           MOVE ZERO TO WS-TURMA-ALUNOS.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
               UNTIL WS-ALU-SUB > WS-ALUNO-COUNT.
           IF WS-TURMA-DADAS > ZERO
               COMPUTE WS-TURMA-PCT ROUNDED =
                   WS-TURMA-INJUST * 100 / WS-TURMA-DADAS
           ELSE
               MOVE ZERO TO WS-TURMA-PCT
           END-IF.
           STRING "  TOTAL DA TURMA - ALUNOS: " WS-TURMA-ALUNOS
               " DADAS: " WS-TURMA-DADAS
               " PERDIDAS: " WS-TURMA-PERDIDAS
               " JUSTIF: " WS-TURMA-JUSTIF
               " INJUST: " WS-TURMA-INJUST
               " FALTAS: " WS-TURMA-PCT "%"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           ADD 1 TO WS-TURMA-ALUNOS.
           ADD WS-ALU-DADAS (WS-ALU-SUB) TO WS-TURMA-DADAS.
           ADD WS-ALU-PERDIDAS (WS-ALU-SUB) TO WS-TURMA-PERDIDAS.
           ADD WS-ALU-JUSTIF (WS-ALU-SUB) TO WS-TURMA-JUSTIF.
           ADD WS-ALU-INJUST (WS-ALU-SUB) TO WS-TURMA-INJUST.
           MOVE SPACES TO WS-LIMITE-TAG.
           MOVE ZERO TO WS-PCT-FALTAS.
           IF WS-ALU-TEM-CHAMADA (WS-ALU-SUB) = 'Y'
               IF WS-ALU-DADAS (WS-ALU-SUB) > ZERO
                   COMPUTE WS-PCT-FALTAS ROUNDED =
                       WS-ALU-INJUST (WS-ALU-SUB) * 100
                       / WS-ALU-DADAS (WS-ALU-SUB)
               END-IF
               IF WS-PCT-FALTAS > WS-FALTA-LIMITE
               " " WS-ALU-NOME (WS-ALU-SUB)
               " DADAS: " WS-ALU-DADAS (WS-ALU-SUB)
               " PERDIDAS: " WS-ALU-PERDIDAS (WS-ALU-SUB)
               " JUSTIF: " WS-ALU-JUSTIF (WS-ALU-SUB)
               " INJUST: " WS-ALU-INJUST (WS-ALU-SUB)
               " FALTAS: " WS-PCT-FALTAS "%"
               WS-LIMITE-TAG
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
