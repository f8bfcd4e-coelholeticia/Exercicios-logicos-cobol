      *                   (GATILHO INTERNO DE NIVEL 2) TOCA O MESTRE;  *
      *                   O OPERADOR COMUM VOLTA A PODER PEDIR AS      *
      *                   MUDANCAS SEM OCUPAR UM SUPERVISOR            *
      *  2026-10-15 JLC   OPCAO 17 - MANUTENCAO DO ORCAMENTO DO RAZAO  *
      *                   (BUDMNT), RESTRITA A SUPERVISORES            *
      *  2026-10-15 JLC   OPCAO 18 - MANUTENCAO DO CADASTRO DE         *
      *                   DISCIPLINAS (DISCMNT), RESTRITA A            *
      *                   SUPERVISORES COMO O TURMAMNT                 *
      *  2026-10-15 JLC   OPCAO 19 - MANUTENCAO DO CADASTRO DE         *
      *                   PROFESSORES (PROFMNT), RESTRITA A            *
      *                   SUPERVISORES COMO O TURMAMNT                 *
      *  2026-10-15 JLC   OPCAO 20 - CONFIRMACAO DOS ATESTADOS DE      *
      *                   FALTA (ATTCONF), RESTRITA A SUPERVISORES     *
      *  2026-10-15 JLC   OPCAO 21 - REABERTURA DE BIMESTRE FECHADO    *
      *                   POR TURMA (REABRE), RESTRITA A SUPERVISORES  *
      *  2026-10-15 JLC   OPCAO 22 - VERSOES DATADAS DOS PARAMETROS    *
      *                   DE NOTA (NOTAMNT), RESTRITA A SUPERVISORES   *
      *  2026-10-15 JLC   OPCAO 23 - RELATORIO DE TODOS OS REGISTROS   *
      *                   GUARDADOS SOBRE UMA MATRICULA (TITULAR),     *
      *                   RESTRITA A SUPERVISORES                      *
      *  2026-10-15 JLC   OPCAO 24 - REIMPRESSAO DE UM RELATORIO DO    *
      *                   LOTE NOTURNO GUARDADO NO RPTARQ (REIMPR),    *
      *                   RESTRITA A SUPERVISORES                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu.
      *----------------------------------------------------------------*
       77  WS-OPCAO                  PIC 9(02) VALUE ZERO.
           88  WS-OPCAO-SAIR             VALUE 0.
           88  WS-OPCAO-VALIDA           VALUES 0 THRU 24.
           88  WS-OPCAO-SUPERVISOR       VALUES 8 9 11 12 15 16 17 18
                                               19 20 21 22 23 24.
       77  WS-VALID-SW                PIC X(01) VALUE 'N'.
           88  WS-ENTRADA-VALIDA          VALUE 'Y'.
      *----------------------------------------------------------------*
           DISPLAY "14 - DIGITACAO DA CHAMADA DIARIA (ATTCAP)".
           DISPLAY "15 - REVISAO DE OPERADORES (OPREVW)".
           DISPLAY "16 - CONSULTA AOS LOGS E AO ARQUIVO (LOGINQ)".
           DISPLAY "17 - MANUTENCAO DO ORCAMENTO DO RAZAO (BUDMNT)".
           DISPLAY "18 - MANUTENCAO DAS DISCIPLINAS (DISCMNT)".
           DISPLAY "19 - MANUTENCAO DOS PROFESSORES (PROFMNT)".
           DISPLAY "20 - CONFIRMACAO DOS ATESTADOS (ATTCONF)".
           DISPLAY "21 - REABERTURA DE BIMESTRE (REABRE)".
           DISPLAY "22 - PARAMETROS DE NOTA (NOTAMNT)".
           DISPLAY "23 - DADOS GUARDADOS DE UM ALUNO (TITULAR)".
           DISPLAY "24 - REIMPRESSAO DE RELATORIO DO LOTE (REIMPR)".
           DISPLAY " 0 - SAIR".
           DISPLAY "===========================================".
       2100-EXIT.
           IF WS-OPCAO IS NUMERIC AND WS-OPCAO-VALIDA
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** OPCAO INVALIDA - DIGITE 0 A 24 ***"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2210-EXIT.
                   CALL "oprevw" USING RUN-PARM-AREA
               WHEN 16
                   CALL "loginq" USING RUN-PARM-AREA
               WHEN 17
                   CALL "budmnt" USING RUN-PARM-AREA
               WHEN 18
                   CALL "discmnt" USING RUN-PARM-AREA
               WHEN 19
                   CALL "profmnt" USING RUN-PARM-AREA
               WHEN 20
                   CALL "attconf" USING RUN-PARM-AREA
               WHEN 21
                   CALL "reabre" USING RUN-PARM-AREA
               WHEN 22
                   CALL "notamnt" USING RUN-PARM-AREA
               WHEN 23
                   CALL "titular" USING RUN-PARM-AREA
               WHEN 24
                   CALL "reimpr" USING RUN-PARM-AREA
           END-EVALUATE.
       2300-EXIT.
           EXIT.
