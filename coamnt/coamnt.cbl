      *TABELA NA ABERTURA E REGRAVADO INTEIRO APOS CADA ACAO
      *APLICADA. A DESATIVACAO E RECUSADA SE A CONTA AINDA APARECE NO
      *GLEXTRCT CORRENTE. O ACESSO E RESTRITO A SUPERVISORES PELO
      *MENU, COMO AS DEMAIS OPCOES SENSIVEIS. CADA CONTA PERTENCE A UM
      *GRUPO DO PLANO (CODIGO DE QUATRO POSICOES), USADO NOS TOTAIS
      *POR GRUPO DO ORCADO X REALIZADO (BUDRPT), E TEM UMA NATUREZA
      *(A ATIVO, P PASSIVO, L PATRIMONIO LIQUIDO, R RECEITA, D DESPESA
      *OU X RESULTADO ACUMULADO) USADA NO ENCERRAMENTO DO EXERCICIO
      *(GLYEND). SO UMA CONTA ATIVA PODE TER A NATUREZA X. A NATUREZA
      *T MARCA A CONTA TRANSITORIA (SUSPENSO) QUE RECEBE OS VALORES
      *REJEITADOS PELO GLEDIT ATE A CORRECAO (GLCORR); TAMBEM SO UMA
      *CONTA ATIVA PODE TE-LA.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   NA ENTRADA - CHAMADO DE NOVO PELO MENU NA   *
      *                   MESMA SESSAO, O PROGRAMA ENCERRAVA NA HORA  *
      *                   COM A CHAVE F DA SESSAO ANTERIOR            *
      *  2026-10-15 JLC   GRUPO DO PLANO DE CONTAS (COA-GRUPO) NO      *
      *                   REGISTRO, INFORMADO NA INCLUSAO E NA         *
      *                   ALTERACAO                                    *
      *  2026-10-15 JLC   NATUREZA DA CONTA (COA-NATUREZA) NO          *
      *                   REGISTRO - A/P/L/R/D/X, COM UMA UNICA CONTA  *
      *                   ATIVA DE RESULTADO ACUMULADO (X)             *
      *  2026-10-15 JLC   NATUREZA T (CONTA TRANSITORIA DE SUSPENSO),  *
      *                   TAMBEM UNICA ENTRE AS CONTAS ATIVAS          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. coamnt.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  GL-FILE-IN
           RECORDING MODE IS F.
           COPY GLEXTREC.
               10  WS-COA-CODE           PIC X(06).
               10  WS-COA-DESC           PIC X(30).
               10  WS-COA-ATIVO          PIC X(01).
               10  WS-COA-GRUPO          PIC X(04).
               10  WS-COA-NATUREZA       PIC X(01).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-ENTRY-SUB               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
       77  WS-USO-SW                 PIC X(01) VALUE 'N'.
           88  WS-CONTA-EM-USO           VALUE 'Y'.
       77  WS-CONFIRMA               PIC X(01) VALUE 'N'.
       77  WS-MNT-NATUREZA           PIC X(01) VALUE SPACE.
           88  WS-NATUREZA-VALIDA        VALUES 'A' 'P' 'L' 'R' 'D'
                                                'X' 'T'.
           88  WS-NATUREZA-UNICA         VALUES 'X' 'T'.
       77  WS-OUTRA-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTRA-RESULTADO        VALUE 'Y'.
       77  WS-MNT-CONTA              PIC X(06) VALUE SPACES.
       77  WS-CONT-ALTERACOES        PIC 9(05) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
               ELSE
                   MOVE 'S' TO WS-COA-ATIVO (WS-COA-COUNT)
               END-IF
               MOVE COA-GRUPO TO WS-COA-GRUPO (WS-COA-COUNT)
               MOVE COA-NATUREZA TO WS-COA-NATUREZA (WS-COA-COUNT)
           ELSE
               DISPLAY "*** COACCTS TEM MAIS DE 50 CONTAS - "
                   COA-ACCOUNT-CODE " IGNORADA ***"
           DISPLAY "=============================================".
           DISPLAY " C - CONSULTA POR CODIGO DE CONTA".
           DISPLAY " I - INCLUSAO DE CONTA".
           DISPLAY " A - ALTERACAO DA DESCRICAO, GRUPO E NATUREZA".
           DISPLAY " D - DESATIVACAO DE CONTA".
           DISPLAY " F - FIM".
           DISPLAY "=============================================".
               DISPLAY "CONTA: " WS-COA-CODE (WS-ENTRY-SUB)
                   " DESCRICAO: " WS-COA-DESC (WS-ENTRY-SUB)
                   " ATIVA: " WS-COA-ATIVO (WS-ENTRY-SUB)
                   " GRUPO: " WS-COA-GRUPO (WS-ENTRY-SUB)
                   " NATUREZA: " WS-COA-NATUREZA (WS-ENTRY-SUB)
           ELSE
               DISPLAY "CONTA NAO ENCONTRADA: " WS-MNT-CONTA
           END-IF.
           MOVE WS-MNT-CONTA TO WS-COA-CODE (WS-ENTRY-SUB).
           DISPLAY "DESCRICAO DA CONTA: ".
           ACCEPT WS-COA-DESC (WS-ENTRY-SUB).
           PERFORM 4500-GET-GRUPO THRU 4500-EXIT.
           PERFORM 4600-GET-NATUREZA THRU 4600-EXIT.
           MOVE 'S' TO WS-COA-ATIVO (WS-ENTRY-SUB).
           PERFORM 7000-REWRITE-COACCTS THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-GET-GRUPO - OBTEM O GRUPO DO PLANO A QUE A CONTA       *
      *    PERTENCE (NAO PODE FICAR EM BRANCO)                         *
      *----------------------------------------------------------------*
       4500-GET-GRUPO.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4510-ACCEPT-GRUPO THRU 4510-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4500-EXIT.
           EXIT.
       4510-ACCEPT-GRUPO.
           DISPLAY "GRUPO DO PLANO DE CONTAS (4 POSICOES): ".
           ACCEPT WS-COA-GRUPO (WS-ENTRY-SUB).
           IF WS-COA-GRUPO (WS-ENTRY-SUB) NOT = SPACES
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** GRUPO EM BRANCO - DIGITE O CODIGO ***"
               MOVE "WS-COA-GRUPO" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-CONTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4600-GET-NATUREZA - OBTEM A NATUREZA DA CONTA; AS NATUREZAS *
      *    X (RESULTADO ACUMULADO) E T (TRANSITORIA) SAO RECUSADAS SE  *
      *    OUTRA CONTA ATIVA JA AS TEM                                 *
      *----------------------------------------------------------------*
       4600-GET-NATUREZA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4610-ACCEPT-NATUREZA THRU 4610-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE WS-MNT-NATUREZA TO WS-COA-NATUREZA (WS-ENTRY-SUB).
       4600-EXIT.
           EXIT.
       4610-ACCEPT-NATUREZA.
           DISPLAY "NATUREZA (A ATIVO, P PASSIVO, L PATRIMONIO, "
               "R RECEITA, D DESPESA, X RESULTADO ACUMULADO, "
               "T TRANSITORIA): ".
           ACCEPT WS-MNT-NATUREZA.
           IF NOT WS-NATUREZA-VALIDA
               DISPLAY "*** NATUREZA INVALIDA - DIGITE A P L R D X OU "
                   "T ***"
               MOVE "WS-MNT-NATUREZA" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-NATUREZA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
               GO TO 4610-EXIT
           END-IF.
           MOVE 'Y' TO WS-VALID-SW.
           IF WS-NATUREZA-UNICA
               PERFORM 4620-CHECK-OUTRA-RESULTADO THRU 4620-EXIT
               IF WS-OUTRA-RESULTADO
                   DISPLAY "*** JA EXISTE CONTA ATIVA DE NATUREZA "
                       WS-MNT-NATUREZA " - DIGITE OUTRA NATUREZA ***"
                   MOVE "WS-MNT-NATUREZA" TO WS-ERR-FIELD-NAME
                   MOVE WS-MNT-CONTA TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
       4610-EXIT.
           EXIT.
       4620-CHECK-OUTRA-RESULTADO.
           MOVE 'N' TO WS-OUTRA-SW.
           PERFORM 4630-CHECK-ENTRY THRU 4630-EXIT
               VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT.
       4620-EXIT.
           EXIT.
       4630-CHECK-ENTRY.
           IF WS-COA-CODE (WS-COA-IDX) NOT = WS-MNT-CONTA
                   AND WS-COA-ATIVO (WS-COA-IDX) NOT = 'N'
                   AND WS-COA-NATUREZA (WS-COA-IDX) = WS-MNT-NATUREZA
               MOVE 'Y' TO WS-OUTRA-SW
           END-IF.
       4630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERACAO - REGRAVA A DESCRICAO DE UMA CONTA           *
      *----------------------------------------------------------------*
       5000-ALTERACAO.
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "CONTA: " WS-COA-CODE (WS-ENTRY-SUB)
               " DESCRICAO: " WS-COA-DESC (WS-ENTRY-SUB)
               " GRUPO: " WS-COA-GRUPO (WS-ENTRY-SUB)
               " NATUREZA: " WS-COA-NATUREZA (WS-ENTRY-SUB).
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "NOVA DESCRICAO: ".
           ACCEPT WS-COA-DESC (WS-ENTRY-SUB).
           PERFORM 4500-GET-GRUPO THRU 4500-EXIT.
           PERFORM 4600-GET-NATUREZA THRU 4600-EXIT.
           PERFORM 7000-REWRITE-COACCTS THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE WS-COA-CODE (WS-COA-IDX)  TO COA-ACCOUNT-CODE.
           MOVE WS-COA-DESC (WS-COA-IDX)  TO COA-DESCRICAO.
           MOVE WS-COA-ATIVO (WS-COA-IDX) TO COA-ATIVO.
           MOVE WS-COA-GRUPO (WS-COA-IDX) TO COA-GRUPO.
           MOVE WS-COA-NATUREZA (WS-COA-IDX) TO COA-NATUREZA.
           WRITE COA-IO-RECORD.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DA CONTA (CODIGO,        *
      *    INDICADOR DE ATIVA, GRUPO, NATUREZA E DESCRICAO NO QUE      *
      *    COUBER) PARA A AUDITORIA                                    *
      *----------------------------------------------------------------*
       7900-FORMAT-IMAGE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING WS-COA-CODE (WS-ENTRY-SUB) " "
               WS-COA-ATIVO (WS-ENTRY-SUB) " "
               WS-COA-GRUPO (WS-ENTRY-SUB) " "
               WS-COA-NATUREZA (WS-ENTRY-SUB) " "
               WS-COA-DESC (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7900-EXIT.
