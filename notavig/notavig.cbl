      *ESCOLHA DA VERSAO DOS PARAMETROS DE NOTA EM VIGOR. SUBPROGRAMA
      *CHAMADO POR TODO PROGRAMA QUE USA O NOTAPARM (EXERCICIO4,
      *BOLETIM, CONVOCA, RANKRPT, GRADHIST, PROMOTE, GRADPOST,
      *PROFRPT, ROSTBAT, ROSTMNT, REABRE E NOTAMNT) COM A AREA
      *NOTAVIG: LE O ARQUIVO INTEIRO E DEVOLVE A VERSAO DE MAIOR
      *DATA DE VIGENCIA ATE A DATA DE NEGOCIO INFORMADA (NO EMPATE,
      *O MAIOR NUMERO DE VERSAO). ASSIM UMA MUDANCA DE NOTA DE CORTE
      *OU DE PESOS CADASTRADA COM ANTECEDENCIA SO PASSA A VALER NA
      *DATA PREVISTA, E UM RELATORIO ANTIGO PODE SER REPRODUZIDO COM
      *A VERSAO QUE VALIA NO DIA, REGISTRADA NO AUDITLOG.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - VERSAO DO NOTAPARM EM     *
      *                   VIGOR NA DATA DE NEGOCIO; REGISTRO ANTIGO    *
      *                   SEM VERSAO VALE COMO VERSAO 0000             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notavig.
       AUTHOR. J L COELHO.
       INSTALLATION. FOLHA DE PAGAMENTO - CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO NOTAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
           COPY NOTAPREC.
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *----------------------------------------------------------------*
      *        VERSAO DO REGISTRO LIDO (LEGADO VIRA VERSAO 0000)       *
      *----------------------------------------------------------------*
       77  WS-LIDA-VERSAO            PIC 9(04) VALUE ZERO.
       77  WS-LIDA-DATA-VIGOR        PIC 9(08) VALUE ZERO.
       77  WS-LIDA-OPERADOR          PIC X(08) VALUE SPACES.
       77  WS-LIDA-PARAMETROS        PIC X(16) VALUE SPACES.
       LINKAGE SECTION.
           COPY NOTAVIG.
       PROCEDURE DIVISION USING NVIG-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N' TO NVIG-ACHOU-SW.
           MOVE ZERO TO NVIG-VERSAO.
           MOVE ZERO TO NVIG-DATA-VIGOR.
           MOVE SPACES TO NVIG-OPERADOR.
           MOVE ZERO TO NVIG-ULTIMA-VERSAO.
           MOVE ZERO TO NVIG-QTDE-VERSOES.
           MOVE SPACES TO NVIG-PARAMETROS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PARM-FILE-IN.
           PERFORM 1000-READ-PARM THRU 1000-EXIT.
           PERFORM 2000-AVALIA-VERSAO THRU 2000-EXIT
               UNTIL WS-EOF.
           CLOSE PARM-FILE-IN.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-READ-PARM - LE UMA VERSAO; O REGISTRO ANTIGO SEM 'V'   *
      *    NA PRIMEIRA POSICAO E A VERSAO 0000, EM VIGOR DESDE SEMPRE  *
      *----------------------------------------------------------------*
       1000-READ-PARM.
           READ PARM-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1000-EXIT
           END-READ.
           IF NPV-RECORD = SPACES
               GO TO 1000-READ-PARM
           END-IF.
           IF NPV-VERSIONADO
               MOVE NPV-VERSAO TO WS-LIDA-VERSAO
               MOVE NPV-DATA-VIGOR TO WS-LIDA-DATA-VIGOR
               MOVE NPV-OPERADOR TO WS-LIDA-OPERADOR
               MOVE NPV-PARAMETROS TO WS-LIDA-PARAMETROS
           ELSE
               MOVE ZERO TO WS-LIDA-VERSAO
               MOVE ZERO TO WS-LIDA-DATA-VIGOR
               MOVE SPACES TO WS-LIDA-OPERADOR
               MOVE NPV-LEG-PARAMETROS TO WS-LIDA-PARAMETROS
           END-IF.
           IF WS-LIDA-VERSAO NOT NUMERIC
               MOVE ZERO TO WS-LIDA-VERSAO
           END-IF.
           IF WS-LIDA-DATA-VIGOR NOT NUMERIC
               MOVE ZERO TO WS-LIDA-DATA-VIGOR
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-AVALIA-VERSAO - GUARDA A VERSAO LIDA QUANDO JA VALE NA *
      *    DATA BASE E E MAIS RECENTE QUE A ESCOLHIDA ATE AGORA        *
      *----------------------------------------------------------------*
       2000-AVALIA-VERSAO.
           ADD 1 TO NVIG-QTDE-VERSOES.
           IF WS-LIDA-VERSAO > NVIG-ULTIMA-VERSAO
               MOVE WS-LIDA-VERSAO TO NVIG-ULTIMA-VERSAO
           END-IF.
           IF WS-LIDA-DATA-VIGOR > NVIG-DATA-BASE
               GO TO 2000-NEXT
           END-IF.
           IF NVIG-ACHOU
               IF WS-LIDA-DATA-VIGOR < NVIG-DATA-VIGOR
                   GO TO 2000-NEXT
               END-IF
               IF WS-LIDA-DATA-VIGOR = NVIG-DATA-VIGOR
                       AND WS-LIDA-VERSAO < NVIG-VERSAO
                   GO TO 2000-NEXT
               END-IF
           END-IF.
           MOVE 'Y' TO NVIG-ACHOU-SW.
           MOVE WS-LIDA-VERSAO TO NVIG-VERSAO.
           MOVE WS-LIDA-DATA-VIGOR TO NVIG-DATA-VIGOR.
           MOVE WS-LIDA-OPERADOR TO NVIG-OPERADOR.
           MOVE WS-LIDA-PARAMETROS TO NVIG-PARAMETROS.
       2000-NEXT.
           PERFORM 1000-READ-PARM THRU 1000-EXIT.
       2000-EXIT.
           EXIT.
       END PROGRAM notavig.
