      *MANUTENCAO DOS PARAMETROS DE NOTA (NOTAPARM) PELO SUPERVISOR.
      *O NOTAPARM GUARDA CADA CONJUNTO DE PARAMETROS (NOTA DE CORTE,
      *BIMESTRES FECHADOS, PISO DO EXAME, PESOS POR BIMESTRE E LIMITE
      *DE REPROVACOES) COMO UMA VERSAO COM DATA DE VIGENCIA E O
      *OPERADOR QUE A REGISTROU; OS PROGRAMAS USAM A VERSAO EM VIGOR
      *NA DATA DE NEGOCIO (SUBPROGRAMA NOTAVIG). AQUI O SUPERVISOR
      *LISTA AS VERSOES, CONSULTA A VERSAO QUE VALIA NUMA DATA (PARA
      *REPRODUZIR UM RELATORIO ANTIGO), INCLUI UMA VERSAO NOVA A
      *PARTIR DA EM VIGOR E EXCLUI UMA VERSAO QUE AINDA NAO ENTROU
      *EM VIGOR. VERSAO NAO SE ALTERA E NAO HA VIGENCIA RETROATIVA -
      *A DATA DE VIGOR E A DATA DE NEGOCIO OU POSTERIOR. O REGISTRO
      *ANTIGO SEM VERSAO E REGRAVADO COMO VERSAO 0000 NA PRIMEIRA
      *MANUTENCAO. ACESSO PELO MENU, RESTRITO A SUPERVISORES.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - VERSOES DATADAS DOS       *
      *                   PARAMETROS DE NOTA, COM INCLUSAO, EXCLUSAO   *
      *                   DE VERSAO FUTURA E TRILHA NO AUDITLOG        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notamnt.
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
           SELECT OPTIONAL PARM-FILE-IO ASSIGN TO NOTAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE-IO
           RECORDING MODE IS F.
           COPY NOTAPREC.
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
      *        VERSOES DO NOTAPARM CARREGADAS EM TABELA, NA ORDEM DO   *
      *        ARQUIVO                                                 *
      *----------------------------------------------------------------*
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 200 TIMES INDEXED BY WS-VER-IDX.
               10  WS-VER-VERSAO         PIC 9(04).
               10  WS-VER-DATA-VIGOR     PIC 9(08).
               10  WS-VER-OPERADOR       PIC X(08).
               10  WS-VER-DATA-REGISTRO  PIC 9(08).
               10  WS-VER-PARAMETROS     PIC X(16).
       77  WS-VER-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-ENTRY-SUB               PIC 9(03) VALUE ZERO.
       77  WS-ULTIMA-VERSAO           PIC 9(04) VALUE ZERO.
       77  WS-LEGADO-SW               PIC X(01) VALUE 'N'.
           88  WS-TEM-LEGADO              VALUE 'Y'.
      *----------------------------------------------------------------*
      *        VERSAO EM VIGOR NA DATA (SUBPROGRAMA NOTAVIG) E OS      *
      *        PARAMETROS DA VERSAO EM EDICAO NO LAYOUT DO NOTAPARM    *
      *----------------------------------------------------------------*
           COPY NOTAVIG.
       01  WS-PARM-EDIT.
           05  WS-PED-NOTA-CORTE      PIC 9(02)V9.
           05  WS-PED-PERIODOS        PIC 9(01).
           05  WS-PED-NOTA-EXAME-MIN  PIC 9(02)V9.
           05  WS-PED-PESO1           PIC 9(01)V9.
           05  WS-PED-PESO2           PIC 9(01)V9.
           05  WS-PED-PESO3           PIC 9(01)V9.
           05  WS-PED-PESO4           PIC 9(01)V9.
           05  WS-PED-LIMITE-REPROV   PIC 9(01).
       01  WS-PARM-EDIT-X REDEFINES WS-PARM-EDIT
                                      PIC X(16).
      *----------------------------------------------------------------*
      *        CAMPOS DIGITADOS                                        *
      *----------------------------------------------------------------*
       77  WS-FUNCAO                 PIC X(01) VALUE SPACE.
           88  WS-FUNC-CONSULTA          VALUE 'C'.
           88  WS-FUNC-INCLUSAO          VALUE 'I'.
           88  WS-FUNC-EXCLUSAO          VALUE 'E'.
           88  WS-FUNC-LISTAGEM          VALUE 'L'.
           88  WS-FUNC-FIM               VALUE 'F'.
           88  WS-FUNC-VALIDA            VALUES 'C' 'I' 'E' 'L' 'F'.
       01  WS-MNT-DATA               PIC 9(08) VALUE ZERO.
       01  WS-MNT-DATA-PARTES REDEFINES WS-MNT-DATA.
           05  WS-MNT-ANO                PIC 9(04).
           05  WS-MNT-MES                PIC 9(02).
           05  WS-MNT-DIA                PIC 9(02).
       77  WS-MNT-VERSAO             PIC 9(04) VALUE ZERO.
       77  WS-MNT-NOTA               PIC 9(02)V9 VALUE ZERO.
       77  WS-MNT-PESO               PIC 9(01)V9 VALUE ZERO.
       77  WS-MNT-DIGITO             PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA               PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-VALID-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTRADA-VALIDA         VALUE 'Y'.
       77  WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-VERSAO-ACHADA          VALUE 'Y'.
       77  WS-VIGOR-TAG              PIC X(12) VALUE SPACES.
       77  WS-CONT-ALTERACOES        PIC 9(05) VALUE ZERO.
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
           PERFORM 2000-MNT-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-FIM.
           PERFORM 8000-WRITE-AUDIT-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E A DATA DE NEGOCIO *
      *    E CARREGA AS VERSOES DO NOTAPARM                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACE TO WS-FUNCAO.
           MOVE ZERO TO WS-CONT-ALTERACOES.
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
           PERFORM 1500-LOAD-VERSOES THRU 1500-EXIT.
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
      *    1500-LOAD-VERSOES - CARREGA O NOTAPARM EM TABELA; O         *
      *    REGISTRO ANTIGO SEM VERSAO ENTRA COMO VERSAO 0000, EM       *
      *    VIGOR DESDE SEMPRE                                          *
      *----------------------------------------------------------------*
       1500-LOAD-VERSOES.
           MOVE ZERO TO WS-VER-COUNT.
           MOVE ZERO TO WS-ULTIMA-VERSAO.
           MOVE 'N' TO WS-LEGADO-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PARM-FILE-IO.
           PERFORM 1550-READ-PARM THRU 1550-EXIT.
           PERFORM 1600-LOAD-VER-ENTRY THRU 1600-EXIT
               UNTIL WS-EOF.
           CLOSE PARM-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-TEM-LEGADO
               DISPLAY "*** AVISO - NOTAPARM NO LAYOUT ANTIGO - SERA "
                   "REGRAVADO COMO VERSAO 0000 NA PRIMEIRA "
                   "MANUTENCAO ***"
           END-IF.
       1500-EXIT.
           EXIT.
       1550-READ-PARM.
           READ PARM-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1550-EXIT.
           EXIT.
       1600-LOAD-VER-ENTRY.
           IF NPV-RECORD = SPACES
               GO TO 1600-NEXT
           END-IF.
           IF WS-VER-COUNT < 200
               ADD 1 TO WS-VER-COUNT
               IF NPV-VERSIONADO
                   MOVE NPV-VERSAO TO WS-VER-VERSAO (WS-VER-COUNT)
                   MOVE NPV-DATA-VIGOR
                       TO WS-VER-DATA-VIGOR (WS-VER-COUNT)
                   MOVE NPV-OPERADOR TO WS-VER-OPERADOR (WS-VER-COUNT)
                   MOVE NPV-DATA-REGISTRO
                       TO WS-VER-DATA-REGISTRO (WS-VER-COUNT)
                   MOVE NPV-PARAMETROS
                       TO WS-VER-PARAMETROS (WS-VER-COUNT)
               ELSE
                   MOVE 'Y' TO WS-LEGADO-SW
                   MOVE ZERO TO WS-VER-VERSAO (WS-VER-COUNT)
                   MOVE ZERO TO WS-VER-DATA-VIGOR (WS-VER-COUNT)
                   MOVE SPACES TO WS-VER-OPERADOR (WS-VER-COUNT)
                   MOVE ZERO TO WS-VER-DATA-REGISTRO (WS-VER-COUNT)
                   MOVE NPV-LEG-PARAMETROS
                       TO WS-VER-PARAMETROS (WS-VER-COUNT)
               END-IF
               IF WS-VER-VERSAO (WS-VER-COUNT) > WS-ULTIMA-VERSAO
                   MOVE WS-VER-VERSAO (WS-VER-COUNT)
                       TO WS-ULTIMA-VERSAO
               END-IF
           ELSE
               DISPLAY "*** NOTAPARM TEM MAIS DE 200 VERSOES - "
                   "VERSAO " NPV-VERSAO " IGNORADA ***"
           END-IF.
       1600-NEXT.
           PERFORM 1550-READ-PARM THRU 1550-EXIT.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-MNT-LOOP - MOSTRA AS FUNCOES E EXECUTA A ESCOLHIDA     *
      *----------------------------------------------------------------*
       2000-MNT-LOOP.
           PERFORM 2100-SHOW-FUNCOES THRU 2100-EXIT.
           PERFORM 2200-GET-FUNCAO THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN WS-FUNC-CONSULTA
                   PERFORM 3000-CONSULTA THRU 3000-EXIT
               WHEN WS-FUNC-INCLUSAO
                   PERFORM 4000-INCLUSAO THRU 4000-EXIT
               WHEN WS-FUNC-EXCLUSAO
                   PERFORM 6000-EXCLUSAO THRU 6000-EXIT
               WHEN WS-FUNC-LISTAGEM
                   PERFORM 6500-LISTAGEM THRU 6500-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       2100-SHOW-FUNCOES.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY " VERSOES DOS PARAMETROS DE NOTA (NOTAPARM)   ".
           DISPLAY " DATA DE NEGOCIO: " WS-EFFECTIVE-RUNDATE.
           DISPLAY "=============================================".
           DISPLAY " C - CONSULTA DA VERSAO EM VIGOR NUMA DATA".
           DISPLAY " I - INCLUSAO DE NOVA VERSAO".
           DISPLAY " E - EXCLUSAO DE VERSAO AINDA NAO EM VIGOR".
           DISPLAY " L - LISTAGEM DAS VERSOES".
           DISPLAY " F - FIM".
           DISPLAY "=============================================".
       2100-EXIT.
           EXIT.
       2200-GET-FUNCAO.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2210-ACCEPT-FUNCAO THRU 2210-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.
       2210-ACCEPT-FUNCAO.
           DISPLAY "ESCOLHA UMA FUNCAO: ".
           ACCEPT WS-FUNCAO.
           IF WS-FUNC-VALIDA
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** FUNCAO INVALIDA - DIGITE C I E L OU F ***"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-GET-DATA - DATA AAAAMMDD COM MES E DIA PLAUSIVEIS      *
      *----------------------------------------------------------------*
       2300-GET-DATA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2310-ACCEPT-DATA THRU 2310-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2300-EXIT.
           EXIT.
       2310-ACCEPT-DATA.
           DISPLAY "DIGITE A DATA (AAAAMMDD): ".
           MOVE ZERO TO WS-MNT-DATA.
           ACCEPT WS-MNT-DATA.
           IF WS-MNT-DATA IS NUMERIC AND WS-MNT-ANO > 1900
                   AND WS-MNT-MES >= 1 AND WS-MNT-MES <= 12
                   AND WS-MNT-DIA >= 1 AND WS-MNT-DIA <= 31
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** DATA INVALIDA - DIGITE AAAAMMDD ***"
               MOVE "WS-MNT-DATA" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DATA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-FIND-VERSAO - PROCURA NA TABELA A VERSAO DIGITADA      *
      *----------------------------------------------------------------*
       2400-FIND-VERSAO.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-ENTRY-SUB.
           IF WS-VER-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET WS-VER-IDX TO 1.
           SEARCH WS-VER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VER-IDX > WS-VER-COUNT
                   CONTINUE
               WHEN WS-VER-VERSAO (WS-VER-IDX) = WS-MNT-VERSAO
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-ENTRY-SUB TO WS-VER-IDX
           END-SEARCH.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTA - VERSAO QUE VALIA (OU VALERA) NUMA DATA,     *
      *    PELA MESMA REGRA DOS PROGRAMAS DE NOTAS                     *
      *----------------------------------------------------------------*
       3000-CONSULTA.
           PERFORM 2300-GET-DATA THRU 2300-EXIT.
           MOVE WS-MNT-DATA TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NOT NVIG-ACHOU
               DISPLAY "NENHUMA VERSAO EM VIGOR EM " WS-MNT-DATA
                   " - OS PROGRAMAS USAM OS VALORES PADRAO."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "EM " WS-MNT-DATA " VALE A VERSAO " NVIG-VERSAO
               " (VIGOR " NVIG-DATA-VIGOR " POR " NVIG-OPERADOR ")".
           MOVE NVIG-PARAMETROS TO WS-PARM-EDIT-X.
           PERFORM 3100-SHOW-PARAMETROS THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
       3100-SHOW-PARAMETROS.
           DISPLAY "  NOTA DE CORTE......: " WS-PED-NOTA-CORTE.
           DISPLAY "  BIMESTRES FECHADOS.: " WS-PED-PERIODOS.
           DISPLAY "  PISO DO EXAME......: " WS-PED-NOTA-EXAME-MIN.
           DISPLAY "  PESOS POR BIMESTRE.: " WS-PED-PESO1 " "
               WS-PED-PESO2 " " WS-PED-PESO3 " " WS-PED-PESO4.
           DISPLAY "  LIMITE REPROVACOES.: " WS-PED-LIMITE-REPROV.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUSAO - NOVA VERSAO A PARTIR DA EM VIGOR NA DATA DE *
      *    NEGOCIO, COM VIGENCIA NA DATA DE NEGOCIO OU DEPOIS          *
      *----------------------------------------------------------------*
       4000-INCLUSAO.
           IF WS-VER-COUNT >= 200
               DISPLAY "*** NOTAPARM CHEIO (200 VERSOES) - "
                   "INCLUSAO RECUSADA ***"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO WS-PARM-EDIT-X
               DISPLAY "VERSAO EM VIGOR: " NVIG-VERSAO
                   " (VIGOR " NVIG-DATA-VIGOR ")"
               PERFORM 3100-SHOW-PARAMETROS THRU 3100-EXIT
           ELSE
               MOVE 6.0 TO WS-PED-NOTA-CORTE
               MOVE ZERO TO WS-PED-PERIODOS
               MOVE 4.0 TO WS-PED-NOTA-EXAME-MIN
               MOVE 1.0 TO WS-PED-PESO1
               MOVE 1.0 TO WS-PED-PESO2
               MOVE 1.0 TO WS-PED-PESO3
               MOVE 1.0 TO WS-PED-PESO4
               MOVE 1 TO WS-PED-LIMITE-REPROV
               DISPLAY "NENHUMA VERSAO EM VIGOR - PARTINDO DOS "
                   "VALORES PADRAO."
           END-IF.
           DISPLAY "DATA DE INICIO DA VIGENCIA DA NOVA VERSAO".
           PERFORM 2300-GET-DATA THRU 2300-EXIT.
           IF WS-MNT-DATA < WS-EFFECTIVE-RUNDATE
               DISPLAY "*** VIGENCIA RETROATIVA NAO PERMITIDA - "
                   "MINIMO " WS-EFFECTIVE-RUNDATE " ***"
               MOVE "WS-MNT-DATA" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DATA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           IF WS-PED-PESO1 = ZERO AND WS-PED-PESO2 = ZERO
                   AND WS-PED-PESO3 = ZERO AND WS-PED-PESO4 = ZERO
               DISPLAY "*** PESOS TODOS ZERADOS - INCLUSAO "
                   "RECUSADA ***"
               MOVE "WS-PED-PESO" TO WS-ERR-FIELD-NAME
               MOVE WS-PARM-EDIT-X TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-ULTIMA-VERSAO.
           DISPLAY "NOVA VERSAO " WS-ULTIMA-VERSAO " VIGOR "
               WS-MNT-DATA.
           PERFORM 3100-SHOW-PARAMETROS THRU 3100-EXIT.
           DISPLAY "CONFIRMA A INCLUSAO (S/N)? ".
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               SUBTRACT 1 FROM WS-ULTIMA-VERSAO
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-VER-COUNT.
           MOVE WS-VER-COUNT TO WS-ENTRY-SUB.
           MOVE WS-ULTIMA-VERSAO TO WS-VER-VERSAO (WS-ENTRY-SUB).
           MOVE WS-MNT-DATA TO WS-VER-DATA-VIGOR (WS-ENTRY-SUB).
           MOVE WS-OPERATOR-ID TO WS-VER-OPERADOR (WS-ENTRY-SUB).
           MOVE WS-EFFECTIVE-RUNDATE
               TO WS-VER-DATA-REGISTRO (WS-ENTRY-SUB).
           MOVE WS-PARM-EDIT-X TO WS-VER-PARAMETROS (WS-ENTRY-SUB).
           PERFORM 7000-REWRITE-NOTAPARM THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "VERSAO INCLUIDA" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 7950-FORMAT-PARAMETROS THRU 7950-EXIT.
           MOVE "PARAMETROS DA VERSAO" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "VERSAO INCLUIDA: " WS-ULTIMA-VERSAO.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ACCEPT-CAMPOS - CADA PARAMETRO DA VERSAO NOVA, COM O   *
      *    VALOR ATUAL NA PERGUNTA                                     *
      *----------------------------------------------------------------*
       4500-ACCEPT-CAMPOS.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4510-ACCEPT-CORTE THRU 4510-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4520-ACCEPT-PERIODOS THRU 4520-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4530-ACCEPT-EXAME THRU 4530-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4540-ACCEPT-PESOS THRU 4540-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4550-ACCEPT-LIMITE THRU 4550-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4500-EXIT.
           EXIT.
       4510-ACCEPT-CORTE.
           DISPLAY "NOTA DE CORTE (00.1 A 10.0 - ATUAL "
               WS-PED-NOTA-CORTE "): ".
           ACCEPT WS-MNT-NOTA.
           IF WS-MNT-NOTA IS NUMERIC AND WS-MNT-NOTA > ZERO
                   AND WS-MNT-NOTA <= 10.0
               MOVE WS-MNT-NOTA TO WS-PED-NOTA-CORTE
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** NOTA INVALIDA - DIGITE 00.1 A 10.0 ***"
               MOVE "WS-PED-CORTE" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-NOTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4510-EXIT.
           EXIT.
       4520-ACCEPT-PERIODOS.
           DISPLAY "BIMESTRES FECHADOS (0 A 4 - ATUAL "
               WS-PED-PERIODOS "): ".
           ACCEPT WS-MNT-DIGITO.
           IF WS-MNT-DIGITO IS NUMERIC AND WS-MNT-DIGITO <= 4
               MOVE WS-MNT-DIGITO TO WS-PED-PERIODOS
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** BIMESTRES INVALIDOS - DIGITE 0 A 4 ***"
               MOVE "WS-PED-PERIODOS" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DIGITO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4520-EXIT.
           EXIT.
       4530-ACCEPT-EXAME.
           DISPLAY "PISO DO EXAME (00.1 A 10.0 - ATUAL "
               WS-PED-NOTA-EXAME-MIN "): ".
           ACCEPT WS-MNT-NOTA.
           IF WS-MNT-NOTA IS NUMERIC AND WS-MNT-NOTA > ZERO
                   AND WS-MNT-NOTA <= 10.0
               MOVE WS-MNT-NOTA TO WS-PED-NOTA-EXAME-MIN
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** NOTA INVALIDA - DIGITE 00.1 A 10.0 ***"
               MOVE "WS-PED-EXAME" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-NOTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4530-EXIT.
           EXIT.
       4540-ACCEPT-PESOS.
           DISPLAY "PESO DO 1O BIMESTRE (0.0 A 9.9 - ATUAL "
               WS-PED-PESO1 "): ".
           ACCEPT WS-MNT-PESO.
           IF WS-MNT-PESO NOT NUMERIC
               GO TO 4540-INVALIDO
           END-IF.
           MOVE WS-MNT-PESO TO WS-PED-PESO1.
           DISPLAY "PESO DO 2O BIMESTRE (0.0 A 9.9 - ATUAL "
               WS-PED-PESO2 "): ".
           ACCEPT WS-MNT-PESO.
           IF WS-MNT-PESO NOT NUMERIC
               GO TO 4540-INVALIDO
           END-IF.
           MOVE WS-MNT-PESO TO WS-PED-PESO2.
           DISPLAY "PESO DO 3O BIMESTRE (0.0 A 9.9 - ATUAL "
               WS-PED-PESO3 "): ".
           ACCEPT WS-MNT-PESO.
           IF WS-MNT-PESO NOT NUMERIC
               GO TO 4540-INVALIDO
           END-IF.
           MOVE WS-MNT-PESO TO WS-PED-PESO3.
           DISPLAY "PESO DO 4O BIMESTRE (0.0 A 9.9 - ATUAL "
               WS-PED-PESO4 "): ".
           ACCEPT WS-MNT-PESO.
           IF WS-MNT-PESO NOT NUMERIC
               GO TO 4540-INVALIDO
           END-IF.
           MOVE WS-MNT-PESO TO WS-PED-PESO4.
           MOVE 'Y' TO WS-VALID-SW.
           GO TO 4540-EXIT.
       4540-INVALIDO.
           DISPLAY "*** PESO INVALIDO - DIGITE 0.0 A 9.9 E REPITA "
               "OS QUATRO ***".
           MOVE "WS-PED-PESO" TO WS-ERR-FIELD-NAME.
           MOVE WS-MNT-PESO TO WS-ERR-BAD-VALUE.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           MOVE 'N' TO WS-VALID-SW.
       4540-EXIT.
           EXIT.
       4550-ACCEPT-LIMITE.
           DISPLAY "LIMITE DE DISCIPLINAS REPROVADAS (1 A 9 - ATUAL "
               WS-PED-LIMITE-REPROV "): ".
           ACCEPT WS-MNT-DIGITO.
           IF WS-MNT-DIGITO IS NUMERIC AND WS-MNT-DIGITO > ZERO
               MOVE WS-MNT-DIGITO TO WS-PED-LIMITE-REPROV
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** LIMITE INVALIDO - DIGITE 1 A 9 ***"
               MOVE "WS-PED-LIMITE" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DIGITO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-EXCLUSAO - SO VERSAO COM VIGENCIA DEPOIS DA DATA DE    *
      *    NEGOCIO; VERSAO QUE JA VALEU FICA PARA REPRODUZIR OS        *
      *    RELATORIOS DA EPOCA                                         *
      *----------------------------------------------------------------*
       6000-EXCLUSAO.
           DISPLAY "VERSAO A EXCLUIR: ".
           MOVE ZERO TO WS-MNT-VERSAO.
           ACCEPT WS-MNT-VERSAO.
           PERFORM 2400-FIND-VERSAO THRU 2400-EXIT.
           IF NOT WS-VERSAO-ACHADA
               DISPLAY "VERSAO NAO ENCONTRADA: " WS-MNT-VERSAO
               GO TO 6000-EXIT
           END-IF.
           IF WS-VER-DATA-VIGOR (WS-ENTRY-SUB) NOT >
                   WS-EFFECTIVE-RUNDATE
               DISPLAY "*** VERSAO " WS-MNT-VERSAO " JA EM VIGOR "
                   "DESDE " WS-VER-DATA-VIGOR (WS-ENTRY-SUB)
                   " - EXCLUSAO RECUSADA ***"
               MOVE "WS-MNT-VERSAO" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-VERSAO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-VER-PARAMETROS (WS-ENTRY-SUB) TO WS-PARM-EDIT-X.
           DISPLAY "VERSAO " WS-MNT-VERSAO " VIGOR "
               WS-VER-DATA-VIGOR (WS-ENTRY-SUB).
           PERFORM 3100-SHOW-PARAMETROS THRU 3100-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO DA VERSAO " WS-MNT-VERSAO
               " (S/N)? ".
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "EXCLUSAO CANCELADA."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "VERSAO EXCLUIDA" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 6300-REMOVE-ENTRY THRU 6300-EXIT.
           PERFORM 7000-REWRITE-NOTAPARM THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           DISPLAY "VERSAO EXCLUIDA: " WS-MNT-VERSAO.
       6000-EXIT.
           EXIT.
       6300-REMOVE-ENTRY.
           PERFORM 6350-SHIFT-ENTRY THRU 6350-EXIT
               VARYING WS-ENTRY-SUB FROM WS-ENTRY-SUB BY 1
               UNTIL WS-ENTRY-SUB >= WS-VER-COUNT.
           SUBTRACT 1 FROM WS-VER-COUNT.
       6300-EXIT.
           EXIT.
       6350-SHIFT-ENTRY.
           MOVE WS-VER-ENTRY (WS-ENTRY-SUB + 1)
               TO WS-VER-ENTRY (WS-ENTRY-SUB).
       6350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6500-LISTAGEM - TODAS AS VERSOES, COM A EM VIGOR MARCADA    *
      *----------------------------------------------------------------*
       6500-LISTAGEM.
           IF WS-VER-COUNT = ZERO
               DISPLAY "NENHUMA VERSAO NO NOTAPARM - OS PROGRAMAS "
                   "USAM OS VALORES PADRAO."
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           DISPLAY "VERS VIGOR    OPERADOR REGISTRO CORTE B EXAME "
               "PESOS           L".
           PERFORM 6700-SHOW-VER-LINE THRU 6700-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT.
       6500-EXIT.
           EXIT.
       6700-SHOW-VER-LINE.
           MOVE WS-VER-PARAMETROS (WS-VER-IDX) TO WS-PARM-EDIT-X.
           MOVE SPACES TO WS-VIGOR-TAG.
           IF NVIG-ACHOU
                   AND WS-VER-VERSAO (WS-VER-IDX) = NVIG-VERSAO
               MOVE "<- EM VIGOR" TO WS-VIGOR-TAG
           END-IF.
           IF WS-VER-DATA-VIGOR (WS-VER-IDX) > WS-EFFECTIVE-RUNDATE
               MOVE "FUTURA" TO WS-VIGOR-TAG
           END-IF.
           DISPLAY WS-VER-VERSAO (WS-VER-IDX) " "
               WS-VER-DATA-VIGOR (WS-VER-IDX) " "
               WS-VER-OPERADOR (WS-VER-IDX) " "
               WS-VER-DATA-REGISTRO (WS-VER-IDX) " "
               WS-PED-NOTA-CORTE "  "
               WS-PED-PERIODOS " "
               WS-PED-NOTA-EXAME-MIN "   "
               WS-PED-PESO1 " " WS-PED-PESO2 " "
               WS-PED-PESO3 " " WS-PED-PESO4 " "
               WS-PED-LIMITE-REPROV " " WS-VIGOR-TAG.
       6700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-REWRITE-NOTAPARM - REGRAVA O ARQUIVO INTEIRO, TODAS AS *
      *    VERSOES NO LAYOUT NOVO                                      *
      *----------------------------------------------------------------*
       7000-REWRITE-NOTAPARM.
           OPEN OUTPUT PARM-FILE-IO.
           PERFORM 7100-WRITE-VER-ENTRY THRU 7100-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT.
           CLOSE PARM-FILE-IO.
           MOVE 'N' TO WS-LEGADO-SW.
       7000-EXIT.
           EXIT.
       7100-WRITE-VER-ENTRY.
           MOVE SPACES TO NPV-RECORD.
           MOVE 'V' TO NPV-TIPO.
           MOVE WS-VER-VERSAO (WS-VER-IDX) TO NPV-VERSAO.
           MOVE WS-VER-DATA-VIGOR (WS-VER-IDX) TO NPV-DATA-VIGOR.
           MOVE WS-VER-OPERADOR (WS-VER-IDX) TO NPV-OPERADOR.
           MOVE WS-VER-DATA-REGISTRO (WS-VER-IDX)
               TO NPV-DATA-REGISTRO.
           MOVE WS-VER-PARAMETROS (WS-VER-IDX) TO NPV-PARAMETROS.
           WRITE NPV-RECORD.
       7100-EXIT.
           EXIT.
       7900-FORMAT-IMAGE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "VERSAO " WS-VER-VERSAO (WS-ENTRY-SUB)
               " VIGOR " WS-VER-DATA-VIGOR (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7900-EXIT.
           EXIT.
       7950-FORMAT-PARAMETROS.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "PARAM " WS-VER-PARAMETROS (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-SUMMARY - RESUMO DA SESSAO NO AUDITLOG     *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "NOTAMNT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "QTDE ALTERACOES: " WS-CONT-ALTERACOES
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE "FIM DA SESSAO" TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-AUDIT-IMAGE - GRAVA UMA VERSAO NO AUDITLOG       *
      *----------------------------------------------------------------*
       8050-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "NOTAMNT" TO AUDIT-PROGRAM-ID.
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
           MOVE "NOTAMNT" TO ERROR-PROGRAM-ID.
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
           DISPLAY "FIM DA MANUTENCAO DOS PARAMETROS DE NOTA.".
       9999-EXIT.
           EXIT.
       END PROGRAM notamnt.
