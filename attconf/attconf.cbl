      *CONFIRMACAO DOS ATESTADOS PELO SUPERVISOR. LISTA CADA FALTA
      *LANCADA NO ATTCAP COM MOTIVO E REFERENCIA DE ATESTADO QUE AINDA
      *ESTA PENDENTE NO ATTPEND E O SUPERVISOR CONFIRMA (C) OU RECUSA
      *(R) UMA A UMA, DEPOIS DE CONFERIR O DOCUMENTO. A DECISAO FICA
      *NO PROPRIO ATTPEND (OPERADOR E DATA) E NO AUDITLOG, COM O
      *SUPERVISOR NO CAMPO DE OPERADOR E QUEM LANCOU NA IMAGEM; O
      *ATTUPD DO LOTE NOTURNO SOMA AS CONFIRMADAS NAS FALTAS
      *JUSTIFICADAS DO ATTMAST. QUEM LANCOU A FALTA NAO PODE
      *CONFIRMAR O PROPRIO ATESTADO. ACESSO PELO MENU, RESTRITO A
      *SUPERVISORES.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - CONFIRMACAO DOS           *
      *                   ATESTADOS PENDENTES DO ATTPEND COM A         *
      *                   DECISAO NO AUDITLOG                          *
      *  2026-10-15 JLC   IMAGEM DA DECISAO NO AUDITLOG COM O OPERADOR *
      *                   QUE LANCOU A FALTA INTEIRO (ROTULO S: NO     *
      *                   LUGAR DE SOLIC:)                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attconf.
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
           SELECT OPTIONAL PEND-FILE-IO ASSIGN TO ATTPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE-IO
           RECORDING MODE IS F.
           COPY ATTPREC.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        ATESTADOS CARREGADOS DO ATTPEND - O ARQUIVO INTEIRO E   *
      *        REGRAVADO NO FIM COM AS DECISOES                        *
      *----------------------------------------------------------------*
       01  WS-ATP-TABLE.
           05  WS-ATP-ENTRY OCCURS 500 TIMES.
               10  WS-ATP-REG            PIC X(53).
       77  WS-ATP-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-ATP-SUB                PIC 9(03) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *        DECISAO E DESCRICAO DO MOTIVO                           *
      *----------------------------------------------------------------*
       77  WS-DECISAO                PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-DESC            PIC X(24) VALUE SPACES.
       77  WS-ALUNO-NOME             PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ESTOURO-SW             PIC X(01) VALUE 'N'.
           88  WS-ESTOURO                VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
       77  WS-ROSTER-ABERTO-SW       PIC X(01) VALUE 'N'.
           88  WS-ROSTER-ABERTO          VALUE 'Y'.
       77  WS-CONT-PENDENTES         PIC 9(05) VALUE ZERO.
       77  WS-CONT-CONFIRMADOS       PIC 9(05) VALUE ZERO.
       77  WS-CONT-RECUSADOS         PIC 9(05) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
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
           PERFORM 2000-LOAD-ATESTADOS THRU 2000-EXIT.
           IF WS-ESTOURO
               DISPLAY "*** ATTPEND TEM MAIS DE 500 ATESTADOS - "
                   "RODE O LOTE NOTURNO ANTES DA CONFIRMACAO ***"
               GO TO 0000-FIM
           END-IF.
           IF WS-ATP-COUNT = ZERO
               DISPLAY "NENHUM ATESTADO NO ATTPEND."
               GO TO 0000-FIM
           END-IF.
           PERFORM 3000-REVISA-ATESTADO THRU 3000-EXIT
               VARYING WS-ATP-SUB FROM 1 BY 1
               UNTIL WS-ATP-SUB > WS-ATP-COUNT.
           IF WS-CONT-CONFIRMADOS > ZERO OR WS-CONT-RECUSADOS > ZERO
               PERFORM 4000-REWRITE-ATTPEND THRU 4000-EXIT
           END-IF.
       0000-FIM.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO  *
      *    E ABRE O ROSTIN PARA MOSTRAR O NOME DO ALUNO                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-CONT-PENDENTES.
           MOVE ZERO TO WS-CONT-CONFIRMADOS.
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
           MOVE 'N' TO WS-ROSTER-ABERTO-SW.
           OPEN INPUT ROSTER-FILE-IN.
           IF WS-ROSTER-OK
               MOVE 'Y' TO WS-ROSTER-ABERTO-SW
           ELSE
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS " - ALUNOS SEM NOME ***"
           END-IF.
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
      *    2000-LOAD-ATESTADOS - CARREGA O ATTPEND INTEIRO NA TABELA   *
      *----------------------------------------------------------------*
       2000-LOAD-ATESTADOS.
           MOVE ZERO TO WS-ATP-COUNT.
           MOVE 'N' TO WS-ESTOURO-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PEND-FILE-IO.
           PERFORM 2100-READ-PEND THRU 2100-EXIT.
           PERFORM 2200-LOAD-PEND-ENTRY THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE PEND-FILE-IO.
       2000-EXIT.
           EXIT.
       2100-READ-PEND.
           READ PEND-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-LOAD-PEND-ENTRY.
           IF WS-ATP-COUNT < 500
               ADD 1 TO WS-ATP-COUNT
               MOVE ATTP-RECORD TO WS-ATP-REG (WS-ATP-COUNT)
           ELSE
               MOVE 'Y' TO WS-ESTOURO-SW
           END-IF.
           PERFORM 2100-READ-PEND THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-REVISA-ATESTADO - MOSTRA O ATESTADO PENDENTE E PEDE A  *
      *    DECISAO; QUEM LANCOU A FALTA NAO CONFIRMA O PROPRIO         *
      *----------------------------------------------------------------*
       3000-REVISA-ATESTADO.
           MOVE WS-ATP-REG (WS-ATP-SUB) TO ATTP-RECORD.
           IF NOT ATTP-PENDENTE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-PENDENTES.
           PERFORM 3100-FIND-ALUNO THRU 3100-EXIT.
           PERFORM 3200-DESC-MOTIVO THRU 3200-EXIT.
           DISPLAY " ".
           DISPLAY "ATESTADO " ATTP-ATESTADO " MATRICULA: "
               ATTP-MATRICULA " " WS-ALUNO-NOME.
           DISPLAY "  DATA DA FALTA: " ATTP-DATA
               " AULAS: " ATTP-FALTAS
               " MOTIVO: " ATTP-MOTIVO " " WS-MOTIVO-DESC.
           DISPLAY "  LANCADO POR: " ATTP-OPER-SOLIC.
           DISPLAY "DECISAO (C-CONFIRMA  R-RECUSA  P-PULA): ".
           MOVE SPACE TO WS-DECISAO.
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN 'C'
                   IF ATTP-OPER-SOLIC = WS-OPERATOR-ID
                       DISPLAY "*** FALTA LANCADA POR VOCE - "
                           "OUTRO SUPERVISOR PRECISA CONFIRMAR ***"
                       DISPLAY "ATESTADO MANTIDO PENDENTE."
                   ELSE
                       MOVE 'A' TO ATTP-STATUS
                       ADD 1 TO WS-CONT-CONFIRMADOS
                       PERFORM 3500-REGISTRA-DECISAO THRU 3500-EXIT
                       DISPLAY "ATESTADO CONFIRMADO - VALE A PARTIR "
                           "DO PROXIMO LOTE NOTURNO."
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO ATTP-STATUS
                   ADD 1 TO WS-CONT-RECUSADOS
                   PERFORM 3500-REGISTRA-DECISAO THRU 3500-EXIT
                   DISPLAY "ATESTADO RECUSADO - A FALTA SEGUE SEM "
                       "JUSTIFICATIVA."
               WHEN OTHER
                   DISPLAY "ATESTADO MANTIDO PENDENTE."
           END-EVALUATE.
           MOVE ATTP-RECORD TO WS-ATP-REG (WS-ATP-SUB).
       3000-EXIT.
           EXIT.
       3100-FIND-ALUNO.
           MOVE "ALUNO NAO ENCONTRADO NO ROSTIN" TO WS-ALUNO-NOME.
           IF NOT WS-ROSTER-ABERTO
               MOVE SPACES TO WS-ALUNO-NOME
               GO TO 3100-EXIT
           END-IF.
           MOVE ATTP-MATRICULA TO ROST-MATRICULA.
           READ ROSTER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROST-NOME TO WS-ALUNO-NOME
           END-READ.
       3100-EXIT.
           EXIT.
       3200-DESC-MOTIVO.
           EVALUATE ATTP-MOTIVO
               WHEN 'M'
                   MOVE "ATESTADO MEDICO" TO WS-MOTIVO-DESC
               WHEN 'L'
                   MOVE "LUTO" TO WS-MOTIVO-DESC
               WHEN 'J'
                   MOVE "CONVOCACAO JUDICIAL" TO WS-MOTIVO-DESC
               WHEN 'O'
                   MOVE "OUTRO DOCUMENTO" TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE "MOTIVO DESCONHECIDO" TO WS-MOTIVO-DESC
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-REGISTRA-DECISAO - GRAVA O SUPERVISOR E A DATA NO      *
      *    ATESTADO E A DECISAO NO AUDITLOG COM QUEM LANCOU A FALTA    *
      *----------------------------------------------------------------*
       3500-REGISTRA-DECISAO.
           MOVE WS-OPERATOR-ID TO ATTP-OPER-DECIDE.
           MOVE WS-EFFECTIVE-RUNDATE TO ATTP-DATA-DECIDE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING ATTP-MATRICULA " " ATTP-ATESTADO
               " S:" ATTP-OPER-SOLIC
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
           IF ATTP-CONFIRMADO
               MOVE "ATESTADO CONFIRMADO" TO WS-AUD-ACAO
           ELSE
               MOVE "ATESTADO RECUSADO" TO WS-AUD-ACAO
           END-IF.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-REWRITE-ATTPEND - REGRAVA O ATTPEND INTEIRO COM AS     *
      *    DECISOES; O ATTUPD RETIRA AS DECIDIDAS NO LOTE NOTURNO      *
      *----------------------------------------------------------------*
       4000-REWRITE-ATTPEND.
           OPEN OUTPUT PEND-FILE-IO.
           PERFORM 4100-WRITE-PEND-ENTRY THRU 4100-EXIT
               VARYING WS-ATP-SUB FROM 1 BY 1
               UNTIL WS-ATP-SUB > WS-ATP-COUNT.
           CLOSE PEND-FILE-IO.
       4000-EXIT.
           EXIT.
       4100-WRITE-PEND-ENTRY.
           MOVE WS-ATP-REG (WS-ATP-SUB) TO ATTP-RECORD.
           WRITE ATTP-RECORD.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ATTCONF" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "PENDENTES: " WS-CONT-PENDENTES
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "CONF:" WS-CONT-CONFIRMADOS
               " REC:" WS-CONT-RECUSADOS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-AUDIT-IMAGE - GRAVA UMA DECISAO NO AUDITLOG      *
      *----------------------------------------------------------------*
       8050-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ATTCONF" TO AUDIT-PROGRAM-ID.
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
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-ROSTER-ABERTO
               CLOSE ROSTER-FILE-IN
           END-IF.
           DISPLAY "CONFIRMACAO ENCERRADA - PENDENTES: "
               WS-CONT-PENDENTES " CONFIRMADOS: " WS-CONT-CONFIRMADOS
               " RECUSADOS: " WS-CONT-RECUSADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM attconf.
