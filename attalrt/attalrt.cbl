      *AVISO DIARIO DE FALTAS AOS RESPONSAVEIS. RODA NO LOTE NOTURNO
      *LOGO DEPOIS DO ATTUPD E GERA O EXTRATO DO GATEWAY DE SMS
      *(ALRTSMS, ENVELOPE H/D/T DE TAMANHO FIXO) COM DOIS TIPOS DE
      *AVISO:
      *  F - FALTA DO DIA: CADA FALTA APLICADA NA NOITE (ATTDIA,
      *      GRAVADO PELO ATTUPD NO LAYOUT DO ATTMOV);
      *  P - PERCENTUAL: ALUNO CUJAS FALTAS SEM JUSTIFICATIVA NO
      *      ATTMAST PASSARAM DO PERCENTUAL DO ALRTPARM, COM UM MINIMO
      *      DE AULAS DADAS PARA O INICIO DO ANO NAO DISPARAR AVISO.
      *O RESPONSAVEL E O TELEFONE VEM DO CADASTRO DEMOGRAFICO
      *(DEMOMST). ALUNO SEM CADASTRO OU SEM TELEFONE VAI PARA A LISTA
      *DE EXCECAO DA SECRETARIA (ALRTEXC) E NAO E REGISTRADO, PARA
      *SAIR DE NOVO QUANDO O CADASTRO FOR COMPLETADO. TODO AVISO
      *ENVIADO FICA NO REGISTRO DE AVISOS (ALRTLOG): O AVISO DE
      *PERCENTUAL SAI UMA VEZ SO POR ALUNO E LIMITE DENTRO DO ANO
      *LETIVO (O ATTMAST RECOMECA A CADA ANO), E A FALTA DO DIA UMA VEZ
      *POR ALUNO E DATA DA FALTA. SO OS AVISOS DO ANO LETIVO DA DATA DE
      *NEGOCIO SAO CARREGADOS DO ALRTLOG.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - AVISOS DE FALTA DO DIA E  *
      *                   DE PERCENTUAL PARA O GATEWAY DE SMS, LISTA   *
      *                   DE EXCECAO E REGISTRO DE AVISOS ENVIADOS     *
      *  2026-10-15 JLC   ALRTLOG CARREGADO SO COM OS AVISOS DO ANO    *
      *                   LETIVO DA DATA DE NEGOCIO (AVISO DE          *
      *                   PERCENTUAL UMA VEZ POR ANO E LIMITE); TABELA *
      *                   PARA 5000 AVISOS E TABELA CHEIA ENCERRA COM  *
      *                   RC 8                                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attalrt.
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
           SELECT OPTIONAL DIA-FILE-IN ASSIGN TO ATTDIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTM-FILE-IN ASSIGN TO ATTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTM-MATRICULA
               FILE STATUS IS WS-ATTM-STATUS.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL DEMO-FILE-IN ASSIGN TO DEMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO ALRTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALOG-FILE-IO ASSIGN TO ALRTLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SMS-FILE-OUT ASSIGN TO ALRTSMS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-FILE-OUT ASSIGN TO ALRTEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNH-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIA-FILE-IN
           RECORDING MODE IS F.
       01  DIA-IN-RECORD.
           05  ATD-DATA              PIC 9(08).
           05  ATD-MATRICULA         PIC 9(06).
           05  ATD-AULAS-DADAS       PIC 9(03).
           05  ATD-AULAS-PERDIDAS    PIC 9(03).
           05  ATD-MOTIVO            PIC X(01).
           05  ATD-ATESTADO          PIC X(10).
       FD  ATTM-FILE-IN.
           COPY ATTMREC.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  DEMO-FILE-IN.
           COPY DEMOREC.
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-IN-RECORD.
           05  PARM-PCT-LIMITE       PIC 9(02)V9.
           05  PARM-MIN-AULAS        PIC 9(03).
       FD  ALOG-FILE-IO
           RECORDING MODE IS F.
       01  ALOG-RECORD.
           05  ALOG-DATA-ENVIO       PIC 9(08).
           05  ALOG-MATRICULA        PIC 9(06).
           05  ALOG-TIPO             PIC X(01).
           05  ALOG-DATA-FALTA       PIC 9(08).
           05  ALOG-LIMITE           PIC 9(02)V9.
           05  ALOG-TELEFONE         PIC X(12).
      *----------------------------------------------------------------*
      *    EXTRATO DO GATEWAY DE SMS - HEADER, UM DETALHE POR AVISO E  *
      *    TRAILER COM A QUANTIDADE DE DETALHES                        *
      *----------------------------------------------------------------*
       FD  SMS-FILE-OUT
           RECORDING MODE IS F.
       01  SMS-DETALHE.
           05  SMSD-TIPO-REG         PIC X(01).
           05  SMSD-TIPO-AVISO       PIC X(01).
           05  SMSD-MATRICULA        PIC 9(06).
           05  SMSD-TELEFONE         PIC X(12).
           05  SMSD-RESPONSAVEL      PIC X(30).
           05  SMSD-MENSAGEM         PIC X(100).
       01  SMS-HEADER.
           05  SMSH-TIPO-REG         PIC X(01).
           05  SMSH-DATA             PIC 9(08).
           05  SMSH-ORIGEM           PIC X(20).
           05  FILLER                PIC X(121).
       01  SMS-TRAILER.
           05  SMST-TIPO-REG         PIC X(01).
           05  SMST-QTDE             PIC 9(06).
           05  FILLER                PIC X(143).
       FD  EXC-FILE-OUT
           RECORDING MODE IS F.
       01  EXC-OUT-RECORD            PIC X(100).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       FD  RUNH-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        PARAMETROS DO AVISO DE PERCENTUAL (ALRTPARM)            *
      *----------------------------------------------------------------*
       77  WS-PCT-LIMITE             PIC 9(02)V9 VALUE 15.0.
       77  WS-MIN-AULAS              PIC 9(03) VALUE 20.
      *----------------------------------------------------------------*
      *        AVISOS JA ENVIADOS (ALRTLOG) - OS DE PERCENTUAL DO ANO  *
      *        LETIVO E OS DE FALTA DO DIA ENVIADOS NESTA DATA; CABE   *
      *        UMA ESCOLA DE 500 ALUNOS COM ATE OITO LIMITES NO ANO    *
      *        MAIS AS FALTAS DA NOITE                                 *
      *----------------------------------------------------------------*
       01  WS-ALOG-TABLE.
           05  WS-ALOG-ENTRY OCCURS 5000 TIMES
                                     INDEXED BY WS-ALOG-IDX.
               10  WS-ALG-MATRICULA      PIC 9(06).
               10  WS-ALG-TIPO           PIC X(01).
               10  WS-ALG-DATA-FALTA     PIC 9(08).
               10  WS-ALG-LIMITE         PIC 9(02)V9.
       77  WS-ALOG-COUNT             PIC 9(04) VALUE ZERO.
       77  WS-RUN-ANO                PIC 9(04) VALUE ZERO.
       77  WS-ALOG-ANO               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------*
      *        AVISO EM PREPARACAO                                     *
      *----------------------------------------------------------------*
       77  WS-AVS-TIPO               PIC X(01) VALUE SPACE.
           88  WS-AVS-FALTA-DIA          VALUE 'F'.
           88  WS-AVS-PERCENTUAL         VALUE 'P'.
       77  WS-AVS-MATRICULA          PIC 9(06) VALUE ZERO.
       77  WS-AVS-DATA-FALTA         PIC 9(08) VALUE ZERO.
       77  WS-AVS-AULAS              PIC 9(03) VALUE ZERO.
       77  WS-AVS-LIMITE             PIC 9(02)V9 VALUE ZERO.
       77  WS-AVS-NOME               PIC X(30) VALUE SPACES.
       77  WS-AVS-TURMA              PIC X(04) VALUE SPACES.
       77  WS-AVS-MOTIVO-EXC         PIC X(24) VALUE SPACES.
       77  WS-PCT-FALTAS             PIC 9(03)V9 VALUE ZERO.
       77  WS-PCT-EDIT               PIC ZZ9.9.
       77  WS-LIMITE-EDIT            PIC Z9.9.
       77  WS-FALTAS-INJUST          PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CONTADORES DO LOTE                                      *
      *----------------------------------------------------------------*
       77  WS-CONT-FALTAS-DIA        PIC 9(05) VALUE ZERO.
       77  WS-CONT-PERCENTUAL        PIC 9(05) VALUE ZERO.
       77  WS-CONT-SMS               PIC 9(05) VALUE ZERO.
       77  WS-CONT-EXCECOES          PIC 9(05) VALUE ZERO.
       77  WS-CONT-REPETIDOS         PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-ATTM-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ATTM-OK                VALUES "00" "05".
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
       77  WS-DEMO-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                VALUE "00".
       77  WS-DEMO-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-DEMO-ABERTO            VALUE 'Y'.
       77  WS-ROST-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-ALUNO-NO-ROSTIN        VALUE 'Y'.
       77  WS-DEMO-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-DEMO-ACHADO            VALUE 'Y'.
       77  WS-JA-AVISADO-SW          PIC X(01) VALUE 'N'.
           88  WS-JA-AVISADO             VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "ATTALRT".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** ATTALRT JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** ATTALRT JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-AVISOS-FALTA-DIA THRU 3000-EXIT
               PERFORM 4000-AVISOS-PERCENTUAL THRU 4000-EXIT
               PERFORM 6000-CLOSE-FILES THRU 6000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO, *
      *    CONFERE O HISTORICO DE EXECUCOES E LE OS PARAMETROS E O     *
      *    REGISTRO DE AVISOS                                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
               PERFORM 1400-CHECK-RUN-HISTORY THRU 1400-EXIT
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
           END-IF.
           IF WS-DUP-RUN
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           PERFORM 1500-LOAD-ALRTLOG THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-PARM - PERCENTUAL LIMITE E MINIMO DE AULAS DADAS; *
      *    PARAMETRO AUSENTE OU ZERADO FICA NO PADRAO (15.0 E 20)      *
      *----------------------------------------------------------------*
       1100-READ-PARM.
           OPEN INPUT PARM-FILE-IN.
           READ PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PCT-LIMITE IS NUMERIC
                           AND PARM-PCT-LIMITE > ZERO
                       MOVE PARM-PCT-LIMITE TO WS-PCT-LIMITE
                   END-IF
                   IF PARM-MIN-AULAS IS NUMERIC
                           AND PARM-MIN-AULAS > ZERO
                       MOVE PARM-MIN-AULAS TO WS-MIN-AULAS
                   END-IF
           END-READ.
           CLOSE PARM-FILE-IN.
       1100-EXIT.
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
      *    1400-CHECK-RUN-HISTORY - RECUSA RODAR DE NOVO UMA DATA DE   *
      *    MOVIMENTO JA CONCLUIDA NO RUNHIST                           *
      *----------------------------------------------------------------*
       1400-CHECK-RUN-HISTORY.
           MOVE 'N' TO WS-DUP-RUN-SW.
           MOVE 'N' TO WS-RETOMADA-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
           PERFORM 1420-SCAN-RUNH THRU 1420-EXIT
               UNTIL WS-EOF.
           CLOSE RUNH-FILE.
       1400-EXIT.
           EXIT.
       1410-READ-RUNH.
           READ RUNH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.
       1420-SCAN-RUNH.
           IF RUNH-PROGRAM-ID = WS-RUNH-ID
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-DUP-RUN-SW
           END-IF.
           IF RUNH-PROGRAM-ID = "RETOMADA"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-RETOMADA-SW
           END-IF.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-ALRTLOG - CARREGA OS AVISOS DE PERCENTUAL JA      *
      *    ENVIADOS NO ANO LETIVO DA DATA DE NEGOCIO E OS DE FALTA DO  *
      *    DIA ENVIADOS NESTA DATA                                     *
      *----------------------------------------------------------------*
       1500-LOAD-ALRTLOG.
           MOVE ZERO TO WS-ALOG-COUNT.
           DIVIDE WS-EFFECTIVE-RUNDATE BY 10000 GIVING WS-RUN-ANO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALOG-FILE-IO.
           PERFORM 1510-READ-ALOG THRU 1510-EXIT.
           PERFORM 1520-LOAD-ALOG-ENTRY THRU 1520-EXIT
               UNTIL WS-EOF.
           CLOSE ALOG-FILE-IO.
       1500-EXIT.
           EXIT.
       1510-READ-ALOG.
           READ ALOG-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1510-EXIT.
           EXIT.
       1520-LOAD-ALOG-ENTRY.
           IF ALOG-DATA-ENVIO NOT NUMERIC
               GO TO 1520-NEXT
           END-IF.
           DIVIDE ALOG-DATA-ENVIO BY 10000 GIVING WS-ALOG-ANO.
           IF WS-ALOG-ANO NOT = WS-RUN-ANO
               GO TO 1520-NEXT
           END-IF.
           IF ALOG-TIPO = 'P'
                   OR ALOG-DATA-ENVIO = WS-EFFECTIVE-RUNDATE
               PERFORM 1530-ADD-ALOG-ENTRY THRU 1530-EXIT
           END-IF.
       1520-NEXT.
           PERFORM 1510-READ-ALOG THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1530-ADD-ALOG-ENTRY - TABELA CHEIA DEIXARIA AVISO SAIR DE   *
      *    NOVO: O LOTE PARA COM RC 8 ATE A TABELA SER AMPLIADA        *
      *----------------------------------------------------------------*
       1530-ADD-ALOG-ENTRY.
           IF WS-ALOG-COUNT < 5000
               ADD 1 TO WS-ALOG-COUNT
               MOVE ALOG-MATRICULA TO WS-ALG-MATRICULA (WS-ALOG-COUNT)
               MOVE ALOG-TIPO TO WS-ALG-TIPO (WS-ALOG-COUNT)
               MOVE ALOG-DATA-FALTA
                   TO WS-ALG-DATA-FALTA (WS-ALOG-COUNT)
               MOVE ALOG-LIMITE TO WS-ALG-LIMITE (WS-ALOG-COUNT)
           ELSE
               DISPLAY "*** ALRTLOG COM MAIS DE 5000 AVISOS NO ANO "
                   WS-RUN-ANO " - TABELA DE AVISOS CHEIA, AVISOS "
                   "NAO CONFERIDOS - AMPLIAR WS-ALOG-ENTRY ***"
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
       1530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-OPEN-FILES - ROSTIN E ATTMAST SAO OBRIGATORIOS; SEM O  *
      *    DEMOMST TODOS OS AVISOS VAO PARA A LISTA DE EXCECAO         *
      *----------------------------------------------------------------*
       2000-OPEN-FILES.
           IF WS-PROGRAM-RC >= 8
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ATTM-FILE-IN.
           IF NOT WS-ATTM-OK
               DISPLAY "*** ATTMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-ATTM-STATUS
               CLOSE ROSTER-FILE-IN
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-DEMO-ABERTO-SW.
           OPEN INPUT DEMO-FILE-IN.
           IF WS-DEMO-OK
               MOVE 'Y' TO WS-DEMO-ABERTO-SW
           ELSE
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " - TODOS OS AVISOS NA EXCECAO ***"
           END-IF.
           OPEN OUTPUT SMS-FILE-OUT.
           OPEN OUTPUT EXC-FILE-OUT.
           OPEN EXTEND ALOG-FILE-IO.
           MOVE SPACES TO SMS-HEADER.
           MOVE 'H' TO SMSH-TIPO-REG.
           MOVE WS-EFFECTIVE-RUNDATE TO SMSH-DATA.
           MOVE "CPD ESCOLA" TO SMSH-ORIGEM.
           WRITE SMS-HEADER.
           MOVE SPACES TO EXC-OUT-RECORD.
           STRING "AVISOS DE FALTA SEM TELEFONE - DATA: "
               WS-EFFECTIVE-RUNDATE
               " - COMPLETAR O CADASTRO NO DEMOMNT"
               DELIMITED BY SIZE INTO EXC-OUT-RECORD.
           WRITE EXC-OUT-RECORD.
           MOVE SPACES TO EXC-OUT-RECORD.
           WRITE EXC-OUT-RECORD.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-AVISOS-FALTA-DIA - UM AVISO POR FALTA APLICADA NA      *
      *    NOITE (ATTDIA)                                              *
      *----------------------------------------------------------------*
       3000-AVISOS-FALTA-DIA.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DIA-FILE-IN.
           PERFORM 3100-READ-DIA THRU 3100-EXIT.
           PERFORM 3200-PROCESSA-DIA THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE DIA-FILE-IN.
       3000-EXIT.
           EXIT.
       3100-READ-DIA.
           READ DIA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.
       3200-PROCESSA-DIA.
           IF ATD-MATRICULA NOT NUMERIC
                   OR ATD-DATA NOT NUMERIC
                   OR ATD-AULAS-PERDIDAS NOT NUMERIC
               GO TO 3200-NEXT
           END-IF.
           IF ATD-AULAS-PERDIDAS = ZERO
               GO TO 3200-NEXT
           END-IF.
           MOVE 'F' TO WS-AVS-TIPO.
           MOVE ATD-MATRICULA TO WS-AVS-MATRICULA.
           MOVE ATD-DATA TO WS-AVS-DATA-FALTA.
           MOVE ATD-AULAS-PERDIDAS TO WS-AVS-AULAS.
           MOVE ZERO TO WS-AVS-LIMITE.
           PERFORM 5000-EMITE-AVISO THRU 5000-EXIT.
           IF NOT WS-JA-AVISADO
               ADD 1 TO WS-CONT-FALTAS-DIA
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-DIA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-AVISOS-PERCENTUAL - VARRE O ATTMAST E AVISA QUEM       *
      *    PASSOU DO LIMITE DE FALTAS SEM JUSTIFICATIVA PELA PRIMEIRA  *
      *    VEZ                                                         *
      *----------------------------------------------------------------*
       4000-AVISOS-PERCENTUAL.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-READ-MESTRE THRU 4100-EXIT.
           PERFORM 4200-PROCESSA-MESTRE THRU 4200-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.
       4100-READ-MESTRE.
           READ ATTM-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.
       4200-PROCESSA-MESTRE.
           IF ATTM-AULAS-DADAS < WS-MIN-AULAS
               GO TO 4200-NEXT
           END-IF.
           MOVE ATTM-AULAS-PERDIDAS TO WS-FALTAS-INJUST.
           IF ATTM-FALTAS-JUSTIF IS NUMERIC
                   AND ATTM-FALTAS-JUSTIF NOT > WS-FALTAS-INJUST
               SUBTRACT ATTM-FALTAS-JUSTIF FROM WS-FALTAS-INJUST
           END-IF.
           COMPUTE WS-PCT-FALTAS ROUNDED =
               WS-FALTAS-INJUST * 100 / ATTM-AULAS-DADAS.
           IF WS-PCT-FALTAS NOT > WS-PCT-LIMITE
               GO TO 4200-NEXT
           END-IF.
           MOVE 'P' TO WS-AVS-TIPO.
           MOVE ATTM-MATRICULA TO WS-AVS-MATRICULA.
           MOVE ZERO TO WS-AVS-DATA-FALTA.
           MOVE ZERO TO WS-AVS-AULAS.
           MOVE WS-PCT-LIMITE TO WS-AVS-LIMITE.
           PERFORM 5000-EMITE-AVISO THRU 5000-EXIT.
           IF NOT WS-JA-AVISADO
               ADD 1 TO WS-CONT-PERCENTUAL
           END-IF.
       4200-NEXT.
           PERFORM 4100-READ-MESTRE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-EMITE-AVISO - CONFERE O ALUNO NO ROSTIN E O REGISTRO   *
      *    DE AVISOS, BUSCA O TELEFONE NO DEMOMST E GRAVA O DETALHE    *
      *    DO SMS OU A LINHA DE EXCECAO                                *
      *----------------------------------------------------------------*
       5000-EMITE-AVISO.
           PERFORM 5100-CHECK-ALRTLOG THRU 5100-EXIT.
           IF WS-JA-AVISADO
               ADD 1 TO WS-CONT-REPETIDOS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-READ-ROSTER THRU 5200-EXIT.
           IF NOT WS-ALUNO-NO-ROSTIN
               MOVE 'Y' TO WS-JA-AVISADO-SW
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5300-READ-DEMO THRU 5300-EXIT.
           IF NOT WS-DEMO-ACHADO
               MOVE "SEM CADASTRO DEMOGRAFICO" TO WS-AVS-MOTIVO-EXC
               PERFORM 5600-WRITE-EXCECAO THRU 5600-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF DEMO-TELEFONE = SPACES
               MOVE "SEM TELEFONE" TO WS-AVS-MOTIVO-EXC
               PERFORM 5600-WRITE-EXCECAO THRU 5600-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5400-WRITE-SMS THRU 5400-EXIT.
           PERFORM 5500-WRITE-ALRTLOG THRU 5500-EXIT.
       5000-EXIT.
           EXIT.
       5100-CHECK-ALRTLOG.
           MOVE 'N' TO WS-JA-AVISADO-SW.
           IF WS-ALOG-COUNT = ZERO
               GO TO 5100-EXIT
           END-IF.
           SET WS-ALOG-IDX TO 1.
           SEARCH WS-ALOG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ALOG-IDX > WS-ALOG-COUNT
                   CONTINUE
               WHEN WS-ALG-MATRICULA (WS-ALOG-IDX) = WS-AVS-MATRICULA
                       AND WS-ALG-TIPO (WS-ALOG-IDX) = WS-AVS-TIPO
                       AND WS-ALG-DATA-FALTA (WS-ALOG-IDX)
                           = WS-AVS-DATA-FALTA
                       AND WS-ALG-LIMITE (WS-ALOG-IDX) = WS-AVS-LIMITE
                   MOVE 'Y' TO WS-JA-AVISADO-SW
           END-SEARCH.
       5100-EXIT.
           EXIT.
       5200-READ-ROSTER.
           MOVE 'N' TO WS-ROST-FOUND-SW.
           MOVE WS-AVS-MATRICULA TO ROST-MATRICULA.
           READ ROSTER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROST-FOUND-SW
                   MOVE ROST-NOME TO WS-AVS-NOME
                   MOVE ROST-TURMA TO WS-AVS-TURMA
           END-READ.
       5200-EXIT.
           EXIT.
       5300-READ-DEMO.
           MOVE 'N' TO WS-DEMO-FOUND-SW.
           IF NOT WS-DEMO-ABERTO
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-AVS-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND-SW
           END-READ.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5400-WRITE-SMS - DETALHE DO EXTRATO COM A MENSAGEM PRONTA   *
      *----------------------------------------------------------------*
       5400-WRITE-SMS.
           MOVE SPACES TO SMS-DETALHE.
           MOVE 'D' TO SMSD-TIPO-REG.
           MOVE WS-AVS-TIPO TO SMSD-TIPO-AVISO.
           MOVE WS-AVS-MATRICULA TO SMSD-MATRICULA.
           MOVE DEMO-TELEFONE TO SMSD-TELEFONE.
           MOVE DEMO-RESPONSAVEL TO SMSD-RESPONSAVEL.
           IF WS-AVS-FALTA-DIA
               STRING "AVISO ESCOLAR: " DELIMITED BY SIZE
                   WS-AVS-NOME DELIMITED BY "  "
                   " FALTOU A " WS-AVS-AULAS
                   " AULA(S) EM " WS-AVS-DATA-FALTA "."
                   DELIMITED BY SIZE INTO SMSD-MENSAGEM
           ELSE
               MOVE WS-PCT-FALTAS TO WS-PCT-EDIT
               MOVE WS-AVS-LIMITE TO WS-LIMITE-EDIT
               STRING "AVISO ESCOLAR: " DELIMITED BY SIZE
                   WS-AVS-NOME DELIMITED BY "  "
                   " TEM " WS-PCT-EDIT
                   "% DE FALTAS SEM JUSTIFICATIVA (LIMITE DE AVISO "
                   WS-LIMITE-EDIT "%)."
                   DELIMITED BY SIZE INTO SMSD-MENSAGEM
           END-IF.
           WRITE SMS-DETALHE.
           ADD 1 TO WS-CONT-SMS.
       5400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5500-WRITE-ALRTLOG - REGISTRA O AVISO ENVIADO, NO ARQUIVO E *
      *    NA TABELA (PARA NAO REPETIR NA MESMA EXECUCAO)              *
      *----------------------------------------------------------------*
       5500-WRITE-ALRTLOG.
           MOVE SPACES TO ALOG-RECORD.
           MOVE WS-EFFECTIVE-RUNDATE TO ALOG-DATA-ENVIO.
           MOVE WS-AVS-MATRICULA TO ALOG-MATRICULA.
           MOVE WS-AVS-TIPO TO ALOG-TIPO.
           MOVE WS-AVS-DATA-FALTA TO ALOG-DATA-FALTA.
           MOVE WS-AVS-LIMITE TO ALOG-LIMITE.
           MOVE DEMO-TELEFONE TO ALOG-TELEFONE.
           WRITE ALOG-RECORD.
           PERFORM 1530-ADD-ALOG-ENTRY THRU 1530-EXIT.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5600-WRITE-EXCECAO - LINHA DA LISTA DA SECRETARIA; O AVISO  *
      *    NAO E REGISTRADO E SAI DE NOVO DEPOIS DO CADASTRO           *
      *----------------------------------------------------------------*
       5600-WRITE-EXCECAO.
           MOVE SPACES TO EXC-OUT-RECORD.
           IF WS-AVS-FALTA-DIA
               STRING "  " WS-AVS-MATRICULA " " WS-AVS-NOME
                   " " WS-AVS-TURMA " " WS-AVS-MOTIVO-EXC
                   " FALTA EM " WS-AVS-DATA-FALTA
                   DELIMITED BY SIZE INTO EXC-OUT-RECORD
           ELSE
               MOVE WS-PCT-FALTAS TO WS-PCT-EDIT
               STRING "  " WS-AVS-MATRICULA " " WS-AVS-NOME
                   " " WS-AVS-TURMA " " WS-AVS-MOTIVO-EXC
                   " FALTAS: " WS-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO EXC-OUT-RECORD
           END-IF.
           WRITE EXC-OUT-RECORD.
           ADD 1 TO WS-CONT-EXCECOES.
       5600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-CLOSE-FILES - TRAILERS DO EXTRATO E DA LISTA DE        *
      *    EXCECAO                                                     *
      *----------------------------------------------------------------*
       6000-CLOSE-FILES.
           MOVE SPACES TO SMS-TRAILER.
           MOVE 'T' TO SMST-TIPO-REG.
           MOVE WS-CONT-SMS TO SMST-QTDE.
           WRITE SMS-TRAILER.
           MOVE SPACES TO EXC-OUT-RECORD.
           WRITE EXC-OUT-RECORD.
           MOVE SPACES TO EXC-OUT-RECORD.
           IF WS-CONT-EXCECOES = ZERO
               MOVE "NENHUM AVISO SEM TELEFONE" TO EXC-OUT-RECORD
           ELSE
               STRING "TRAILER AVISOS SEM TELEFONE: " WS-CONT-EXCECOES
                   DELIMITED BY SIZE INTO EXC-OUT-RECORD
           END-IF.
           WRITE EXC-OUT-RECORD.
           CLOSE SMS-FILE-OUT.
           CLOSE EXC-FILE-OUT.
           CLOSE ALOG-FILE-IO.
           CLOSE ATTM-FILE-IN.
           CLOSE ROSTER-FILE-IN.
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IN
           END-IF.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ATTALRT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "DIA:" WS-CONT-FALTAS-DIA
               " PERC:" WS-CONT-PERCENTUAL
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "SMS:" WS-CONT-SMS
               " EXC:" WS-CONT-EXCECOES
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-WRITE-RUN-HISTORY - MARCA A DATA DE MOVIMENTO COMO     *
      *    CONCLUIDA NO RUNHIST                                        *
      *----------------------------------------------------------------*
       8500-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUNH-RECORD.
           MOVE WS-RUNH-ID TO RUNH-PROGRAM-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO RUNH-DATA.
           ACCEPT RUNH-HORA FROM TIME.
           MOVE "COMPLETO" TO RUNH-RESULT.
           OPEN EXTEND RUNH-FILE.
           WRITE RUNH-RECORD.
           CLOSE RUNH-FILE.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "ATTALRT - FALTAS DO DIA: " WS-CONT-FALTAS-DIA
               " PERCENTUAL: " WS-CONT-PERCENTUAL
               " SMS: " WS-CONT-SMS
               " EXCECOES: " WS-CONT-EXCECOES
               " JA AVISADOS: " WS-CONT-REPETIDOS.
       9999-EXIT.
           EXIT.
       END PROGRAM attalrt.
