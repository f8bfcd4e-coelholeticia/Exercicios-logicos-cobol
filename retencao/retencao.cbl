      *PRAZO DE GUARDA DOS DADOS PESSOAIS DO EX-ALUNO. LE O GRADHIST
      *E GUARDA O ULTIMO ANO/TERMO DE CADA MATRICULA CANDIDATA - COM
      *ALGUM TERMO ANTES DO LIMITE, FORA DO ROSTIN E COM O DEMOMST
      *AINDA NAO ANONIMIZADO; UMA SEGUNDA LEITURA DO GRADHIST TRAZ OS
      *TERMOS MAIS RECENTES DAS CANDIDATAS. A MATRICULA CUJO ULTIMO
      *ANO LETIVO SOMADO AO PRAZO DE GUARDA EM ANOS (RETAPARM) JA
      *FICOU PARA TRAS DA DATA DE NEGOCIO TEM O CADASTRO DEMOGRAFICO
      *(DEMOMST) ANONIMIZADO - RESPONSAVEL, ENDERECO E TELEFONE - E OS
      *MESMOS CAMPOS APAGADOS NA PRE-MATRICULA (PREMAT) QUE LEVOU A
      *ELA; O TELEFONE DOS AVISOS DE FALTA (ALRTLOG) DA MATRICULA
      *TAMBEM E APAGADO. O PREMAT E O ALRTLOG SAO LIDOS EM SEQUENCIA E
      *COPIADOS INTEIROS PARA O PREMNEW E O ALRTNEW, QUE O
      *ENCADEAMENTO PASSA A USAR COMO ARQUIVOS VIVOS, COMO NO LOGARCH;
      *NELES E APAGADA TAMBEM A MATRICULA COM O DEMOMST ANONIMIZADO EM
      *EXECUCAO ANTERIOR. O GRADHIST FICA INTACTO: O HISTORICO
      *ESCOLAR E GUARDADO PARA SEMPRE. CADA
      *ANONIMIZACAO VAI PARA O AUDITLOG COM A MATRICULA, SEM OS DADOS
      *APAGADOS, E A LISTA SAI NO RETARPT. COM O MODO 'S' NO PARM (OU
      *RESPOSTA S NO CONSOLE) SO SIMULA: LISTA O QUE SERIA ANONIMIZADO
      *SEM GRAVAR NADA. SEM RETAPARM VALIDO, OU COM MAIS MATRICULAS
      *CANDIDATAS QUE A TABELA COMPORTA, O PROGRAMA NAO ANONIMIZA NADA
      *E TERMINA COM RC 8.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - ANONIMIZACAO DO DEMOMST E *
      *                   DO PREMAT DO EX-ALUNO FORA DO PRAZO DE       *
      *                   GUARDA, COM SIMULACAO PELO MODO 'S'          *
      *  2026-10-15 JLC   TELEFONE DOS AVISOS DE FALTA (ALRTLOG)       *
      *                   APAGADO NA COPIA PARA O ALRTNEW              *
      *  2026-10-15 JLC   SO MATRICULAS CANDIDATAS NA TABELA (FORA DO  *
      *                   ROSTIN, COM TERMO ANTES DO LIMITE E DEMOMST  *
      *                   NAO ANONIMIZADO), TABELA CHEIA ENCERRA COM   *
      *                   RC 8 SEM ANONIMIZAR; PREMAT LIDO EM          *
      *                   SEQUENCIA E COPIADO PARA O PREMNEW           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retencao.
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
           SELECT OPTIONAL DEMO-FILE-IO ASSIGN TO DEMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREM-FILE-IN ASSIGN TO PREMAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREM-NEW-OUT ASSIGN TO PREMNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALOG-FILE-IN ASSIGN TO ALRTLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALOG-NEW-OUT ASSIGN TO ALRTNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETA-FILE-IN ASSIGN TO RETAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO RETARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  DEMO-FILE-IO.
           COPY DEMOREC.
       FD  HIST-FILE-IN
           RECORDING MODE IS F.
           COPY HISTREC.
       FD  PREM-FILE-IN
           RECORDING MODE IS F.
       01  PREM-IN-RECORD            PIC X(157).
       FD  PREM-NEW-OUT
           RECORDING MODE IS F.
       01  PREM-NEW-RECORD           PIC X(157).
       FD  ALOG-FILE-IN
           RECORDING MODE IS F.
       01  ALOG-RECORD.
           05  ALOG-DATA-ENVIO       PIC 9(08).
           05  ALOG-MATRICULA        PIC 9(06).
           05  ALOG-TIPO             PIC X(01).
           05  ALOG-DATA-FALTA       PIC 9(08).
           05  ALOG-LIMITE           PIC 9(02)V9.
           05  ALOG-TELEFONE         PIC X(12).
       FD  ALOG-NEW-OUT
           RECORDING MODE IS F.
       01  ALOG-NEW-RECORD           PIC X(38).
       FD  RETA-FILE-IN
           RECORDING MODE IS F.
       01  RETA-IN-RECORD.
           05  RETA-ANOS             PIC 9(02).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
           COPY PREMREC.
      *----------------------------------------------------------------*
      *        ULTIMO ANO/TERMO DE CADA MATRICULA CANDIDATA DO         *
      *        GRADHIST - SO EX-ALUNOS AINDA NAO ANONIMIZADOS COM      *
      *        ALGUM TERMO ANTES DO LIMITE                             *
      *----------------------------------------------------------------*
       01  WS-RHT-TABLE.
           05  WS-RHT-ENTRY OCCURS 8000 TIMES
                                     INDEXED BY WS-RHT-IDX.
               10  WS-RHT-MATRICULA      PIC 9(06).
               10  WS-RHT-ULTIMO.
                   15  WS-RHT-ULT-ANO    PIC 9(04).
                   15  WS-RHT-ULT-TERMO  PIC 9(02).
               10  WS-RHT-SITUACAO       PIC X(01).
                   88  WS-RHT-EXPIRADO       VALUE 'X'.
       77  WS-RHT-COUNT               PIC 9(04) VALUE ZERO.
       77  WS-RHT-SUB                 PIC 9(04) COMP VALUE ZERO.
       77  WS-RHT-ACHOU-SW            PIC X(01) VALUE 'N'.
           88  WS-RHT-ACHADA              VALUE 'Y'.
       01  WS-HIST-ULTIMO.
           05  WS-HU-ANO             PIC 9(04).
           05  WS-HU-TERMO           PIC 9(02).
      *----------------------------------------------------------------*
      *        MATRICULA DO PREMAT OU DO ALRTLOG EM CONFERENCIA: TEM   *
      *        OS DADOS APAGADOS SE EXPIROU NESTA EXECUCAO OU SE O     *
      *        DEMOMST DELA JA ESTA ANONIMIZADO                        *
      *----------------------------------------------------------------*
       77  WS-CHK-MATRICULA          PIC 9(06) VALUE ZERO.
       77  WS-CHK-EXPIRADA-SW        PIC X(01) VALUE 'N'.
           88  WS-CHK-EXPIRADA           VALUE 'Y'.
      *----------------------------------------------------------------*
      *        PRAZO DE GUARDA                                         *
      *----------------------------------------------------------------*
       77  WS-RETA-ANOS              PIC 9(02) VALUE ZERO.
       77  WS-RUN-ANO                PIC 9(04) VALUE ZERO.
       77  WS-ANO-LIMITE             PIC 9(04) VALUE ZERO.
       77  WS-SIMULACAO-SW           PIC X(01) VALUE 'N'.
           88  WS-SIMULACAO              VALUE 'Y' 'S'.
      *----------------------------------------------------------------*
      *        CONTADORES DO RESUMO                                    *
      *----------------------------------------------------------------*
       77  WS-CONT-HIST-LIDOS        PIC 9(06) VALUE ZERO.
       77  WS-CONT-ATIVOS            PIC 9(06) VALUE ZERO.
       77  WS-CONT-HIST-ANON         PIC 9(06) VALUE ZERO.
       77  WS-CONT-NO-PRAZO          PIC 9(05) VALUE ZERO.
       77  WS-CONT-EXPIRADOS         PIC 9(05) VALUE ZERO.
       77  WS-CONT-ANONIMIZ          PIC 9(05) VALUE ZERO.
       77  WS-CONT-JA-ANON           PIC 9(05) VALUE ZERO.
       77  WS-CONT-SEM-DEMO          PIC 9(05) VALUE ZERO.
       77  WS-CONT-PREMAT            PIC 9(05) VALUE ZERO.
       77  WS-CONT-PREM-LIDOS        PIC 9(06) VALUE ZERO.
       77  WS-CONT-ALOG-LIDOS        PIC 9(06) VALUE ZERO.
       77  WS-CONT-ALOG-ANON         PIC 9(05) VALUE ZERO.
       77  WS-DEMO-SITUACAO          PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        IMAGEM DE AUDITORIA POR MATRICULA ANONIMIZADA           *
      *----------------------------------------------------------------*
       77  WS-AUD-IMAGEM             PIC X(30) VALUE SPACES.
       77  WS-AUD-ACAO               PIC X(20) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-DEMO-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                VALUES "00" "05".
       77  WS-DEMO-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-DEMO-ABERTO            VALUE 'Y'.
       77  WS-NO-ROSTIN-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-ROSTIN              VALUE 'Y'.
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
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-OPEN-FILES THRU 3000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 2000-LOAD-HIST THRU 2000-EXIT
               IF WS-PROGRAM-RC < 8
                   PERFORM 4000-CHECK-MATRICULA THRU 4000-EXIT
                       VARYING WS-RHT-SUB FROM 1 BY 1
                       UNTIL WS-RHT-SUB > WS-RHT-COUNT
                   PERFORM 5000-ANONIMIZA-PREMAT THRU 5000-EXIT
                   PERFORM 5700-ANONIMIZA-ALRTLOG THRU 5700-EXIT
               END-IF
               PERFORM 6000-WRITE-RESUMO THRU 6000-EXIT
               PERFORM 6500-CLOSE-FILES THRU 6500-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERADOR, DATA DE NEGOCIO, MODO DE        *
      *    SIMULACAO E PRAZO DE GUARDA (RETAPARM)                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-RHT-COUNT.
           MOVE 'N' TO WS-SIMULACAO-SW.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               IF RUN-PARM-LEN >= 17 AND RUN-PARM-MODE = 'S'
                   MOVE 'Y' TO WS-SIMULACAO-SW
               END-IF
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
               DISPLAY "SO SIMULAR, SEM GRAVAR (S/N)? "
               ACCEPT WS-SIMULACAO-SW
           END-IF.
           PERFORM 1100-READ-RETAPARM THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-RETAPARM - PRAZO DE GUARDA EM ANOS; SEM PRAZO     *
      *    VALIDO NADA E ANONIMIZADO                                   *
      *----------------------------------------------------------------*
       1100-READ-RETAPARM.
           MOVE ZERO TO WS-RETA-ANOS.
           OPEN INPUT RETA-FILE-IN.
           READ RETA-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RETA-ANOS IS NUMERIC
                       MOVE RETA-ANOS TO WS-RETA-ANOS
                   END-IF
           END-READ.
           CLOSE RETA-FILE-IN.
           IF WS-RETA-ANOS = ZERO
               DISPLAY "*** RETAPARM AUSENTE OU INVALIDO - NENHUM "
                   "DADO ANONIMIZADO ***"
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 1100-EXIT
           END-IF.
           DIVIDE WS-EFFECTIVE-RUNDATE BY 10000 GIVING WS-RUN-ANO.
           SUBTRACT WS-RETA-ANOS FROM WS-RUN-ANO
               GIVING WS-ANO-LIMITE.
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
      *    2000-LOAD-HIST - DUAS LEITURAS DO GRADHIST (VARIOS          *
      *    REGISTROS POR ALUNO): A PRIMEIRA MONTA A TABELA SO COM AS   *
      *    MATRICULAS CANDIDATAS, A SEGUNDA LEVA PARA A TABELA O TERMO *
      *    MAIS RECENTE DE CADA UMA                                    *
      *----------------------------------------------------------------*
       2000-LOAD-HIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
           PERFORM 2200-LOAD-HIST-ENTRY THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
           IF WS-PROGRAM-RC >= 8 OR WS-RHT-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
           PERFORM 2400-ULTIMO-TERMO THRU 2400-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
       2000-EXIT.
           EXIT.
       2100-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LOAD-HIST-ENTRY - TERMO ANTES DO LIMITE DE MATRICULA   *
      *    FORA DO ROSTIN E SEM O DEMOMST ANONIMIZADO ENTRA NA TABELA; *
      *    TABELA CHEIA PARA O PROGRAMA COM RC 8 ANTES DE QUALQUER     *
      *    ANONIMIZACAO                                                *
      *----------------------------------------------------------------*
       2200-LOAD-HIST-ENTRY.
           ADD 1 TO WS-CONT-HIST-LIDOS.
           IF HIST-MATRICULA NOT NUMERIC
                   OR HIST-ANO-LETIVO NOT NUMERIC
                   OR HIST-TERMO NOT NUMERIC
               GO TO 2200-NEXT
           END-IF.
           IF HIST-ANO-LETIVO NOT < WS-ANO-LIMITE
               GO TO 2200-NEXT
           END-IF.
           MOVE HIST-ANO-LETIVO TO WS-HU-ANO.
           MOVE HIST-TERMO TO WS-HU-TERMO.
           PERFORM 2300-FIND-RHT THRU 2300-EXIT.
           IF WS-RHT-ACHADA
               IF WS-HIST-ULTIMO > WS-RHT-ULTIMO (WS-RHT-IDX)
                   MOVE WS-HIST-ULTIMO TO WS-RHT-ULTIMO (WS-RHT-IDX)
               END-IF
               GO TO 2200-NEXT
           END-IF.
           MOVE HIST-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           IF WS-NO-ROSTIN
               ADD 1 TO WS-CONT-ATIVOS
               GO TO 2200-NEXT
           END-IF.
           IF WS-DEMO-ABERTO
               MOVE HIST-MATRICULA TO DEMO-MATRICULA
               READ DEMO-FILE-IO
                   INVALID KEY
                       MOVE SPACES TO DEMO-RESPONSAVEL
               END-READ
               IF DEMO-ANONIMIZADO
                   ADD 1 TO WS-CONT-HIST-ANON
                   GO TO 2200-NEXT
               END-IF
           END-IF.
           IF WS-RHT-COUNT NOT < 8000
               DISPLAY "*** GRADHIST COM MAIS DE 8000 MATRICULAS "
                   "CANDIDATAS - TABELA CHEIA, NADA FOI ANONIMIZADO "
                   "- AMPLIAR WS-RHT-ENTRY ***"
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "*** GRADHIST COM MAIS DE 8000 MATRICULAS "
                   "CANDIDATAS - NADA FOI ANONIMIZADO ***"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-RHT-COUNT.
           MOVE HIST-MATRICULA TO WS-RHT-MATRICULA (WS-RHT-COUNT).
           MOVE WS-HIST-ULTIMO TO WS-RHT-ULTIMO (WS-RHT-COUNT).
           MOVE SPACE TO WS-RHT-SITUACAO (WS-RHT-COUNT).
       2200-NEXT.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-FIND-RHT - POSICAO DE HIST-MATRICULA NA TABELA         *
      *----------------------------------------------------------------*
       2300-FIND-RHT.
           MOVE 'N' TO WS-RHT-ACHOU-SW.
           IF WS-RHT-COUNT = ZERO
               GO TO 2300-EXIT
           END-IF.
           SET WS-RHT-IDX TO 1.
           SEARCH WS-RHT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RHT-IDX > WS-RHT-COUNT
                   CONTINUE
               WHEN WS-RHT-MATRICULA (WS-RHT-IDX) = HIST-MATRICULA
                   MOVE 'Y' TO WS-RHT-ACHOU-SW
           END-SEARCH.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-ULTIMO-TERMO - TERMO NO LIMITE OU DEPOIS DELE DE UMA   *
      *    CANDIDATA PASSA A SER O ULTIMO DELA (FICA DENTRO DO PRAZO)  *
      *----------------------------------------------------------------*
       2400-ULTIMO-TERMO.
           IF HIST-MATRICULA NOT NUMERIC
                   OR HIST-ANO-LETIVO NOT NUMERIC
                   OR HIST-TERMO NOT NUMERIC
               GO TO 2400-NEXT
           END-IF.
           IF HIST-ANO-LETIVO < WS-ANO-LIMITE
               GO TO 2400-NEXT
           END-IF.
           PERFORM 2300-FIND-RHT THRU 2300-EXIT.
           IF NOT WS-RHT-ACHADA
               GO TO 2400-NEXT
           END-IF.
           MOVE HIST-ANO-LETIVO TO WS-HU-ANO.
           MOVE HIST-TERMO TO WS-HU-TERMO.
           IF WS-HIST-ULTIMO > WS-RHT-ULTIMO (WS-RHT-IDX)
               MOVE WS-HIST-ULTIMO TO WS-RHT-ULTIMO (WS-RHT-IDX)
           END-IF.
       2400-NEXT.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-OPEN-FILES - ROSTIN OBRIGATORIO; DEMOMST EM I-O SO     *
      *    FORA DA SIMULACAO                                           *
      *----------------------------------------------------------------*
       3000-OPEN-FILES.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-DEMO-ABERTO-SW.
           IF WS-SIMULACAO
               OPEN INPUT DEMO-FILE-IO
           ELSE
               OPEN I-O DEMO-FILE-IO
           END-IF.
           IF WS-DEMO-OK
               MOVE 'Y' TO WS-DEMO-ABERTO-SW
           ELSE
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " ***"
           END-IF.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PRAZO DE GUARDA DOS DADOS PESSOAIS - DATA: "
               WS-EFFECTIVE-RUNDATE " PRAZO: " WS-RETA-ANOS
               " ANOS - ULTIMO ANO LETIVO ANTES DE " WS-ANO-LIMITE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-SIMULACAO
               MOVE "*** SIMULACAO - NENHUM REGISTRO FOI ALTERADO ***"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CHECK-MATRICULA - CANDIDATA (JA CONFERIDA FORA DO      *
      *    ROSTIN NA CARGA) COM O ULTIMO ANO LETIVO ANTES DO LIMITE    *
      *    TEM O DEMOMST ANONIMIZADO                                   *
      *----------------------------------------------------------------*
       4000-CHECK-MATRICULA.
           IF WS-RHT-ULT-ANO (WS-RHT-SUB) NOT < WS-ANO-LIMITE
               ADD 1 TO WS-CONT-NO-PRAZO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'X' TO WS-RHT-SITUACAO (WS-RHT-SUB).
           ADD 1 TO WS-CONT-EXPIRADOS.
           PERFORM 4100-ANONIMIZA-DEMO THRU 4100-EXIT.
           IF WS-DEMO-SITUACAO = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-RHT-MATRICULA (WS-RHT-SUB)
               " ULTIMO TERMO " WS-RHT-ULT-ANO (WS-RHT-SUB)
               "/" WS-RHT-ULT-TERMO (WS-RHT-SUB)
               " DEMOMST: " WS-DEMO-SITUACAO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-ANONIMIZA-DEMO - APAGA RESPONSAVEL, ENDERECO E         *
      *    TELEFONE; REGISTRO JA ANONIMIZADO SO ENTRA NA CONTAGEM      *
      *----------------------------------------------------------------*
       4100-ANONIMIZA-DEMO.
           MOVE SPACES TO WS-DEMO-SITUACAO.
           IF NOT WS-DEMO-ABERTO
               ADD 1 TO WS-CONT-SEM-DEMO
               MOVE "SEM CADASTRO" TO WS-DEMO-SITUACAO
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-RHT-MATRICULA (WS-RHT-SUB) TO DEMO-MATRICULA.
           READ DEMO-FILE-IO
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-DEMO
                   MOVE "SEM CADASTRO" TO WS-DEMO-SITUACAO
                   GO TO 4100-EXIT
           END-READ.
           IF DEMO-ANONIMIZADO
               ADD 1 TO WS-CONT-JA-ANON
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ANONIMIZ.
           IF WS-SIMULACAO
               MOVE "SERIA ANONIMIZADO" TO WS-DEMO-SITUACAO
               GO TO 4100-EXIT
           END-IF.
           SET DEMO-ANONIMIZADO TO TRUE.
           MOVE SPACES TO DEMO-ENDERECO.
           STRING "ANONIMIZADO EM " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO DEMO-ENDERECO.
           MOVE SPACES TO DEMO-TELEFONE.
           REWRITE DEMO-RECORD
               INVALID KEY
                   DISPLAY "*** DEMOMST " DEMO-MATRICULA
                       " NAO PUDE SER REGRAVADO - STATUS: "
                       WS-DEMO-STATUS " ***"
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE "ERRO NA REGRAVACAO" TO WS-DEMO-SITUACAO
                   GO TO 4100-EXIT
           END-REWRITE.
           MOVE "ANONIMIZADO" TO WS-DEMO-SITUACAO.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "MATRICULA " DEMO-MATRICULA " ULT "
               WS-RHT-ULT-ANO (WS-RHT-SUB)
               "/" WS-RHT-ULT-TERMO (WS-RHT-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
           MOVE "DEMOMST ANONIMIZADO" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ANONIMIZA-PREMAT - COPIA O PREMAT EM SEQUENCIA PARA O  *
      *    PREMNEW, APAGANDO RESPONSAVEL, ENDERECO E TELEFONE DA       *
      *    PRE-MATRICULA QUE LEVOU A MATRICULA EXPIRADA. COMO NO       *
      *    ALRTLOG, A COPIA E FEITA MESMO NA SIMULACAO OU SEM          *
      *    EXPIRADOS, PARA O PREMNEW NUNCA SUBSTITUIR O PREMAT VIVO    *
      *    COM MENOS REGISTROS DO QUE ELE TINHA                        *
      *----------------------------------------------------------------*
       5000-ANONIMIZA-PREMAT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT  PREM-FILE-IN
                OUTPUT PREM-NEW-OUT.
           PERFORM 5100-READ-PREMAT THRU 5100-EXIT.
           PERFORM 5200-CHECK-PREMAT THRU 5200-EXIT
               UNTIL WS-EOF.
           CLOSE PREM-FILE-IN
                 PREM-NEW-OUT.
       5000-EXIT.
           EXIT.
       5100-READ-PREMAT.
           READ PREM-FILE-IN INTO PREM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       5100-EXIT.
           EXIT.
       5200-CHECK-PREMAT.
           ADD 1 TO WS-CONT-PREM-LIDOS.
           IF PREM-MATRICULA NOT NUMERIC
                   OR PREM-MATRICULA = ZERO
               GO TO 5200-GRAVA
           END-IF.
           IF PREM-RESPONSAVEL = SPACES
                   AND PREM-ENDERECO = SPACES
                   AND PREM-TELEFONE = SPACES
               GO TO 5200-GRAVA
           END-IF.
           MOVE PREM-MATRICULA TO WS-CHK-MATRICULA.
           PERFORM 5800-CHECK-EXPIRADA THRU 5800-EXIT.
           IF NOT WS-CHK-EXPIRADA
               GO TO 5200-GRAVA
           END-IF.
           ADD 1 TO WS-CONT-PREMAT.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SIMULACAO
               STRING "  " PREM-MATRICULA " PREMAT INSCRICAO "
                   PREM-INSCRICAO ": SERIA ANONIMIZADA"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               GO TO 5200-GRAVA
           END-IF.
           STRING "  " PREM-MATRICULA " PREMAT INSCRICAO "
               PREM-INSCRICAO ": ANONIMIZADA"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO PREM-RESPONSAVEL.
           MOVE SPACES TO PREM-ENDERECO.
           MOVE SPACES TO PREM-TELEFONE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "MATRICULA " PREM-MATRICULA " INSCR "
               PREM-INSCRICAO
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
           MOVE "PREMAT ANONIMIZADO" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
       5200-GRAVA.
           WRITE PREM-NEW-RECORD FROM PREM-RECORD.
           PERFORM 5100-READ-PREMAT THRU 5100-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5700-ANONIMIZA-ALRTLOG - COPIA O LOG DE AVISOS DE FALTA     *
      *    INTEIRO PARA O ALRTNEW, APAGANDO O TELEFONE DOS AVISOS DA   *
      *    MATRICULA EXPIRADA. A COPIA E FEITA MESMO NA SIMULACAO OU   *
      *    SEM EXPIRADOS, PARA O ALRTNEW NUNCA SUBSTITUIR O LOG VIVO   *
      *    COM MENOS REGISTROS DO QUE ELE TINHA                        *
      *----------------------------------------------------------------*
       5700-ANONIMIZA-ALRTLOG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT  ALOG-FILE-IN
                OUTPUT ALOG-NEW-OUT.
           PERFORM 5710-READ-ALRTLOG THRU 5710-EXIT.
           PERFORM 5720-COPY-ALRTLOG THRU 5720-EXIT
               UNTIL WS-EOF.
           CLOSE ALOG-FILE-IN
                 ALOG-NEW-OUT.
           IF WS-CONT-ALOG-ANON = ZERO
               GO TO 5700-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SIMULACAO
               STRING "  ALRTLOG: " WS-CONT-ALOG-ANON
                   " AVISOS TERIAM O TELEFONE APAGADO"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               STRING "  ALRTLOG: " WS-CONT-ALOG-ANON
                   " AVISOS COM O TELEFONE APAGADO"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
       5700-EXIT.
           EXIT.
       5710-READ-ALRTLOG.
           READ ALOG-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       5710-EXIT.
           EXIT.
       5720-COPY-ALRTLOG.
           ADD 1 TO WS-CONT-ALOG-LIDOS.
           IF ALOG-TELEFONE = SPACES
                   OR ALOG-MATRICULA NOT NUMERIC
               GO TO 5720-GRAVA
           END-IF.
           MOVE ALOG-MATRICULA TO WS-CHK-MATRICULA.
           PERFORM 5800-CHECK-EXPIRADA THRU 5800-EXIT.
           IF NOT WS-CHK-EXPIRADA
               GO TO 5720-GRAVA
           END-IF.
           ADD 1 TO WS-CONT-ALOG-ANON.
           IF WS-SIMULACAO
               GO TO 5720-GRAVA
           END-IF.
           MOVE SPACES TO ALOG-TELEFONE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING "MATRICULA " ALOG-MATRICULA " ENV "
               ALOG-DATA-ENVIO
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
           MOVE "ALRTLOG ANONIMIZADO" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
       5720-GRAVA.
           WRITE ALOG-NEW-RECORD FROM ALOG-RECORD.
           PERFORM 5710-READ-ALRTLOG THRU 5710-EXIT.
       5720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5800-CHECK-EXPIRADA - WS-CHK-MATRICULA EXPIROU NESTA        *
      *    EXECUCAO (TABELA) OU TEM O DEMOMST JA ANONIMIZADO (EXECUCAO *
      *    ANTERIOR OU ESTA, FORA DA SIMULACAO)                        *
      *----------------------------------------------------------------*
       5800-CHECK-EXPIRADA.
           MOVE 'N' TO WS-CHK-EXPIRADA-SW.
           IF WS-CONT-EXPIRADOS > ZERO
               SET WS-RHT-IDX TO 1
               SEARCH WS-RHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RHT-IDX > WS-RHT-COUNT
                       CONTINUE
                   WHEN WS-RHT-MATRICULA (WS-RHT-IDX)
                           = WS-CHK-MATRICULA
                       IF WS-RHT-EXPIRADO (WS-RHT-IDX)
                           MOVE 'Y' TO WS-CHK-EXPIRADA-SW
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-CHK-EXPIRADA OR NOT WS-DEMO-ABERTO
               GO TO 5800-EXIT
           END-IF.
           MOVE WS-CHK-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IO
               INVALID KEY
                   GO TO 5800-EXIT
           END-READ.
           IF DEMO-ANONIMIZADO
               MOVE 'Y' TO WS-CHK-EXPIRADA-SW
           END-IF.
       5800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-RESUMO - CONTAGENS DA EXECUCAO                   *
      *----------------------------------------------------------------*
       6000-WRITE-RESUMO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "REGISTROS NO GRADHIST: " WS-CONT-HIST-LIDOS
               " DE ALUNO NO ROSTIN: " WS-CONT-ATIVOS
               " DE EX-ALUNO JA ANONIMIZADO: " WS-CONT-HIST-ANON
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "MATRICULAS CANDIDATAS: " WS-RHT-COUNT
               " DENTRO DO PRAZO: " WS-CONT-NO-PRAZO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "FORA DO PRAZO: " WS-CONT-EXPIRADOS
               " ANONIMIZADOS: " WS-CONT-ANONIMIZ
               " JA ANONIMIZADOS: " WS-CONT-JA-ANON
               " SEM DEMOMST: " WS-CONT-SEM-DEMO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "AVISOS NO ALRTLOG: " WS-CONT-ALOG-LIDOS
               " COM TELEFONE APAGADO: " WS-CONT-ALOG-ANON
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER PRE-MATRICULAS LIDAS: " WS-CONT-PREM-LIDOS
               " ANONIMIZADAS: " WS-CONT-PREMAT
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6000-EXIT.
           EXIT.
       6500-CLOSE-FILES.
           CLOSE RPT-FILE-OUT.
           CLOSE ROSTER-FILE-IN.
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IO
           END-IF.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7800-READ-ROSTIN - LIGA O SWITCH QUANDO A MATRICULA AINDA   *
      *    ESTA NO ROSTIN                                              *
      *----------------------------------------------------------------*
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
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *    AUDITORIA COMPARTILHADA (AUDITLOG)                          *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RETENCAO" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "PRAZO " WS-RETA-ANOS " ANOS LIMITE "
               WS-ANO-LIMITE
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-SIMULACAO
               STRING "SIMULADOS: " WS-CONT-ANONIMIZ
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               STRING "ANONIMIZADOS: " WS-CONT-ANONIMIZ
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           END-IF.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-AUDIT-IMAGE - UM REGISTRO POR ANONIMIZACAO, SO   *
      *    COM A MATRICULA (OS DADOS APAGADOS NAO VAO PARA O LOG)      *
      *----------------------------------------------------------------*
       8050-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RETENCAO" TO AUDIT-PROGRAM-ID.
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
           IF WS-SIMULACAO
               DISPLAY "RETENCAO (SIMULACAO) - FORA DO PRAZO: "
                   WS-CONT-EXPIRADOS " SERIAM ANONIMIZADOS: "
                   WS-CONT-ANONIMIZ
           ELSE
               DISPLAY "RETENCAO - FORA DO PRAZO: " WS-CONT-EXPIRADOS
                   " ANONIMIZADOS: " WS-CONT-ANONIMIZ
                   " PRE-MATRICULAS: " WS-CONT-PREMAT
                   " AVISOS: " WS-CONT-ALOG-ANON
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM retencao.
