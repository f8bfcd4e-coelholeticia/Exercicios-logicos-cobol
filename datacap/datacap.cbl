      *CAPTURA DE DADOS DOS ARQUIVOS DE ENTRADA DO LOTE NOTURNO. O
      *DIGITADOR ESCOLHE O ARQUIVO (N = NUMIN, A = ADDIN, P = PAGTOIN),
      *DIGITA OS REGISTROS DO DIA COM AS MESMAS CRITICAS QUE O LOTE
      *APLICA (NUMERO NUMERICO NO NUMIN; CONTA, INDICADOR D/C E VALOR
      *NO ADDIN; MATRICULA, COMPETENCIA E VALOR NOS PAGAMENTOS DE
      *MENSALIDADE DO PAGTOIN) E, AO ENCERRAR, O PROGRAMA GRAVA O
      *ARQUIVO COM O CABECALHO NA DATA DE NEGOCIO E O TRAILER COM A
      *CONTAGEM E A SOMA DE CONFERENCIA CALCULADAS - UM ENVELOPE
      *ERRADO DEIXA DE SER POSSIVEL E O LOTE NAO E MAIS RECUSADO POR
      *ERRO DE CONTA FEITA A MAO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   ENTRADA - CHAMADO DE NOVO PELO MENU NA      *
      *                   MESMA SESSAO, O PROGRAMA CARREGAVA O        *
      *                   ENVELOPE DA CAPTURA ANTERIOR NO TRAILER     *
      *  2026-10-15 JLC   NOVO ARQUIVO P - PAGAMENTOS DE MENSALIDADE  *
      *                   (PAGTOIN) IDENTIFICADOS PELA MATRICULA,     *
      *                   BAIXADOS NO RECVMST PELO RECVPAG; A         *
      *                   SECRETARIA NAO LANCA MAIS O RECEBIMENTO     *
      *                   COMO LINHA AVULSA DO ADDIN                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datacap.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADD-FILE-OUT  ASSIGN TO ADDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAG-FILE-OUT  ASSIGN TO PAGTOIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
           05  ADD-OUT-TRL REDEFINES ADD-OUT-DADOS.
               10  ADD-TRL-COUNT     PIC 9(06).
               10  ADD-TRL-HASH      PIC 9(07)V99.
       FD  PAG-FILE-OUT
           RECORDING MODE IS F.
       01  PAG-OUT-RECORD.
           05  PAG-OUT-TIPO          PIC X(01).
           05  PAG-OUT-DADOS         PIC X(21).
           05  PAG-OUT-HDR REDEFINES PAG-OUT-DADOS.
               10  PAG-HDR-DATA      PIC 9(08).
               10  FILLER            PIC X(13).
           05  PAG-OUT-DET REDEFINES PAG-OUT-DADOS.
               10  PAG-OUT-MATRICULA PIC 9(06).
               10  PAG-OUT-COMPET    PIC 9(06).
               10  PAG-OUT-VALOR     PIC 9(05)V99.
               10  FILLER            PIC X(02).
           05  PAG-OUT-TRL REDEFINES PAG-OUT-DADOS.
               10  PAG-TRL-COUNT     PIC 9(06).
               10  PAG-TRL-HASH      PIC 9(07)V99.
               10  FILLER            PIC X(06).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
               10  WS-ADD-CONTA          PIC X(06).
               10  WS-ADD-DC             PIC X(01).
               10  WS-ADD-VALOR          PIC 9(05)V99.
       01  WS-PAG-TABLE.
           05  WS-PAG-ENTRY OCCURS 500 TIMES.
               10  WS-PAG-MATRICULA      PIC 9(06).
               10  WS-PAG-COMPET         PIC 9(06).
               10  WS-PAG-VALOR          PIC 9(05)V99.
       77  WS-REG-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-REG-SUB                PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
       77  WS-CAP-CONTA              PIC X(06) VALUE SPACES.
       77  WS-CAP-DC                 PIC X(01) VALUE SPACE.
       77  WS-CAP-VALOR              PIC 9(05)V99 VALUE ZERO.
       77  WS-CAP-MATRICULA          PIC 9(06) VALUE ZERO.
      *        COMPETENCIA AAAAMM DA PARCELA PAGA (ZERO = BAIXA NAS    *
      *        PARCELAS MAIS ANTIGAS EM ABERTO)                        *
       01  WS-CAP-COMPET-AREA.
           05  WS-CAP-COMPET         PIC 9(06) VALUE ZERO.
           05  WS-CAP-COMPET-R REDEFINES WS-CAP-COMPET.
               10  WS-CAP-COMPET-ANO PIC 9(04).
               10  WS-CAP-COMPET-MES PIC 9(02).
       77  WS-NUM-HASH               PIC 9(09) VALUE ZERO.
       77  WS-ADD-HASH               PIC 9(07)V99 VALUE ZERO.
       77  WS-PAG-HASH               PIC 9(07)V99 VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-ARQUIVO                PIC X(01) VALUE SPACE.
           88  WS-ARQ-NUMIN              VALUE 'N'.
           88  WS-ARQ-ADDIN              VALUE 'A'.
           88  WS-ARQ-PAGTOIN            VALUE 'P'.
           88  WS-ARQ-VALIDO             VALUES 'N' 'A' 'P'.
       77  WS-FIM-SW                 PIC X(01) VALUE 'N'.
           88  WS-CAPTURA-ENCERRADA      VALUE 'Y'.
       77  WS-VALID-SW               PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN WS-ARQ-NUMIN
                   PERFORM 2000-CAPTURA-NUMIN THRU 2000-EXIT
               WHEN WS-ARQ-ADDIN
                   PERFORM 3000-CAPTURA-ADDIN THRU 3000-EXIT
               WHEN WS-ARQ-PAGTOIN
                   PERFORM 4000-CAPTURA-PAGTOIN THRU 4000-EXIT
           END-EVALUATE.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
           MOVE ZERO TO WS-REG-COUNT.
           MOVE ZERO TO WS-NUM-HASH.
           MOVE ZERO TO WS-ADD-HASH.
           MOVE ZERO TO WS-PAG-HASH.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
       1000-EXIT.
           EXIT.
       1100-ACCEPT-ARQUIVO.
           DISPLAY "DATACAP - ARQUIVO (N-NUMIN  A-ADDIN  P-PAGTOIN): ".
           ACCEPT WS-ARQUIVO.
           IF WS-ARQ-VALIDO
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** ARQUIVO INVALIDO - DIGITE N, A OU P ***"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       1100-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CAPTURA-PAGTOIN - DIGITACAO DOS PAGAMENTOS DE          *
      *    MENSALIDADE RECEBIDOS NA SECRETARIA (MATRICULA,             *
      *    COMPETENCIA E VALOR) E GRAVACAO DO PAGTOIN COM O ENVELOPE   *
      *----------------------------------------------------------------*
       4000-CAPTURA-PAGTOIN.
           DISPLAY "DIGITE OS PAGAMENTOS DO DIA - 0 (ZERO) ENCERRA.".
           MOVE 'N' TO WS-FIM-SW.
           PERFORM 4100-GET-PAGAMENTO THRU 4100-EXIT
               UNTIL WS-CAPTURA-ENCERRADA.
           PERFORM 2500-CONFIRMA-GRAVACAO THRU 2500-EXIT.
           IF WS-CONFIRMA = 'S'
               PERFORM 4600-WRITE-PAGTOIN THRU 4600-EXIT
           ELSE
               DISPLAY "CAPTURA DESCARTADA - NADA GRAVADO."
           END-IF.
       4000-EXIT.
           EXIT.
       4100-GET-PAGAMENTO.
           DISPLAY "MATRICULA (6 DIGITOS, 0 ENCERRA): ".
           ACCEPT WS-CAP-MATRICULA.
           IF WS-CAP-MATRICULA NOT NUMERIC
               DISPLAY "*** ENTRADA INVALIDA - DIGITE A MATRICULA ***"
               MOVE "WS-CAP-MATRIC" TO WS-ERR-FIELD-NAME
               MOVE WS-CAP-MATRICULA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF WS-CAP-MATRICULA = ZERO
               MOVE 'Y' TO WS-FIM-SW
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "COMPETENCIA AAAAMM (0 = PARCELAS MAIS ANTIGAS): ".
           ACCEPT WS-CAP-COMPET.
           IF WS-CAP-COMPET NOT NUMERIC
                   OR (WS-CAP-COMPET NOT = ZERO
                       AND (WS-CAP-COMPET-MES < 1
                            OR WS-CAP-COMPET-MES > 12))
               DISPLAY "*** COMPETENCIA INVALIDA - PAGAMENTO "
                   "RECUSADO ***"
               MOVE "WS-CAP-COMPET" TO WS-ERR-FIELD-NAME
               MOVE WS-CAP-COMPET TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "VALOR PAGO (ATE 99999.99): ".
           ACCEPT WS-CAP-VALOR.
           IF WS-CAP-VALOR NOT NUMERIC OR WS-CAP-VALOR = ZERO
               DISPLAY "*** VALOR INVALIDO - PAGAMENTO RECUSADO ***"
               MOVE "WS-CAP-VALOR" TO WS-ERR-FIELD-NAME
               MOVE WS-CAP-VALOR TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF WS-REG-COUNT >= 500
               DISPLAY "*** CAPACIDADE DE 500 REGISTROS ATINGIDA - "
                   "ENCERRE A CAPTURA ***"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE WS-CAP-MATRICULA TO WS-PAG-MATRICULA (WS-REG-COUNT).
           MOVE WS-CAP-COMPET    TO WS-PAG-COMPET (WS-REG-COUNT).
           MOVE WS-CAP-VALOR     TO WS-PAG-VALOR (WS-REG-COUNT).
           ADD WS-CAP-VALOR TO WS-PAG-HASH.
           DISPLAY "ITEM " WS-REG-COUNT " ACEITO.".
       4100-EXIT.
           EXIT.
       4600-WRITE-PAGTOIN.
           OPEN OUTPUT PAG-FILE-OUT.
           MOVE SPACES TO PAG-OUT-RECORD.
           MOVE 'H' TO PAG-OUT-TIPO.
           MOVE WS-EFFECTIVE-RUNDATE TO PAG-HDR-DATA.
           WRITE PAG-OUT-RECORD.
           PERFORM 4700-WRITE-PAG-DETAIL THRU 4700-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.
           MOVE SPACES TO PAG-OUT-RECORD.
           MOVE 'T' TO PAG-OUT-TIPO.
           MOVE WS-REG-COUNT TO PAG-TRL-COUNT.
           MOVE WS-PAG-HASH TO PAG-TRL-HASH.
           WRITE PAG-OUT-RECORD.
           CLOSE PAG-FILE-OUT.
           DISPLAY "PAGTOIN GRAVADO - REGISTROS: " WS-REG-COUNT
               " SOMA DE CONFERENCIA: " WS-PAG-HASH.
       4600-EXIT.
           EXIT.
       4700-WRITE-PAG-DETAIL.
           MOVE SPACES TO PAG-OUT-RECORD.
           MOVE 'D' TO PAG-OUT-TIPO.
           MOVE WS-PAG-MATRICULA (WS-REG-SUB) TO PAG-OUT-MATRICULA.
           MOVE WS-PAG-COMPET (WS-REG-SUB)    TO PAG-OUT-COMPET.
           MOVE WS-PAG-VALOR (WS-REG-SUB)     TO PAG-OUT-VALOR.
           WRITE PAG-OUT-RECORD.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
