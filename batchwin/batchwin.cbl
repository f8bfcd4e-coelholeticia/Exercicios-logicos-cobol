      *  ---------- ----  -------------------------------------------  *
      *  2026-09-02 JLC   PROGRAMA INICIAL - TEMPO POR PASSO, TOTAL    *
      *                   DA CADEIA E TENDENCIA CONTRA O HISTORICO     *
      *  2026-10-15 JLC   TABELA DE PASSOS ALINHADA COM A DO DAYCLOSE  *
      *                   (BOLRET, RECVPAG, GLCORR E GLSUSP)           *
      *  2026-10-15 JLC   ATTALRT INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP029 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   PREMATR INCLUIDO NA TABELA DE PASSOS         *
      *                   CONFERIDOS (NOVO STEP047 DO LOTE NOTURNO)    *
      *  2026-10-15 JLC   RPTARCH (NOVO STEP057) FICA FORA DA TABELA   *
      *                   DE PASSOS - RODA DEPOIS DO BATCHWIN PARA     *
      *                   ARQUIVAR O BATCHRPT                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchwin.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        PASSOS DO ENCADEAMENTO NA ORDEM DO NIGHTRUN (A MESMA    *
      *        TABELA CONFERIDA PELO DAYCLOSE, MENOS O RPTARCH, QUE    *
      *        RODA DEPOIS PARA ARQUIVAR TAMBEM O BATCHRPT)            *
      *----------------------------------------------------------------*
       01  WS-STEP-NOMES-DADOS.
           05  FILLER                PIC X(10) VALUE "RUNDRIVE".
           05  FILLER                PIC X(10) VALUE "EXERCICIO2".
           05  FILLER                PIC X(10) VALUE "BOLRET".
           05  FILLER                PIC X(10) VALUE "EXERCICIO3".
           05  FILLER                PIC X(10) VALUE "RECVPAG".
           05  FILLER                PIC X(10) VALUE "GLCORR".
           05  FILLER                PIC X(10) VALUE "GLEDIT".
           05  FILLER                PIC X(10) VALUE "GLPOST".
           05  FILLER                PIC X(10) VALUE "DAYPROOF".
           05  FILLER                PIC X(10) VALUE "ATTUPD".
           05  FILLER                PIC X(10) VALUE "ATTALRT".
           05  FILLER                PIC X(10) VALUE "EXERCICIO4".
           05  FILLER                PIC X(10) VALUE "EXERC5".
           05  FILLER                PIC X(10) VALUE "GLSUSP".
           05  FILLER                PIC X(10) VALUE "PREMATR".
           05  FILLER                PIC X(10) VALUE "LOGARCH".
       01  WS-STEP-NOMES REDEFINES WS-STEP-NOMES-DADOS.
           05  WS-STEP-NOME OCCURS 16 TIMES
                                     PIC X(10).
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY OCCURS 16 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-VISTO-SW  PIC X(01).
                   88  WS-STEP-VISTO     VALUE 'Y'.
               10  WS-STEP-FIM       PIC 9(08).
               10  WS-STEP-MEDIA-ANT PIC 9(04)V9.
               10  WS-STEP-CONT-ANT  PIC 9(04).
               10  WS-STEP-SOMA-ANT  PIC 9(07)V9.
       77  WS-STEP-COUNT             PIC 9(02) VALUE 16.
       77  WS-STEP-SUB               PIC 9(02) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *        HORARIOS E MINUTOS DECORRIDOS (HHMMSSCC DO ACCEPT       *
