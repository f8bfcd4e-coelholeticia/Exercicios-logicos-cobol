      *APROVACAO POR DISCIPLINA DO ALUNO. SUBPROGRAMA CHAMADO POR
      *EXERCICIO4, BOLETIM, GRADHIST E PROMOTE COM A AREA CALCPARM
      *(BIMESTRES FECHADOS E PESOS DO NOTAPARM) E A AREA CDISPARM
      *(NOTAS DO ALUNO POR DISCIPLINA, NOTA DE CORTE E LIMITE DE
      *DISCIPLINAS REPROVADAS). PARA CADA DISCIPLINA CHAMA O CALCULO
      *UNICO DA MEDIA (CALCMED) E DECIDE APROVADO/REPROVADO CONTRA A
      *NOTA DE CORTE; DEVOLVE A MEDIA GERAL DO ALUNO (MEDIA DAS
      *DISCIPLINAS, TRUNCADA EM UMA CASA COMO O CALCMED) E A SITUACAO
      *DO ANO PELA REGRA DO LIMITE: O ALUNO E REPROVADO QUANDO O
      *NUMERO DE DISCIPLINAS REPROVADAS CHEGA AO LIMITE DO NOTAPARM.
      *NO PERIODO PARCIAL A DISCIPLINA CUJA MEDIA MAXIMA NAO ALCANCA
      *A NOTA DE CORTE CONTA PARA O SEM-ALCANCE DO ALUNO, PELA MESMA
      *REGRA DO LIMITE. ASSIM EXERCICIO4, BOLETIM, HISTORICO E
      *PROMOCAO NAO PODEM DISCORDAR SOBRE QUEM PASSOU DE ANO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - MEDIA E SITUACAO POR      *
      *                   DISCIPLINA E REGRA DO LIMITE DE DISCIPLINAS  *
      *                   REPROVADAS PARA A SITUACAO DO ANO            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcdisc.
       AUTHOR. J L COELHO.
       INSTALLATION. FOLHA DE PAGAMENTO - CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        ACUMULADORES DA MEDIA GERAL E DO LIMITE                 *
      *----------------------------------------------------------------*
       77  WS-LIMITE                 PIC 9(01) VALUE 1.
       77  WS-SOMA-MEDIAS            PIC 9(04)V9 VALUE ZERO.
       LINKAGE SECTION.
           COPY CALCPARM.
           COPY CDISPARM.
       PROCEDURE DIVISION USING CALC-MEDIA-AREA CALC-DISC-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-PREPARA THRU 1000-EXIT.
           PERFORM 2000-CALC-DISCIPLINA THRU 2000-EXIT
               VARYING CDIS-IDX FROM 1 BY 1
               UNTIL CDIS-IDX > CDIS-QTDE.
           PERFORM 3000-SITUACAO-GERAL THRU 3000-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-PREPARA - ZERA OS RESULTADOS E VALIDA O LIMITE; LIMITE *
      *    NAO NUMERICO OU ZERADO VALE 1                               *
      *----------------------------------------------------------------*
       1000-PREPARA.
           MOVE ZERO TO CDIS-MEDIA-GERAL.
           MOVE ZERO TO CDIS-QTDE-REPROV.
           MOVE ZERO TO CDIS-QTDE-SEM-ALC.
           MOVE ZERO TO WS-SOMA-MEDIAS.
           MOVE 'N' TO CDIS-SEM-ALCANCE-SW.
           IF CDIS-LIMITE-REPROV IS NUMERIC
                   AND CDIS-LIMITE-REPROV > ZERO
               MOVE CDIS-LIMITE-REPROV TO WS-LIMITE
           ELSE
               MOVE 1 TO WS-LIMITE
           END-IF.
           IF CDIS-QTDE NOT NUMERIC OR CDIS-QTDE > 15
               MOVE ZERO TO CDIS-QTDE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CALC-DISCIPLINA - MEDIA DA DISCIPLINA PELO CALCMED E   *
      *    SITUACAO CONTRA A NOTA DE CORTE                             *
      *----------------------------------------------------------------*
       2000-CALC-DISCIPLINA.
           MOVE CDIS-NOTA1 (CDIS-IDX) TO CALC-NOTA1.
           MOVE CDIS-NOTA2 (CDIS-IDX) TO CALC-NOTA2.
           MOVE CDIS-NOTA3 (CDIS-IDX) TO CALC-NOTA3.
           MOVE CDIS-NOTA4 (CDIS-IDX) TO CALC-NOTA4.
           CALL "calcmed" USING CALC-MEDIA-AREA.
           MOVE CALC-MEDIA TO CDIS-MEDIA (CDIS-IDX).
           MOVE CALC-MEDIA-MAXIMA TO CDIS-MEDIA-MAXIMA (CDIS-IDX).
           ADD CALC-MEDIA TO WS-SOMA-MEDIAS.
           IF CALC-MEDIA >= CDIS-NOTA-CORTE
               MOVE "APROVADO " TO CDIS-SITUACAO (CDIS-IDX)
           ELSE
               MOVE "REPROVADO" TO CDIS-SITUACAO (CDIS-IDX)
               ADD 1 TO CDIS-QTDE-REPROV
           END-IF.
           IF CALC-PERIODOS < 4
                   AND CALC-MEDIA-MAXIMA < CDIS-NOTA-CORTE
               ADD 1 TO CDIS-QTDE-SEM-ALC
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-SITUACAO-GERAL - MEDIA DAS DISCIPLINAS E SITUACAO DO   *
      *    ANO PELO LIMITE DE DISCIPLINAS REPROVADAS                   *
      *----------------------------------------------------------------*
       3000-SITUACAO-GERAL.
           IF CDIS-QTDE = ZERO
               MOVE "REPROVADO" TO CDIS-SITUACAO-GERAL
               GO TO 3000-EXIT
           END-IF.
           COMPUTE CDIS-MEDIA-GERAL = WS-SOMA-MEDIAS / CDIS-QTDE.
           IF CDIS-QTDE-REPROV >= WS-LIMITE
               MOVE "REPROVADO" TO CDIS-SITUACAO-GERAL
           ELSE
               MOVE "APROVADO " TO CDIS-SITUACAO-GERAL
           END-IF.
           IF CDIS-QTDE-SEM-ALC >= WS-LIMITE
               MOVE 'Y' TO CDIS-SEM-ALCANCE-SW
           END-IF.
       3000-EXIT.
           EXIT.
       END PROGRAM calcdisc.
