      *                INDEPENDENTE DAS NOTAS. AULAS DADAS ZERO =
      *                SEM APURACAO (FREQUENCIA 999 NO HISTORICO,
      *                SEM OVERRIDE).
      * 15/10/2026 FT  GRADE-HISTORY PASSA A SER INDEXADO POR
      *                ALUNO + CURSO + PERIODO LETIVO +
      *                SEQUENCIA: O PERIODO VEM DA ROTINA
      *                PERACAD (CALENDARIO ACADEMICO) E A
      *                SEQUENCIA E A SEGUINTE A MAIOR JA
      *                GRAVADA PARA O ALUNO NO PERIODO.
      ***********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS GTH-CURSO
               FILE STATUS IS WRK-GRDTHR-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WRK-GRDHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       77  WRK-GRDWGT-STATUS PIC X(02) VALUE '00'.
       77  WRK-GRDTHR-STATUS PIC X(02) VALUE '00'.
       77  WRK-GRDHIST-STATUS PIC X(02) VALUE '00'.
       77  WRK-PERIODO       PIC 9(05) VALUE ZEROS.
       77  WRK-PER-INICIO    PIC 9(08) VALUE ZEROS.
       77  WRK-PER-FIM       PIC 9(08) VALUE ZEROS.
       77  WRK-SEQUENCIA     PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-HIST      PIC X(01) VALUE 'N'.
           88  WRK-FIM-SEQUENCIA     VALUE 'S'.
       77  WRK-PESO-NOTA1    PIC 9(03) VALUE 34.
       77  WRK-PESO-NOTA2    PIC 9(03) VALUE 33.
       77  WRK-PESO-NOTA3    PIC 9(03) VALUE 33.
                       END-IF
                   END-IF
                   END-IF.
           OPEN I-O GRADE-HISTORY.
           IF WRK-GRDHIST-STATUS = '35'
               OPEN OUTPUT GRADE-HISTORY
               CLOSE GRADE-HISTORY
               OPEN I-O GRADE-HISTORY
           END-IF.
           CALL 'PERACAD' USING WRK-DATASISTEMA WRK-PERIODO
               WRK-PER-INICIO WRK-PER-FIM.
           PERFORM 1800-PROXIMA-SEQUENCIA
               THRU 1800-PROXIMA-SEQUENCIA-EXIT.
           MOVE WRK-MATRICULA TO GRH-ID.
           MOVE SPACES TO GRH-CURSO.
           MOVE WRK-PERIODO TO GRH-PERIODO.
           MOVE WRK-SEQUENCIA TO GRH-SEQUENCIA.
           MOVE WRK-DATASISTEMA TO GRH-DATA-CALCULO.
           MOVE WRK-MEDIA TO GRH-MEDIA.
           MOVE WRK-SITUACAO TO GRH-SITUACAO.
           MOVE WRK-FREQUENCIA TO GRH-FREQUENCIA.
           SET GRH-CALCULO-NORMAL TO TRUE.
           WRITE GRH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'HISTORICO NAO GRAVADO - STATUS '
                       WRK-GRDHIST-STATUS
           END-WRITE.
           CLOSE GRADE-HISTORY.
           STOP RUN.

           END-IF.
       1700-APURAR-FREQUENCIA-EXIT.
           EXIT.

       1800-PROXIMA-SEQUENCIA.
           MOVE 1 TO WRK-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-HIST.
           MOVE WRK-MATRICULA TO GRH-ID.
           MOVE SPACES TO GRH-CURSO.
           MOVE WRK-PERIODO TO GRH-PERIODO.
           MOVE ZEROS TO GRH-SEQUENCIA.
           START GRADE-HISTORY KEY NOT < GRH-CHAVE
               INVALID KEY
                   GO TO 1800-PROXIMA-SEQUENCIA-EXIT
           END-START.
           PERFORM 1810-LER-SEQUENCIA THRU 1810-LER-SEQUENCIA-EXIT
               UNTIL WRK-FIM-SEQUENCIA.
       1800-PROXIMA-SEQUENCIA-EXIT.
           EXIT.

       1810-LER-SEQUENCIA.
           READ GRADE-HISTORY NEXT RECORD
               AT END
                   SET WRK-FIM-SEQUENCIA TO TRUE
                   GO TO 1810-LER-SEQUENCIA-EXIT
           END-READ.
           IF GRH-ID NOT = WRK-MATRICULA
               OR GRH-CURSO NOT = SPACES
               OR GRH-PERIODO NOT = WRK-PERIODO
               SET WRK-FIM-SEQUENCIA TO TRUE
               GO TO 1810-LER-SEQUENCIA-EXIT.
           IF GRH-SEQUENCIA < 999
               COMPUTE WRK-SEQUENCIA = GRH-SEQUENCIA + 1
           ELSE
               MOVE 999 TO WRK-SEQUENCIA
           END-IF.
       1810-LER-SEQUENCIA-EXIT.
           EXIT.
