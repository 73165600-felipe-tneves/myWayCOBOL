000169*                ASSISTIDAS NO CALCULO DA FREQUENCIA E A
000169*                CONTAGEM SAI NO BOLETIM - ACABA O OVERRIDE
000169*                SEM RASTRO EDITANDO O ATTEND NA MAO.
000169* 15/10/2026 FT  CURSO COM NOTA PENDENTE (NOTA NAO DIGITADA EM
000169*                ALGUM ALUNO MATRICULADO) PASSA A SER RETIDO:
000169*                UMA PRE-LEITURA DO SORTSTUD MONTA A TABELA
000169*                DE CURSOS INCOMPLETOS E OS ALUNOS DESSES
000169*                CURSOS NAO SAO GRADUADOS NEM GRAVADOS NO
000169*                GRDHIST - VAO PARA A LISTA NOTAPEND. ACABA A
000169*                NOTA EM BRANCO VIRANDO ZERO E REPROVACAO
000169*                FALSA. COBRANCA DOS PROFESSORES NO PROGCB109.
000169* 15/10/2026 FT  GRADE-HISTORY PASSA A SER INDEXADO POR ALUNO
000169*                + CURSO + PERIODO LETIVO + SEQUENCIA. ACABA A
000169*                TABELA DE 1000 ULTIMAS MEDIAS (E A TENDENCIA
000169*                N/D QUANDO ELA TRANSBORDAVA): ANTES DE GRAVAR,
000169*                O ULTIMO REGISTRO DO ALUNO + CURSO E LIDO
000169*                PELA CHAVE - DA A MEDIA ANTERIOR DA TENDENCIA
000169*                E A SEQUENCIA DO NOVO REGISTRO NO PERIODO
000169*                (ROTINA PERACAD).
000160***********************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000294         RECORD KEY IS GTH-CURSO
000295         FILE STATUS IS TRN-GRDTHR-STATUS.
000296     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000297         ORGANIZATION IS INDEXED
000297         ACCESS MODE IS DYNAMIC
000297         RECORD KEY IS GRH-CHAVE
000298         FILE STATUS IS TRN-GRDHIST-STATUS.
000298     SELECT ENROLLMENT-MASTER ASSIGN TO 'ENROLL'
000298         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS JAB-CHAVE
000299         FILE STATUS IS TRN-JUSTABS-STATUS.
000299     SELECT PENDING-GRADES-LIST ASSIGN TO 'NOTAPEND'
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS TRN-NOTAPEND-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.
000359     COPY ATTEND.
000359 FD  JUSTIFIED-ABSENCES.
000359     COPY JUSTABS.
000359 FD  PENDING-GRADES-LIST
000359     RECORD CONTAINS 80 CHARACTERS.
000359 01  TRN-PENDENTE-LINE        PIC X(80).

000360 WORKING-STORAGE SECTION.
000361 01  TRN-AREA-ERRGRV.
000406     05  TRN-SW-VARREDURA     PIC X(01) VALUE 'N'.
000406         88  TRN-FIM-VARREDURA        VALUE 'S'.
000406         88  TRN-VARREDURA-ATIVA      VALUE 'N'.
000406     05  TRN-NOTAPEND-STATUS  PIC X(02) VALUE '00'.
000406     05  TRN-SW-PENDENTE      PIC X(01) VALUE 'N'.
000406         88  TRN-CURSO-PENDENTE       VALUE 'S'.
000406     05  TRN-SW-PEND-CHEIA    PIC X(01) VALUE 'N'.
000406         88  TRN-PEND-CHEIA           VALUE 'S'.

000407 01  TRN-PESOS.
000408     05  TRN-PESO-NOTA1       PIC 9(03) VALUE 34.
000450     05  TRN-QTDE-REPROVADO   PIC 9(05) COMP VALUE ZEROS.
000450     05  TRN-QTDE-SEM-CURSO   PIC 9(05) COMP VALUE ZEROS.
000450     05  TRN-QTDE-REP-FALTA   PIC 9(05) COMP VALUE ZEROS.
000450     05  TRN-QTDE-RETIDO      PIC 9(05) COMP VALUE ZEROS.

000460 01  TRN-AREA-TRABALHO.
000470     05  TRN-MEDIA            PIC 9(02)V9 VALUE ZEROS.
000486     05  TRN-ABONADAS-EDT     PIC ZZ9.
000487     05  TRN-MEDIA-EDT        PIC Z9,9.
000488     05  TRN-TENDENCIA        PIC X(14) VALUE SPACES.
000489     05  TRN-SW-HIST-ACHOU    PIC X(01) VALUE 'N'.
000489         88  TRN-HIST-ACHADO      VALUE 'S'.
000489     05  TRN-SW-FIM-HIST      PIC X(01) VALUE 'N'.
000489         88  TRN-FIM-HIST         VALUE 'S'.

000489*    ULTIMO REGISTRO DO ALUNO + CURSO JA GRAVADO NO GRDHIST
000489*    (MEDIA DA TENDENCIA DO BOLETIM E SEQUENCIA DO PERIODO)
000489 01  TRN-ULTIMO-HISTORICO.
000489     05  TRN-PERIODO          PIC 9(05) VALUE ZEROS.
000489     05  TRN-PER-INICIO       PIC 9(08) VALUE ZEROS.
000489     05  TRN-PER-FIM          PIC 9(08) VALUE ZEROS.
000489     05  TRN-SEQUENCIA        PIC 9(03) VALUE ZEROS.
000489     05  TRN-H-PERIODO        PIC 9(05) VALUE ZEROS.
000489     05  TRN-H-SEQUENCIA      PIC 9(03) VALUE ZEROS.
000489     05  TRN-H-MEDIA          PIC 9(02)V9 VALUE ZEROS.

000489*    CURSOS COM ALGUMA NOTA AINDA NAO DIGITADA EM ALUNO
000489*    MATRICULADO - ALUNOS DESSES CURSOS FICAM RETIDOS
000489 01  TRN-TABELA-PENDENTES.
000489     05  TRN-QTDE-PEND        PIC 9(03) COMP VALUE ZEROS.
000489     05  TRN-SUB-PEND         PIC 9(03) COMP VALUE ZEROS.
000489     05  TRN-PEND-CURSO       PIC X(05) OCCURS 200 TIMES.

000490 01  TRN-LINHA-DETALHE.
000500     05  FILLER               PIC X(01) VALUE SPACES.
000786         USING STUDENTS-FILE
000787         GIVING SORTED-STUDENTS.
000788     OPEN INPUT SORTED-STUDENTS.
000789     CALL 'PERACAD' USING TRN-DATASISTEMA TRN-PERIODO
000789         TRN-PER-INICIO TRN-PER-FIM.
000793     OPEN OUTPUT TRANSCRIPT-REPORT.
000794     OPEN OUTPUT STUDENT-REPORT-CARD.
000796     OPEN EXTEND SCHOLARSHIP-CANDIDATES.
000798     OPEN I-O GRADE-HISTORY.
000798     IF TRN-GRDHIST-STATUS = '35'
000798         OPEN OUTPUT GRADE-HISTORY
000798         CLOSE GRADE-HISTORY
000798         OPEN I-O GRADE-HISTORY
000798     END-IF.
000801     OPEN INPUT GRADE-WEIGHTS.
000802     IF TRN-GRDWGT-STATUS = '00'
000803         READ GRADE-WEIGHTS
000826     IF TRN-JUSTABS-STATUS = '00'
000826         SET TRN-JUSTABS-DISPONIVEL TO TRUE
000826     END-IF.
000826     OPEN OUTPUT PENDING-GRADES-LIST.
000826     MOVE '=== ALUNOS RETIDOS - CURSO COM NOTA PENDENTE ==='
000826         TO TRN-PENDENTE-LINE.
000826     WRITE TRN-PENDENTE-LINE.
000826     PERFORM 1900-MAPEAR-PENDENTES
000826         THRU 1900-MAPEAR-PENDENTES-EXIT.
000813     MOVE '=== HISTORICO ESCOLAR - PROCESSAMENTO EM LOTE ==='
000820         TO TRN-REPORT-LINE.
000830     WRITE TRN-REPORT-LINE.
000880     EXIT.

000881*=========================================================
000882* ULTIMO REGISTRO DO ALUNO + CURSO NO GRDHIST (ORDEM DA
000883* CHAVE), LIDO ANTES DE GRAVAR O CALCULO DESTA RODADA
000884*=========================================================
000885 1800-ULTIMO-HISTORICO.
000885     MOVE 'N' TO TRN-SW-HIST-ACHOU.
000885     MOVE 'N' TO TRN-SW-FIM-HIST.
000885     MOVE STU-ID TO GRH-ID.
000885     MOVE STU-CURSO TO GRH-CURSO.
000885     MOVE ZEROS TO GRH-PERIODO.
000885     MOVE ZEROS TO GRH-SEQUENCIA.
000885     START GRADE-HISTORY KEY NOT < GRH-CHAVE
000885         INVALID KEY
000885             GO TO 1800-ULTIMO-HISTORICO-EXIT
000885     END-START.
000885     PERFORM 1810-LER-HISTORICO THRU 1810-LER-HISTORICO-EXIT
000885         UNTIL TRN-FIM-HIST.
000885 1800-ULTIMO-HISTORICO-EXIT.
000885     EXIT.

000886 1810-LER-HISTORICO.
000886     READ GRADE-HISTORY NEXT RECORD
000886         AT END
000886             SET TRN-FIM-HIST TO TRUE
000886             GO TO 1810-LER-HISTORICO-EXIT
000886     END-READ.
000886     IF GRH-ID NOT = STU-ID OR GRH-CURSO NOT = STU-CURSO
000886         SET TRN-FIM-HIST TO TRUE
000886         GO TO 1810-LER-HISTORICO-EXIT.
000886     SET TRN-HIST-ACHADO TO TRUE.
000886     MOVE GRH-PERIODO TO TRN-H-PERIODO.
000886     MOVE GRH-SEQUENCIA TO TRN-H-SEQUENCIA.
000886     MOVE GRH-MEDIA TO TRN-H-MEDIA.
000886 1810-LER-HISTORICO-EXIT.
000886     EXIT.

000889*=========================================================
000889* PRE-LEITURA DO SORTSTUD: CURSOS EM QUE ALGUM ALUNO
000889* MATRICULADO AINDA NAO TEM AS TRES NOTAS DIGITADAS. O
000889* ARQUIVO E REABERTO EM SEGUIDA PARA O PROCESSAMENTO.
000889*=========================================================
000889 1900-MAPEAR-PENDENTES.
000889     READ SORTED-STUDENTS
000889         AT END SET TRN-SORTED-EOF TO TRUE
000889     END-READ.
000889     PERFORM 1910-CONFERIR-NOTAS THRU 1910-CONFERIR-NOTAS-EXIT
000889         UNTIL TRN-SORTED-EOF.
000889     CLOSE SORTED-STUDENTS.
000889     OPEN INPUT SORTED-STUDENTS.
000889     MOVE '00' TO TRN-SORTED-STATUS.
000889 1900-MAPEAR-PENDENTES-EXIT.
000889     EXIT.

000889 1910-CONFERIR-NOTAS.
000889     MOVE TRN-SORTED-RECORD TO STU-RECORD.
000889     IF STU-NOTA1 NUMERIC AND STU-NOTA2 NUMERIC
000889             AND STU-NOTA3 NUMERIC
000889         GO TO 1910-CONFERIR-NOTAS-LER.
000889     IF TRN-ENROLL-DISPONIVEL
000889         MOVE STU-ID TO ENR-ID
000889         MOVE STU-CURSO TO ENR-CURSO
000889         READ ENROLLMENT-MASTER
000889             INVALID KEY
000889                 GO TO 1910-CONFERIR-NOTAS-LER
000889         END-READ
000889     END-IF.
000889     PERFORM 1920-LOCALIZAR-PENDENTE
000889         THRU 1920-LOCALIZAR-PENDENTE-EXIT.
000889     IF TRN-CURSO-PENDENTE
000889         GO TO 1910-CONFERIR-NOTAS-LER.
000889     IF TRN-QTDE-PEND < 200
000889         ADD 1 TO TRN-QTDE-PEND
000889         MOVE STU-CURSO TO TRN-PEND-CURSO (TRN-QTDE-PEND)
000889     ELSE
000889         IF NOT TRN-PEND-CHEIA
000889             DISPLAY 'TABELA DE CURSOS PENDENTES CHEIA (200) - '
000889                 'SO O ALUNO SEM NOTA SERA RETIDO NOS DEMAIS'
000889             SET TRN-PEND-CHEIA TO TRUE
000889         END-IF
000889     END-IF.
000889 1910-CONFERIR-NOTAS-LER.
000889     READ SORTED-STUDENTS
000889         AT END SET TRN-SORTED-EOF TO TRUE
000889     END-READ.
000889 1910-CONFERIR-NOTAS-EXIT.
000889     EXIT.

000889 1920-LOCALIZAR-PENDENTE.
000889     MOVE 'N' TO TRN-SW-PENDENTE.
000889     MOVE 1 TO TRN-SUB-PEND.
000889     PERFORM 1930-COMPARAR-PENDENTE
000889         THRU 1930-COMPARAR-PENDENTE-EXIT
000889         UNTIL TRN-SUB-PEND > TRN-QTDE-PEND
000889             OR TRN-CURSO-PENDENTE.
000889 1920-LOCALIZAR-PENDENTE-EXIT.
000889     EXIT.

000889 1930-COMPARAR-PENDENTE.
000889     IF TRN-PEND-CURSO (TRN-SUB-PEND) = STU-CURSO
000889         SET TRN-CURSO-PENDENTE TO TRUE
000889     ELSE
000889         ADD 1 TO TRN-SUB-PEND
000889     END-IF.
000889 1930-COMPARAR-PENDENTE-EXIT.
000889     EXIT.

000890 2000-PROCESSAR-ALUNO.
000891     IF TRN-ENROLL-DISPONIVEL
000899             GO TO 2000-PROCESSAR-ALUNO-EXIT
000899         END-IF
000899     END-IF.
000899*    CURSO COM NOTA PENDENTE: O ALUNO FICA RETIDO, SEM MEDIA
000899     PERFORM 1920-LOCALIZAR-PENDENTE
000899         THRU 1920-LOCALIZAR-PENDENTE-EXIT.
000899     IF TRN-CURSO-PENDENTE
000899             OR STU-NOTA1 NOT NUMERIC OR STU-NOTA2 NOT NUMERIC
000899             OR STU-NOTA3 NOT NUMERIC
000899         ADD 1 TO TRN-QTDE-RETIDO
000899         MOVE SPACES TO TRN-PENDENTE-LINE
000899         STRING STU-ID DELIMITED BY SIZE
000899                ' ' DELIMITED BY SIZE
000899                STU-NOME DELIMITED BY SIZE
000899                ' CURSO ' DELIMITED BY SIZE
000899                STU-CURSO DELIMITED BY SIZE
000899                ' RETIDO - NOTA PENDENTE' DELIMITED BY SIZE
000899             INTO TRN-PENDENTE-LINE
000899         WRITE TRN-PENDENTE-LINE
000899         GO TO 2000-PROCESSAR-ALUNO-EXIT
000899     END-IF.
000900     COMPUTE TRN-MEDIA =
000901         ((STU-NOTA1 * TRN-PESO-NOTA1) +
000902          (STU-NOTA2 * TRN-PESO-NOTA2) +
001089     END-IF.
001090     WRITE TRN-REPORT-LINE FROM TRN-LINHA-DETALHE.

001092     PERFORM 1800-ULTIMO-HISTORICO
001092         THRU 1800-ULTIMO-HISTORICO-EXIT.
001092     MOVE 1 TO TRN-SEQUENCIA.
001092     IF TRN-HIST-ACHADO AND TRN-H-PERIODO = TRN-PERIODO
001092         IF TRN-H-SEQUENCIA < 999
001092             COMPUTE TRN-SEQUENCIA = TRN-H-SEQUENCIA + 1
001092         ELSE
001092             MOVE 999 TO TRN-SEQUENCIA
001092         END-IF
001092     END-IF.
001092     MOVE STU-ID TO GRH-ID.
001092     MOVE STU-CURSO TO GRH-CURSO.
001092     MOVE TRN-PERIODO TO GRH-PERIODO.
001092     MOVE TRN-SEQUENCIA TO GRH-SEQUENCIA.
001093     MOVE TRN-DATASISTEMA TO GRH-DATA-CALCULO.
001094     MOVE TRN-MEDIA TO GRH-MEDIA.
001095     MOVE TRN-SITUACAO TO GRH-SITUACAO.
001095     MOVE TRN-FREQUENCIA TO GRH-FREQUENCIA.
001095     SET GRH-CALCULO-NORMAL TO TRUE.
001096     WRITE GRH-HISTORY-RECORD
001096         INVALID KEY
001096             DISPLAY 'GRDHIST NAO GRAVADO - ALUNO ' STU-ID
001096                 ' CURSO ' STU-CURSO ' STATUS '
001096                 TRN-GRDHIST-STATUS
001096     END-WRITE.

001097     PERFORM 2600-EMITIR-BOLETIM
001098         THRU 2600-EMITIR-BOLETIM-EXIT.
001199     EXIT.

001199 2700-TENDENCIA.
001199     IF NOT TRN-HIST-ACHADO
001199         MOVE 'PRIMEIRA MEDIA' TO TRN-TENDENCIA
001199         GO TO 2700-TENDENCIA-EXIT.
001199     EVALUATE TRUE
001199         WHEN TRN-MEDIA > TRN-H-MEDIA
001199             MOVE 'ALTA' TO TRN-TENDENCIA
001199         WHEN TRN-MEDIA < TRN-H-MEDIA
001199             MOVE 'QUEDA' TO TRN-TENDENCIA
001199         WHEN OTHER
001199             MOVE 'ESTAVEL' TO TRN-TENDENCIA
001214         DISPLAY 'ALUNOS SEM MATRICULA EM CURSO: '
001216             TRN-QTDE-SEM-CURSO
001218     END-IF.
001218     IF TRN-QTDE-RETIDO > ZEROS
001218         DISPLAY 'ALUNOS RETIDOS POR CURSO COM NOTA PENDENTE: '
001218             TRN-QTDE-RETIDO
001218     END-IF.
001220     CLOSE SORTED-STUDENTS.
001220     CLOSE PENDING-GRADES-LIST.
001225     CLOSE STUDENT-REPORT-CARD.
001230     CLOSE TRANSCRIPT-REPORT.
001232     CLOSE SCHOLARSHIP-CANDIDATES.
