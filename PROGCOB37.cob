000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: FECHAMENTO DA RECUPERACAO - SEGUNDO PASSO DO
000100*           SEMESTRE. CADA RESULTADO DO ARQUIVO DE EXAMES
000110*           (RECEXAM) E CONFRONTADO COM O REGISTRO MAIS
000120*           RECENTE DO ALUNO + CURSO NO GRADE-HISTORY (LIDO
000130*           PELA CHAVE); SO QUEM ESTA EM RECUPERACAO (AINDA
000140*           SEM RESULTADO FINAL TIPO F) E JULGADO: NOTA DO
000145*           EXAME MAIOR OU IGUAL A NOTA DE APROVACAO DO
000150*           CURSO DO ALUNO (ENROLL +
000160*           GRADE-THRESHOLDS, DEFAULT QUANDO AUSENTES) =
000170*           APROV.FINAL, ABAIXO = REPROV.FINAL. O VEREDITO E
000180*           GRAVADO NO GRADE-HISTORY COM TIPO F E SAI NO
000255*                SITUACOES E CHAVEADA POR ALUNO + CURSO E A
000256*                NOTA DE CORTE VEM DO CURSO DO EXAME
000257*                (MATRICULA VALIDADA NO ENROLL ALUNO+CURSO).
000258* 15/10/2026 FT  GRADE-HISTORY INDEXADO (ALUNO + CURSO +
000258*                PERIODO LETIVO + SEQUENCIA): ACABA A TABELA DE
000258*                1000 ALUNOS. O ULTIMO REGISTRO DE CADA EXAME E
000258*                LIDO PELA CHAVE E O VEREDITO F E GRAVADO NO
000258*                MESMO PERIODO LETIVO, NA SEQUENCIA SEGUINTE;
000258*                OS PENDENTES SAEM DE UMA LEITURA NA ORDEM DA
000258*                CHAVE DEPOIS DOS EXAMES, COM O PERIODO. EXAME
000258*                REPETIDO DO MESMO ALUNO + CURSO CAI EM EXAMES
000258*                SEM RECUPERACAO (JA TEM O TIPO F).
000260***********************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000340         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS GRH-CHAVE
000350         FILE STATUS IS REC-GRDHIST-STATUS.
000360     SELECT RECOVERY-EXAM-RESULTS ASSIGN TO 'RECEXAM'
000370         ORGANIZATION IS LINE SEQUENTIAL
000790         88  REC-ALUNO-ACHADO         VALUE 'S'.
000792     05  REC-SW-OK            PIC X(01) VALUE 'N'.
000794         88  REC-LOTE-OK              VALUE 'S'.
000796     05  REC-SW-FIM-ALUNO     PIC X(01) VALUE 'N'.
000797         88  REC-FIM-ALUNO            VALUE 'S'.
000798     05  REC-SW-GRUPO         PIC X(01) VALUE 'N'.
000799         88  REC-GRUPO-ABERTO         VALUE 'S'.
000800
000810 01  REC-CONTADORES.
000820     05  REC-QTDE-RECUPERACAO PIC 9(05) COMP VALUE ZEROS.
000870
000880 01  REC-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000890
000900*    REGISTRO MAIS RECENTE DO ALUNO + CURSO NO GRDHIST
000910 01  REC-ULTIMO-REGISTRO.
000920     05  REC-U-PERIODO        PIC 9(05) VALUE ZEROS.
000930     05  REC-U-SEQUENCIA      PIC 9(03) VALUE ZEROS.
000970     05  REC-U-SITUACAO       PIC X(12) VALUE SPACES.
000975
000976*    GRUPO ALUNO + CURSO CORRENTE NA LISTA DE PENDENTES
000977 01  REC-GRUPO-CORRENTE.
000978     05  REC-G-ID             PIC 9(05) VALUE ZEROS.
000979     05  REC-G-CURSO          PIC X(05) VALUE SPACES.
000980     05  REC-G-PERIODO        PIC 9(05) VALUE ZEROS.
000981     05  REC-G-SITUACAO       PIC X(12) VALUE SPACES.
000990
001000 01  REC-NOTAS-CORTE.
001010     05  REC-NOTA-APROVACAO   PIC 9(02) VALUE 6.
001020     05  REC-DEF-APROVACAO    PIC 9(02) VALUE 6.
001030
001040 01  REC-AREA-TRABALHO.
001060     05  REC-SITUACAO-FINAL   PIC X(12) VALUE SPACES.
001062     05  REC-QTDE-APROVADOS-X  PIC 9(05) VALUE ZEROS.
001064     05  REC-QTDE-REPROVADOS-X PIC 9(05) VALUE ZEROS.
001180 0000-MAINLINE.
001190     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001195     IF REC-LOTE-OK
001250         PERFORM 3000-PROCESSAR-EXAME
001260             THRU 3000-PROCESSAR-EXAME-EXIT
001270             UNTIL REC-RECEXAM-EOF
001320
001330 1000-INICIALIZAR.
001340     ACCEPT REC-DATASISTEMA FROM DATE YYYYMMDD.
001350     OPEN I-O GRADE-HISTORY.
001360     IF REC-GRDHIST-STATUS NOT = '00'
001370         DISPLAY 'GRADE-HISTORY INDISPONIVEL - STATUS '
001380             REC-GRDHIST-STATUS
001640     MOVE '=== FECHAMENTO DA RECUPERACAO ==='
001650         TO REC-REPORT-LINE.
001660     WRITE REC-REPORT-LINE.
001700     IF NOT REC-RECEXAM-EOF
001710         READ RECOVERY-EXAM-RESULTS
001720             AT END SET REC-RECEXAM-EOF TO TRUE
001760     EXIT.
001770
001780*=========================================================
001790* REGISTRO MAIS RECENTE DO ALUNO + CURSO DO EXAME (ULTIMO
001800* NA ORDEM DA CHAVE: MAIOR PERIODO, MAIOR SEQUENCIA)
001810*=========================================================
001820 2000-ULTIMO-REGISTRO.
001830     MOVE 'N' TO REC-SW-ACHOU.
001840     MOVE 'N' TO REC-SW-FIM-ALUNO.
001850     MOVE REX-ID TO GRH-ID.
001860     MOVE REX-CURSO TO GRH-CURSO.
001870     MOVE ZEROS TO GRH-PERIODO.
001880     MOVE ZEROS TO GRH-SEQUENCIA.
001890     START GRADE-HISTORY KEY NOT < GRH-CHAVE
001900         INVALID KEY
001910             GO TO 2000-ULTIMO-REGISTRO-EXIT
001920     END-START.
001930     PERFORM 2100-LER-REGISTRO THRU 2100-LER-REGISTRO-EXIT
001940         UNTIL REC-FIM-ALUNO.
002030 2000-ULTIMO-REGISTRO-EXIT.
002070     EXIT.
002080
002090 2100-LER-REGISTRO.
002100     READ GRADE-HISTORY NEXT RECORD
002110         AT END
002120             SET REC-FIM-ALUNO TO TRUE
002130             GO TO 2100-LER-REGISTRO-EXIT
002140     END-READ.
002150     IF GRH-ID NOT = REX-ID OR GRH-CURSO NOT = REX-CURSO
002160         SET REC-FIM-ALUNO TO TRUE
002170         GO TO 2100-LER-REGISTRO-EXIT.
002180     SET REC-ALUNO-ACHADO TO TRUE.
002190     MOVE GRH-PERIODO TO REC-U-PERIODO.
002200     MOVE GRH-SEQUENCIA TO REC-U-SEQUENCIA.
002210     MOVE GRH-SITUACAO TO REC-U-SITUACAO.
002250 2100-LER-REGISTRO-EXIT.
002260     EXIT.
002270
002280*=========================================================
002290* APLICA O RESULTADO DO EXAME DE UM ALUNO
002300*=========================================================
002310 3000-PROCESSAR-EXAME.
002330     PERFORM 2000-ULTIMO-REGISTRO
002340         THRU 2000-ULTIMO-REGISTRO-EXIT.
002350     IF NOT REC-ALUNO-ACHADO
002360             OR REC-U-SITUACAO NOT = 'RECUPERACAO'
002370         ADD 1 TO REC-QTDE-ESTRANHOS
002380         MOVE SPACES TO REC-REPORT-LINE
002390         STRING REX-ID DELIMITED BY SIZE
002420             INTO REC-REPORT-LINE
002430         WRITE REC-REPORT-LINE
002440         GO TO 3000-PROCESSAR-EXAME-EXIT.
002460     PERFORM 3100-BUSCAR-CORTE THRU 3100-BUSCAR-CORTE-EXIT.
002470     IF REX-NOTA NOT < REC-NOTA-APROVACAO
002480         MOVE 'APROV.FINAL' TO REC-SITUACAO-FINAL
002520         ADD 1 TO REC-QTDE-REPROVADOS
002530     END-IF.
002540     MOVE REX-ID TO GRH-ID.
002545     MOVE REX-CURSO TO GRH-CURSO.
002546     MOVE REC-U-PERIODO TO GRH-PERIODO.
002547     IF REC-U-SEQUENCIA < 999
002548         COMPUTE GRH-SEQUENCIA = REC-U-SEQUENCIA + 1
002549     ELSE
002549         MOVE 999 TO GRH-SEQUENCIA
002549     END-IF.
002550     MOVE REC-DATASISTEMA TO GRH-DATA-CALCULO.
002560     MOVE REX-NOTA TO GRH-MEDIA.
002570     MOVE REC-SITUACAO-FINAL TO GRH-SITUACAO.
002580     MOVE 999 TO GRH-FREQUENCIA.
002590     SET GRH-FINAL-RECUPERACAO TO TRUE.
002600     WRITE GRH-HISTORY-RECORD
002601         INVALID KEY
002602             DISPLAY 'GRDHIST NAO GRAVADO - ALUNO ' REX-ID
002603                 ' CURSO ' REX-CURSO ' STATUS '
002604                 REC-GRDHIST-STATUS
002605     END-WRITE.
002610     MOVE REX-ID TO REC-D-ID.
002620     MOVE REX-NOTA TO REC-D-NOTA.
002630     MOVE REC-SITUACAO-FINAL TO REC-D-RESULTADO.
002890     EXIT.
002900
002910*=========================================================
002920* ALUNOS EM RECUPERACAO SEM RESULTADO DE EXAME (PENDENTES):
002925* LEITURA NA ORDEM DA CHAVE DEPOIS DE GRAVADOS OS EXAMES -
002926* O ULTIMO REGISTRO DE CADA ALUNO + CURSO DECIDE
002930*=========================================================
002940 4000-LISTAR-PENDENTES.
002950     MOVE 'N' TO REC-SW-GRUPO.
002955     MOVE LOW-VALUES TO GRH-CHAVE.
002960     START GRADE-HISTORY KEY NOT < GRH-CHAVE
002965         INVALID KEY
002970             GO TO 4000-LISTAR-PENDENTES-EXIT
002975     END-START.
002980     READ GRADE-HISTORY NEXT RECORD
002981         AT END SET REC-GRDHIST-EOF TO TRUE
002982     END-READ.
002983     PERFORM 4100-LER-GRUPO THRU 4100-LER-GRUPO-EXIT
002984         UNTIL REC-GRDHIST-EOF.
002985     IF REC-GRUPO-ABERTO
002986         PERFORM 4200-FECHAR-GRUPO THRU 4200-FECHAR-GRUPO-EXIT
002987     END-IF.
002990 4000-LISTAR-PENDENTES-EXIT.
003000     EXIT.
003010
003020 4100-LER-GRUPO.
003030     IF REC-GRUPO-ABERTO
003040         IF GRH-ID NOT = REC-G-ID OR GRH-CURSO NOT = REC-G-CURSO
003050             PERFORM 4200-FECHAR-GRUPO
003060                 THRU 4200-FECHAR-GRUPO-EXIT
003070         END-IF
003080     END-IF.
003090     SET REC-GRUPO-ABERTO TO TRUE.
003100     MOVE GRH-ID TO REC-G-ID.
003110     MOVE GRH-CURSO TO REC-G-CURSO.
003120     MOVE GRH-PERIODO TO REC-G-PERIODO.
003130     MOVE GRH-SITUACAO TO REC-G-SITUACAO.
003140     READ GRADE-HISTORY NEXT RECORD
003150         AT END SET REC-GRDHIST-EOF TO TRUE
003160     END-READ.
003170 4100-LER-GRUPO-EXIT.
003180     EXIT.
003190
003191 4200-FECHAR-GRUPO.
003192     IF REC-G-SITUACAO NOT = 'RECUPERACAO'
003193         GO TO 4200-FECHAR-GRUPO-EXIT.
003194     ADD 1 TO REC-QTDE-PENDENTES.
003195     MOVE SPACES TO REC-REPORT-LINE.
003196     STRING REC-G-ID DELIMITED BY SIZE
003197         ' ' DELIMITED BY SIZE
003198         REC-G-CURSO DELIMITED BY SIZE
003199         ' PERIODO ' DELIMITED BY SIZE
003199         REC-G-PERIODO DELIMITED BY SIZE
003199         ' EM RECUPERACAO SEM RESULTADO DE EXAME'
003199         DELIMITED BY SIZE
003199         INTO REC-REPORT-LINE.
003199     WRITE REC-REPORT-LINE.
003199 4200-FECHAR-GRUPO-EXIT.
003199     EXIT.
003199
003200 5000-FINALIZAR.
003205     COMPUTE REC-QTDE-RECUPERACAO = REC-QTDE-APROVADOS
003206         + REC-QTDE-REPROVADOS + REC-QTDE-PENDENTES.
003210     MOVE SPACES TO REC-REPORT-LINE.
003220     WRITE REC-REPORT-LINE.
003230     DISPLAY 'ALUNOS EM RECUPERACAO........: '
