000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB111.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: AUDITORIA DE FORMATURA - CONFRONTA O HISTORICO
000100*           DE CADA ALUNO ATIVO NO VINCULO (STUPROG) COM A
000110*           GRADE CURRICULAR DO PROGRAMA DELE (CURRIC) E
000120*           LISTA, POR ALUNO, AS DISCIPLINAS CONCLUIDAS,
000130*           PENDENTES E REPROVADAS (RELATORIO FORMAUD). O
000140*           ALUNO COM TODAS AS OBRIGATORIAS CONCLUIDAS E O
000150*           MINIMO DE ELETIVAS DO PROGRAMA E APONTADO COMO
000160*           APTO A COLAR GRAU E SAI NA LISTA DO SETOR DE
000170*           DIPLOMAS (ARQUIVO DIPLOMA).
000180* OBS: O RESULTADO DE CADA CURSO E O REGISTRO MAIS RECENTE
000190*      DO ALUNO + CURSO NO GRDHIST (MESMA REGRA DO
000200*      FECHAMENTO DA RECUPERACAO, PROGCOB37) - VALE O TIPO
000210*      F (APROV.FINAL/REPROV.FINAL) E O TIPO C (CORRECAO
000220*      DE NOTA) QUANDO FOR O ULTIMO. O GRDHIST E LIDO NA
000230*      ORDEM DA CHAVE (MATRICULA + CURSO + PERIODO LETIVO
000240*      + SEQUENCIA) E CASADO COM O STUPROG, QUE E
000250*      LIDO EM ORDEM DE MATRICULA. REGISTRO DO GRDHIST SEM
000260*      CURSO (ANTIGO) NAO CONTA PARA A GRADE. CURSO
000270*      APROVADO FORA DA GRADE SAI NA LISTA MAS NAO CONTA.
000280*      RC 4 QUANDO HA ALUNO COM HISTORICO SEM VINCULO OU
000290*      PROGRAMA SEM GRADE; RC 12 SEM GRDHIST, STUPROG OU
000300*      CURRIC.
000310* -----------------------------------------------------
000320* HISTORICO DE ALTERACOES
000330* 15/10/2026 FT  PROGRAMA CRIADO.
000340***********************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000420         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS SEQUENTIAL
000424         RECORD KEY IS GRH-CHAVE
000430         FILE STATUS IS FRM-GRDHIST-STATUS.
000440     SELECT STUDENT-PROGRAM ASSIGN TO 'STUPROG'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SPG-ID
000480         FILE STATUS IS FRM-STUPROG-STATUS.
000490     SELECT CURRICULUM-MASTER ASSIGN TO 'CURRIC'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CUR-CHAVE
000530         FILE STATUS IS FRM-CURRIC-STATUS.
000540     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FRM-BUSIDATE-STATUS.
000580     SELECT AUDIT-REPORT ASSIGN TO 'FORMAUD'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FRM-REPORT-STATUS.
000610     SELECT DIPLOMA-LIST ASSIGN TO 'DIPLOMA'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FRM-DIPLOMA-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GRADE-HISTORY.
000670     COPY GRDHIST.
000680 FD  STUDENT-PROGRAM.
000690     COPY STUPROG.
000700 FD  CURRICULUM-MASTER.
000710     COPY CURRIC.
000720 FD  BUSINESS-DATE-FILE.
000730     COPY BUSIDATE.
000800 FD  AUDIT-REPORT
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  FRM-REPORT-LINE          PIC X(132).
000830 FD  DIPLOMA-LIST
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  FRM-DIPLOMA-LINE         PIC X(80).
000860 WORKING-STORAGE SECTION.
000870 01  FRM-SWITCHES.
000880     05  FRM-GRDHIST-STATUS   PIC X(02) VALUE '00'.
000890         88  FRM-GRDHIST-EOF      VALUE '10'.
000900     05  FRM-STUPROG-STATUS   PIC X(02) VALUE '00'.
000910     05  FRM-CURRIC-STATUS    PIC X(02) VALUE '00'.
000920     05  FRM-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000930     05  FRM-REPORT-STATUS    PIC X(02) VALUE '00'.
000940     05  FRM-DIPLOMA-STATUS   PIC X(02) VALUE '00'.
000950     05  FRM-SW-ACHOU         PIC X(01) VALUE 'N'.
000960         88  FRM-CURSO-ACHADO         VALUE 'S'.
000970     05  FRM-SW-VARREDURA     PIC X(01) VALUE 'N'.
000980         88  FRM-FIM-VARREDURA        VALUE 'S'.
000990         88  FRM-VARREDURA-ATIVA      VALUE 'N'.
001000     05  FRM-SW-TAB-CHEIA     PIC X(01) VALUE 'N'.
001010         88  FRM-TAB-CHEIA            VALUE 'S'.
001012     05  FRM-SW-REGISTRO      PIC X(01) VALUE 'N'.
001014         88  FRM-REGISTRO-PRONTO      VALUE 'S'.
001020
001030 01  FRM-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
001040
001050*    CHAVES DO CASAMENTO GRDHIST X STUPROG
001060*    (999999 = ARQUIVO ESGOTADO)
001070 01  FRM-CHAVES.
001080     05  FRM-CHAVE-HIST       PIC 9(06) VALUE ZEROS.
001090     05  FRM-CHAVE-VINC       PIC 9(06) VALUE ZEROS.
001100     05  FRM-ID-ATUAL         PIC 9(06) VALUE ZEROS.
001110
001120*    ULTIMO RESULTADO DE CADA CURSO DO ALUNO NO GRDHIST
001130 01  FRM-TABELA-CURSOS.
001140     05  FRM-QTDE-CURSOS      PIC 9(03) COMP VALUE ZEROS.
001150     05  FRM-SUB-CURSO        PIC 9(03) COMP VALUE ZEROS.
001160     05  FRM-CURSO-ITEM OCCURS 60 TIMES.
001170         10  FRM-C-CURSO      PIC X(05).
001180         10  FRM-C-SITUACAO   PIC X(12).
001190         10  FRM-C-USADO      PIC X(01).
001200
001210 01  FRM-SITUACAO-CURSO       PIC X(12) VALUE SPACES.
001220     88  FRM-CURSO-APROVADO   VALUE 'APROVADO' 'APROV - BONU'
001230                                    'APROV.FINAL'.
001240     88  FRM-CURSO-REPROVADO  VALUE 'REPROVADO' 'REPROV.FALTA'
001250                                    'REPROV.FINAL'.
001260
001270 01  FRM-CONTADORES-ALUNO.
001280     05  FRM-QTDE-OBRIG       PIC 9(03) COMP VALUE ZEROS.
001290     05  FRM-QTDE-OBRIG-OK    PIC 9(03) COMP VALUE ZEROS.
001300     05  FRM-QTDE-ELET-OK     PIC 9(03) COMP VALUE ZEROS.
001310     05  FRM-QTDE-REPROV      PIC 9(03) COMP VALUE ZEROS.
001320     05  FRM-MIN-ELETIVAS     PIC 9(02) VALUE ZEROS.
001330
001340 01  FRM-CONTADORES.
001350     05  FRM-QTDE-AUDITADOS   PIC 9(05) COMP VALUE ZEROS.
001360     05  FRM-QTDE-APTOS       PIC 9(05) COMP VALUE ZEROS.
001370     05  FRM-QTDE-NAO-APTOS   PIC 9(05) COMP VALUE ZEROS.
001380     05  FRM-QTDE-SEM-VINCULO PIC 9(05) COMP VALUE ZEROS.
001390     05  FRM-QTDE-SEM-GRADE   PIC 9(05) COMP VALUE ZEROS.
001400     05  FRM-QTDE-FORA        PIC 9(05) COMP VALUE ZEROS.
001410     05  FRM-QTDE-SEM-CURSO   PIC 9(05) COMP VALUE ZEROS.
001420     05  FRM-QTDE-EDT         PIC ZZ.ZZ9.
001430
001440 01  FRM-CABECALHO-1.
001450     05  FILLER               PIC X(48) VALUE
001460         '=== AUDITORIA DE FORMATURA - GRADE X HISTORICO -'.
001470     05  FILLER               PIC X(06) VALUE ' DATA '.
001480     05  FRM-C1-DATA          PIC 9(08).
001490     05  FILLER               PIC X(04) VALUE ' ==='.
001500     05  FILLER               PIC X(66) VALUE SPACES.
001510
001520 01  FRM-CABECALHO-ALUNO.
001530     05  FILLER               PIC X(07) VALUE ' ALUNO '.
001540     05  FRM-CA-ID            PIC 9(05).
001550     05  FILLER               PIC X(01) VALUE SPACES.
001560     05  FRM-CA-NOME          PIC X(20).
001570     05  FILLER               PIC X(10) VALUE ' PROGRAMA '.
001580     05  FRM-CA-PROGRAMA      PIC X(05).
001590     05  FILLER               PIC X(01) VALUE SPACES.
001600     05  FRM-CA-DESCRICAO     PIC X(30).
001610     05  FILLER               PIC X(10) VALUE ' INGRESSO '.
001620     05  FRM-CA-INGRESSO      PIC 9(08).
001630     05  FILLER               PIC X(35) VALUE SPACES.
001640
001650 01  FRM-LINHA-DISCIPLINA.
001660     05  FILLER               PIC X(04) VALUE SPACES.
001670     05  FRM-D-TIPO           PIC X(13).
001680     05  FRM-D-CURSO          PIC X(05).
001690     05  FILLER               PIC X(01) VALUE SPACES.
001700     05  FRM-D-DESCRICAO      PIC X(30).
001710     05  FILLER               PIC X(01) VALUE SPACES.
001720     05  FRM-D-STATUS         PIC X(12).
001730     05  FILLER               PIC X(19) VALUE
001740         ' ULTIMO RESULTADO: '.
001750     05  FRM-D-RESULTADO      PIC X(12).
001760     05  FILLER               PIC X(35) VALUE SPACES.
001770
001780 01  FRM-LINHA-RESUMO.
001790     05  FILLER               PIC X(04) VALUE SPACES.
001800     05  FILLER               PIC X(25) VALUE
001810         'OBRIGATORIAS CONCLUIDAS: '.
001820     05  FRM-R-OBRIG-OK       PIC ZZ9.
001830     05  FILLER               PIC X(04) VALUE ' DE '.
001840     05  FRM-R-OBRIG          PIC ZZ9.
001850     05  FILLER               PIC X(23) VALUE
001860         '  ELETIVAS CONCLUIDAS: '.
001870     05  FRM-R-ELET-OK        PIC ZZ9.
001880     05  FILLER               PIC X(09) VALUE ' (MINIMO '.
001890     05  FRM-R-MIN            PIC Z9.
001900     05  FILLER               PIC X(16) VALUE
001910         ')  REPROVACOES: '.
001920     05  FRM-R-REPROV         PIC ZZ9.
001930     05  FILLER               PIC X(02) VALUE SPACES.
001940     05  FRM-R-PARECER        PIC X(30).
001950     05  FILLER               PIC X(05) VALUE SPACES.
001960
001970 01  FRM-LINHA-DIPLOMA.
001980     05  FRM-L-ID             PIC 9(05).
001990     05  FILLER               PIC X(01) VALUE SPACES.
002000     05  FRM-L-NOME           PIC X(20).
002010     05  FILLER               PIC X(01) VALUE SPACES.
002020     05  FRM-L-PROGRAMA       PIC X(05).
002030     05  FILLER               PIC X(01) VALUE SPACES.
002040     05  FRM-L-DESCRICAO      PIC X(30).
002050     05  FILLER               PIC X(01) VALUE SPACES.
002060     05  FRM-L-INGRESSO       PIC 9(08).
002070     05  FILLER               PIC X(08) VALUE SPACES.
002080
002090 PROCEDURE DIVISION.
002100
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002130     IF RETURN-CODE NOT = ZEROS
002140         GO TO 0000-ENCERRAR.
002150     PERFORM 1900-CASAR-HISTORICO
002160         THRU 1900-CASAR-HISTORICO-EXIT.
002220     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002230     IF FRM-QTDE-SEM-VINCULO > ZEROS
002240             OR FRM-QTDE-SEM-GRADE > ZEROS
002250         MOVE 4 TO RETURN-CODE
002260     END-IF.
002270 0000-ENCERRAR.
002280     GOBACK.
002290
002300*=========================================================
002310* DATA DE REFERENCIA E ABERTURA DOS ARQUIVOS
002320*=========================================================
002330 1000-INICIALIZAR.
002340     ACCEPT FRM-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
002350     OPEN INPUT BUSINESS-DATE-FILE.
002360     IF FRM-BUSIDATE-STATUS = '00'
002370         READ BUSINESS-DATE-FILE
002380             AT END
002390                 CONTINUE
002400             NOT AT END
002410                 IF BSD-DATA NOT = ZEROS
002420                     MOVE BSD-DATA TO FRM-DATA-PROCESSAMENTO
002430                 END-IF
002440         END-READ
002450         CLOSE BUSINESS-DATE-FILE
002460     END-IF.
002470     OPEN INPUT GRADE-HISTORY.
002480     IF FRM-GRDHIST-STATUS NOT = '00'
002490         DISPLAY 'GRADE-HISTORY INDISPONIVEL - STATUS '
002500             FRM-GRDHIST-STATUS
002510         MOVE 12 TO RETURN-CODE
002520         GO TO 1000-INICIALIZAR-EXIT.
002530     OPEN INPUT STUDENT-PROGRAM.
002540     IF FRM-STUPROG-STATUS NOT = '00'
002550         DISPLAY 'CADASTRO DE VINCULOS INDISPONIVEL - STATUS '
002560             FRM-STUPROG-STATUS
002570         CLOSE GRADE-HISTORY
002580         MOVE 12 TO RETURN-CODE
002590         GO TO 1000-INICIALIZAR-EXIT.
002600     OPEN INPUT CURRICULUM-MASTER.
002610     IF FRM-CURRIC-STATUS NOT = '00'
002620         DISPLAY 'GRADE CURRICULAR INDISPONIVEL - STATUS '
002630             FRM-CURRIC-STATUS
002640         CLOSE GRADE-HISTORY
002650         CLOSE STUDENT-PROGRAM
002660         MOVE 12 TO RETURN-CODE
002670         GO TO 1000-INICIALIZAR-EXIT.
002680     OPEN OUTPUT AUDIT-REPORT.
002690     OPEN OUTPUT DIPLOMA-LIST.
002700     MOVE FRM-DATA-PROCESSAMENTO TO FRM-C1-DATA.
002710     WRITE FRM-REPORT-LINE FROM FRM-CABECALHO-1.
002720     MOVE SPACES TO FRM-DIPLOMA-LINE.
002730     STRING '=== ALUNOS APTOS A COLAR GRAU - '
002740                DELIMITED BY SIZE
002750            FRM-DATA-PROCESSAMENTO DELIMITED BY SIZE
002760            ' ===' DELIMITED BY SIZE
002770         INTO FRM-DIPLOMA-LINE.
002780     WRITE FRM-DIPLOMA-LINE.
002790 1000-INICIALIZAR-EXIT.
002800     EXIT.
002810
002820*=========================================================
002830* CASAMENTO DO HISTORICO (ORDEM DA CHAVE) COM O VINCULO
002840* ALUNO X PROGRAMA, POR MATRICULA
002850*=========================================================
003160 1900-CASAR-HISTORICO.
003170     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
003180     PERFORM 1920-LER-VINCULO THRU 1920-LER-VINCULO-EXIT.
003190     PERFORM 2000-CASAR-ALUNO THRU 2000-CASAR-ALUNO-EXIT
003200         UNTIL FRM-CHAVE-HIST = 999999
003210           AND FRM-CHAVE-VINC = 999999.
003215     CLOSE GRADE-HISTORY.
003220 1900-CASAR-HISTORICO-EXIT.
003230     EXIT.
003240
003250*    PROXIMO REGISTRO DO GRDHIST COM CURSO (OS SEM CURSO SAO
003255*    CONTADOS E PULADOS)
003260 1910-LER-HISTORICO.
003270     MOVE 'N' TO FRM-SW-REGISTRO.
003280     PERFORM 1915-LER-REGISTRO THRU 1915-LER-REGISTRO-EXIT
003290         UNTIL FRM-REGISTRO-PRONTO.
003320 1910-LER-HISTORICO-EXIT.
003330     EXIT.
003335
003336 1915-LER-REGISTRO.
003337     READ GRADE-HISTORY
003338         AT END
003339             MOVE 999999 TO FRM-CHAVE-HIST
003340             SET FRM-REGISTRO-PRONTO TO TRUE
003341             GO TO 1915-LER-REGISTRO-EXIT
003342     END-READ.
003343     IF GRH-CURSO = SPACES
003344         ADD 1 TO FRM-QTDE-SEM-CURSO
003345         GO TO 1915-LER-REGISTRO-EXIT.
003346     SET FRM-REGISTRO-PRONTO TO TRUE.
003347     MOVE GRH-ID TO FRM-CHAVE-HIST.
003348 1915-LER-REGISTRO-EXIT.
003349     EXIT.
003349
003350 1920-LER-VINCULO.
003360     READ STUDENT-PROGRAM NEXT RECORD
003370         AT END
003380             MOVE 999999 TO FRM-CHAVE-VINC
003390             GO TO 1920-LER-VINCULO-EXIT
003400     END-READ.
003410     IF FRM-STUPROG-STATUS NOT = '00'
003420         MOVE 999999 TO FRM-CHAVE-VINC
003430     ELSE
003440         MOVE SPG-ID TO FRM-CHAVE-VINC
003450     END-IF.
003460 1920-LER-VINCULO-EXIT.
003470     EXIT.
003480
003490 2000-CASAR-ALUNO.
003500     MOVE ZEROS TO FRM-QTDE-CURSOS.
003510     IF FRM-CHAVE-HIST < FRM-CHAVE-VINC
003520         PERFORM 2100-CARREGAR-HISTORICO
003530             THRU 2100-CARREGAR-HISTORICO-EXIT
003540         PERFORM 2200-LISTAR-SEM-VINCULO
003550             THRU 2200-LISTAR-SEM-VINCULO-EXIT
003560         GO TO 2000-CASAR-ALUNO-EXIT.
003570     IF FRM-CHAVE-HIST = FRM-CHAVE-VINC
003580         PERFORM 2100-CARREGAR-HISTORICO
003590             THRU 2100-CARREGAR-HISTORICO-EXIT
003600     END-IF.
003610     PERFORM 3000-AUDITAR-ALUNO THRU 3000-AUDITAR-ALUNO-EXIT.
003620     PERFORM 1920-LER-VINCULO THRU 1920-LER-VINCULO-EXIT.
003630 2000-CASAR-ALUNO-EXIT.
003640     EXIT.
003650
003660*=========================================================
003670* RESULTADOS DO ALUNO: O ULTIMO REGISTRO DE CADA CURSO
003680* (ORDEM DA CHAVE) FICA NA TABELA
003690*=========================================================
003700 2100-CARREGAR-HISTORICO.
003710     MOVE FRM-CHAVE-HIST TO FRM-ID-ATUAL.
003720     MOVE 'N' TO FRM-SW-TAB-CHEIA.
003730     PERFORM 2110-GUARDAR-CURSO THRU 2110-GUARDAR-CURSO-EXIT
003740         UNTIL FRM-CHAVE-HIST NOT = FRM-ID-ATUAL.
003750 2100-CARREGAR-HISTORICO-EXIT.
003760     EXIT.
003770
003780 2110-GUARDAR-CURSO.
003790     IF FRM-QTDE-CURSOS > ZEROS
003800         IF FRM-C-CURSO (FRM-QTDE-CURSOS) = GRH-CURSO
003810             MOVE GRH-SITUACAO
003820                 TO FRM-C-SITUACAO (FRM-QTDE-CURSOS)
003830             GO TO 2110-GUARDAR-CURSO-LER
003840         END-IF
003850     END-IF.
003860     IF FRM-QTDE-CURSOS < 60
003870         ADD 1 TO FRM-QTDE-CURSOS
003880         MOVE GRH-CURSO TO FRM-C-CURSO (FRM-QTDE-CURSOS)
003890         MOVE GRH-SITUACAO TO FRM-C-SITUACAO (FRM-QTDE-CURSOS)
003900         MOVE 'N' TO FRM-C-USADO (FRM-QTDE-CURSOS)
003910     ELSE
003920         IF NOT FRM-TAB-CHEIA
003930             DISPLAY 'ALUNO ' GRH-ID ' COM MAIS DE 60 CURSOS '
003940                 'NO GRDHIST - EXCEDENTES FORA DA AUDITORIA'
003950             SET FRM-TAB-CHEIA TO TRUE
003960         END-IF
003970     END-IF.
003980 2110-GUARDAR-CURSO-LER.
003990     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
004000 2110-GUARDAR-CURSO-EXIT.
004010     EXIT.
004020
004030 2200-LISTAR-SEM-VINCULO.
004040     ADD 1 TO FRM-QTDE-SEM-VINCULO.
004050     MOVE SPACES TO FRM-REPORT-LINE.
004060     WRITE FRM-REPORT-LINE.
004070     MOVE FRM-QTDE-CURSOS TO FRM-QTDE-EDT.
004080     STRING ' ALUNO ' DELIMITED BY SIZE
004090            FRM-ID-ATUAL (2:5) DELIMITED BY SIZE
004100            ' COM HISTORICO E SEM VINCULO A PROGRAMA - '
004110                DELIMITED BY SIZE
004120            FRM-QTDE-EDT DELIMITED BY SIZE
004130            ' CURSO(S) NO GRDHIST' DELIMITED BY SIZE
004140         INTO FRM-REPORT-LINE.
004150     WRITE FRM-REPORT-LINE.
004160 2200-LISTAR-SEM-VINCULO-EXIT.
004170     EXIT.
004180
004190*=========================================================
004200* AUDITORIA DO ALUNO CONTRA A GRADE DO PROGRAMA
004210*=========================================================
004220 3000-AUDITAR-ALUNO.
004230     IF NOT SPG-ATIVO
004240         ADD 1 TO FRM-QTDE-FORA
004250         GO TO 3000-AUDITAR-ALUNO-EXIT.
004260     ADD 1 TO FRM-QTDE-AUDITADOS.
004270     MOVE ZEROS TO FRM-QTDE-OBRIG FRM-QTDE-OBRIG-OK
004280         FRM-QTDE-ELET-OK FRM-QTDE-REPROV FRM-MIN-ELETIVAS.
004290     MOVE SPG-ID TO FRM-CA-ID.
004300     MOVE SPG-NOME TO FRM-CA-NOME.
004310     MOVE SPG-PROGRAMA TO FRM-CA-PROGRAMA.
004320     MOVE SPG-DATA-INGRESSO TO FRM-CA-INGRESSO.
004330     MOVE SPACES TO FRM-CA-DESCRICAO.
004340     MOVE SPG-PROGRAMA TO CUR-PROGRAMA.
004350     MOVE SPACES TO CUR-CURSO.
004360     READ CURRICULUM-MASTER
004370         INVALID KEY
004380             MOVE SPACES TO CUR-RECORD
004390     END-READ.
004400     MOVE CUR-DESCRICAO TO FRM-CA-DESCRICAO.
004410     MOVE SPACES TO FRM-REPORT-LINE.
004420     WRITE FRM-REPORT-LINE.
004430     WRITE FRM-REPORT-LINE FROM FRM-CABECALHO-ALUNO.
004440     IF CUR-RECORD = SPACES
004450         ADD 1 TO FRM-QTDE-SEM-GRADE
004460         MOVE '    PROGRAMA SEM GRADE CADASTRADA - NAO AUDITADO'
004470             TO FRM-REPORT-LINE
004480         WRITE FRM-REPORT-LINE
004490         GO TO 3000-AUDITAR-ALUNO-EXIT.
004500     MOVE CUR-MIN-ELETIVAS TO FRM-MIN-ELETIVAS.
004510     SET FRM-VARREDURA-ATIVA TO TRUE.
004520     START CURRICULUM-MASTER KEY > CUR-CHAVE
004530         INVALID KEY
004540             SET FRM-FIM-VARREDURA TO TRUE
004550     END-START.
004560     IF FRM-CURRIC-STATUS NOT = '00'
004570         SET FRM-FIM-VARREDURA TO TRUE
004580     END-IF.
004590     PERFORM 3100-CONFERIR-DISCIPLINA
004600         THRU 3100-CONFERIR-DISCIPLINA-EXIT
004610         UNTIL FRM-FIM-VARREDURA.
004620     MOVE 1 TO FRM-SUB-CURSO.
004630     PERFORM 3300-LISTAR-FORA-GRADE
004640         THRU 3300-LISTAR-FORA-GRADE-EXIT
004650         UNTIL FRM-SUB-CURSO > FRM-QTDE-CURSOS.
004660     PERFORM 3400-EMITIR-PARECER THRU 3400-EMITIR-PARECER-EXIT.
004670 3000-AUDITAR-ALUNO-EXIT.
004680     EXIT.
004690
004700 3100-CONFERIR-DISCIPLINA.
004710     READ CURRICULUM-MASTER NEXT RECORD
004720         AT END
004730             SET FRM-FIM-VARREDURA TO TRUE
004740             GO TO 3100-CONFERIR-DISCIPLINA-EXIT
004750     END-READ.
004760     IF FRM-CURRIC-STATUS NOT = '00'
004770             OR CUR-PROGRAMA NOT = SPG-PROGRAMA
004780         SET FRM-FIM-VARREDURA TO TRUE
004790         GO TO 3100-CONFERIR-DISCIPLINA-EXIT.
004800     PERFORM 3200-LOCALIZAR-CURSO THRU 3200-LOCALIZAR-CURSO-EXIT.
004810     MOVE SPACES TO FRM-SITUACAO-CURSO.
004820     IF FRM-CURSO-ACHADO
004830         MOVE 'S' TO FRM-C-USADO (FRM-SUB-CURSO)
004840         MOVE FRM-C-SITUACAO (FRM-SUB-CURSO)
004850             TO FRM-SITUACAO-CURSO
004860     END-IF.
004870     PERFORM 3500-CLASSIFICAR THRU 3500-CLASSIFICAR-EXIT.
004880     IF NOT FRM-CURSO-ACHADO
004890         MOVE 'PENDENTE' TO FRM-D-STATUS
004900     END-IF.
004910     MOVE CUR-CURSO TO FRM-D-CURSO.
004920     MOVE CUR-DESCRICAO TO FRM-D-DESCRICAO.
004930     IF CUR-OBRIGATORIA
004940         ADD 1 TO FRM-QTDE-OBRIG
004950         IF FRM-CURSO-APROVADO
004960             ADD 1 TO FRM-QTDE-OBRIG-OK
004970         END-IF
004980         MOVE 'OBRIGATORIA' TO FRM-D-TIPO
004990         WRITE FRM-REPORT-LINE FROM FRM-LINHA-DISCIPLINA
005000         GO TO 3100-CONFERIR-DISCIPLINA-EXIT.
005010*    ELETIVA SO SAI NA LISTA SE O ALUNO CURSOU
005020     IF FRM-CURSO-APROVADO
005030         ADD 1 TO FRM-QTDE-ELET-OK
005040     END-IF.
005050     IF FRM-CURSO-ACHADO
005060         MOVE 'ELETIVA' TO FRM-D-TIPO
005070         WRITE FRM-REPORT-LINE FROM FRM-LINHA-DISCIPLINA
005080     END-IF.
005090 3100-CONFERIR-DISCIPLINA-EXIT.
005100     EXIT.
005110
005120 3200-LOCALIZAR-CURSO.
005130     MOVE 'N' TO FRM-SW-ACHOU.
005140     MOVE 1 TO FRM-SUB-CURSO.
005150     PERFORM 3210-COMPARAR-CURSO THRU 3210-COMPARAR-CURSO-EXIT
005160         UNTIL FRM-SUB-CURSO > FRM-QTDE-CURSOS
005170            OR FRM-CURSO-ACHADO.
005180 3200-LOCALIZAR-CURSO-EXIT.
005190     EXIT.
005200
005210 3210-COMPARAR-CURSO.
005220     IF FRM-C-CURSO (FRM-SUB-CURSO) = CUR-CURSO
005230         SET FRM-CURSO-ACHADO TO TRUE
005240     ELSE
005250         ADD 1 TO FRM-SUB-CURSO
005260     END-IF.
005270 3210-COMPARAR-CURSO-EXIT.
005280     EXIT.
005290
005300*    CURSO CURSADO QUE NAO ESTA NA GRADE DO PROGRAMA
005310 3300-LISTAR-FORA-GRADE.
005320     IF FRM-C-USADO (FRM-SUB-CURSO) = 'N'
005330         MOVE FRM-C-SITUACAO (FRM-SUB-CURSO)
005340             TO FRM-SITUACAO-CURSO
005350         PERFORM 3500-CLASSIFICAR THRU 3500-CLASSIFICAR-EXIT
005360         MOVE 'FORA DA GRADE' TO FRM-D-TIPO
005370         MOVE FRM-C-CURSO (FRM-SUB-CURSO) TO FRM-D-CURSO
005380         MOVE SPACES TO FRM-D-DESCRICAO
005390         WRITE FRM-REPORT-LINE FROM FRM-LINHA-DISCIPLINA
005400     END-IF.
005410     ADD 1 TO FRM-SUB-CURSO.
005420 3300-LISTAR-FORA-GRADE-EXIT.
005430     EXIT.
005440
005450*=========================================================
005460* PARECER: TODAS AS OBRIGATORIAS E O MINIMO DE ELETIVAS
005470* CONCLUIDOS = APTO A COLAR GRAU (LISTA DE DIPLOMAS)
005480*=========================================================
005490 3400-EMITIR-PARECER.
005500     MOVE FRM-QTDE-OBRIG-OK TO FRM-R-OBRIG-OK.
005510     MOVE FRM-QTDE-OBRIG TO FRM-R-OBRIG.
005520     MOVE FRM-QTDE-ELET-OK TO FRM-R-ELET-OK.
005530     MOVE FRM-MIN-ELETIVAS TO FRM-R-MIN.
005540     MOVE FRM-QTDE-REPROV TO FRM-R-REPROV.
005550     IF FRM-QTDE-OBRIG = ZEROS AND FRM-MIN-ELETIVAS = ZEROS
005560         MOVE 'NAO APTO - GRADE VAZIA' TO FRM-R-PARECER
005570         ADD 1 TO FRM-QTDE-NAO-APTOS
005580         GO TO 3400-EMITIR-PARECER-GRAVAR.
005590     IF FRM-QTDE-OBRIG-OK < FRM-QTDE-OBRIG
005600             OR FRM-QTDE-ELET-OK < FRM-MIN-ELETIVAS
005610         MOVE 'NAO APTO' TO FRM-R-PARECER
005620         ADD 1 TO FRM-QTDE-NAO-APTOS
005630         GO TO 3400-EMITIR-PARECER-GRAVAR.
005640     MOVE 'APTO A COLAR GRAU' TO FRM-R-PARECER.
005650     ADD 1 TO FRM-QTDE-APTOS.
005660     MOVE SPG-ID TO FRM-L-ID.
005670     MOVE SPG-NOME TO FRM-L-NOME.
005680     MOVE SPG-PROGRAMA TO FRM-L-PROGRAMA.
005690     MOVE FRM-CA-DESCRICAO TO FRM-L-DESCRICAO.
005700     MOVE SPG-DATA-INGRESSO TO FRM-L-INGRESSO.
005710     WRITE FRM-DIPLOMA-LINE FROM FRM-LINHA-DIPLOMA.
005720 3400-EMITIR-PARECER-GRAVAR.
005730     WRITE FRM-REPORT-LINE FROM FRM-LINHA-RESUMO.
005740 3400-EMITIR-PARECER-EXIT.
005750     EXIT.
005760
005770*    SITUACAO DO ULTIMO RESULTADO NA LINHA DA DISCIPLINA
005780 3500-CLASSIFICAR.
005790     MOVE FRM-SITUACAO-CURSO TO FRM-D-RESULTADO.
005800     EVALUATE TRUE
005810         WHEN FRM-CURSO-APROVADO
005820             MOVE 'CONCLUIDA' TO FRM-D-STATUS
005830         WHEN FRM-CURSO-REPROVADO
005840             MOVE 'REPROVADA' TO FRM-D-STATUS
005850             ADD 1 TO FRM-QTDE-REPROV
005860         WHEN OTHER
005870             MOVE 'EM CURSO' TO FRM-D-STATUS
005880     END-EVALUATE.
005890 3500-CLASSIFICAR-EXIT.
005900     EXIT.
005910
005920*=========================================================
005930* TOTAIS E FECHAMENTO
005940*=========================================================
005950 9000-FINALIZAR.
005960     MOVE SPACES TO FRM-REPORT-LINE.
005970     WRITE FRM-REPORT-LINE.
005980     MOVE FRM-QTDE-AUDITADOS TO FRM-QTDE-EDT.
005990     STRING ' ALUNOS AUDITADOS.............: ' DELIMITED BY SIZE
006000            FRM-QTDE-EDT DELIMITED BY SIZE
006010         INTO FRM-REPORT-LINE.
006020     WRITE FRM-REPORT-LINE.
006030     MOVE SPACES TO FRM-REPORT-LINE.
006040     MOVE FRM-QTDE-APTOS TO FRM-QTDE-EDT.
006050     STRING ' APTOS A COLAR GRAU...........: ' DELIMITED BY SIZE
006060            FRM-QTDE-EDT DELIMITED BY SIZE
006070         INTO FRM-REPORT-LINE.
006080     WRITE FRM-REPORT-LINE.
006090     MOVE SPACES TO FRM-REPORT-LINE.
006100     MOVE FRM-QTDE-NAO-APTOS TO FRM-QTDE-EDT.
006110     STRING ' NAO APTOS....................: ' DELIMITED BY SIZE
006120            FRM-QTDE-EDT DELIMITED BY SIZE
006130         INTO FRM-REPORT-LINE.
006140     WRITE FRM-REPORT-LINE.
006150     MOVE SPACES TO FRM-REPORT-LINE.
006160     MOVE FRM-QTDE-SEM-GRADE TO FRM-QTDE-EDT.
006170     STRING ' PROGRAMA SEM GRADE...........: ' DELIMITED BY SIZE
006180            FRM-QTDE-EDT DELIMITED BY SIZE
006190         INTO FRM-REPORT-LINE.
006200     WRITE FRM-REPORT-LINE.
006210     MOVE SPACES TO FRM-REPORT-LINE.
006220     MOVE FRM-QTDE-SEM-VINCULO TO FRM-QTDE-EDT.
006230     STRING ' HISTORICO SEM VINCULO........: ' DELIMITED BY SIZE
006240            FRM-QTDE-EDT DELIMITED BY SIZE
006250         INTO FRM-REPORT-LINE.
006260     WRITE FRM-REPORT-LINE.
006270     MOVE SPACES TO FRM-REPORT-LINE.
006280     MOVE FRM-QTDE-FORA TO FRM-QTDE-EDT.
006290     STRING ' VINCULO FORMADO/INATIVO......: ' DELIMITED BY SIZE
006300            FRM-QTDE-EDT DELIMITED BY SIZE
006310         INTO FRM-REPORT-LINE.
006320     WRITE FRM-REPORT-LINE.
006330     MOVE FRM-QTDE-APTOS TO FRM-QTDE-EDT.
006340     MOVE SPACES TO FRM-DIPLOMA-LINE.
006350     STRING 'TOTAL DE ALUNOS APTOS: ' DELIMITED BY SIZE
006360            FRM-QTDE-EDT DELIMITED BY SIZE
006370         INTO FRM-DIPLOMA-LINE.
006380     WRITE FRM-DIPLOMA-LINE.
006390     DISPLAY 'ALUNOS AUDITADOS: ' FRM-QTDE-AUDITADOS
006400         ' APTOS: ' FRM-QTDE-APTOS
006410         ' NAO APTOS: ' FRM-QTDE-NAO-APTOS.
006420     IF FRM-QTDE-SEM-VINCULO > ZEROS
006430         DISPLAY 'ALUNOS COM HISTORICO SEM VINCULO: '
006440             FRM-QTDE-SEM-VINCULO
006450     END-IF.
006460     IF FRM-QTDE-SEM-GRADE > ZEROS
006470         DISPLAY 'ALUNOS EM PROGRAMA SEM GRADE: '
006480             FRM-QTDE-SEM-GRADE
006490     END-IF.
006500     IF FRM-QTDE-SEM-CURSO > ZEROS
006510         DISPLAY 'REGISTROS DO GRDHIST SEM CURSO (IGNORADOS): '
006520             FRM-QTDE-SEM-CURSO
006530     END-IF.
006540     CLOSE STUDENT-PROGRAM.
006550     CLOSE CURRICULUM-MASTER.
006560     CLOSE AUDIT-REPORT.
006570     CLOSE DIPLOMA-LIST.
006580 9000-FINALIZAR-EXIT.
006590     EXIT.
