000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB109.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RELATORIO DE NOTAS PENDENTES FORA DO PRAZO, A
000100*           RODAR ANTES DO LOTE DE HISTORICO (PROGCOB16).
000110*           PARA CADA ALUNO MATRICULADO (STUDENTS + ENROLL)
000120*           CONFERE AS TRES NOTAS CONTRA OS PRAZOS DA TURMA
000130*           DO CURSO (TURMAS) E LISTA, QUEBRADO POR
000140*           PROFESSOR (PROFMST) E TURMA, QUEM AINDA ESTA SEM
000150*           CADA NOTA DEPOIS DO PRAZO - COM O TOTAL DE
000160*           PENDENCIAS DE CADA AVALIACAO POR TURMA, POR
000170*           PROFESSOR E GERAL. RELATORIO NOTAPRZ.
000180* OBS: NOTA PENDENTE = CAMPO DA NOTA NAO NUMERICO (NAO
000190*      DIGITADO) NO STUDENTS. PRAZO VENCIDO = PRAZO DA
000200*      AVALIACAO ANTERIOR A DATA DE PROCESSAMENTO (BUSIDATE
000210*      QUANDO INFORMADA); PRAZO ZERADO NAO COBRA. CURSO SEM
000220*      TURMA CADASTRADA SAI NO GRUPO "SEM TURMA" COM TODAS
000230*      AS NOTAS PENDENTES, POIS NINGUEM RESPONDE POR ELAS.
000240*      ALUNO SEM MATRICULA NO ENROLL FICA DE FORA (O
000250*      PROGCOB16 JA O DESVIA PARA O ENRLEXC). RC 4 QUANDO HA
000260*      NOTA PENDENTE FORA DO PRAZO; RC 12 SEM O STUDENTS.
000270* -----------------------------------------------------
000280* HISTORICO DE ALTERACOES
000290* 15/10/2026 FT  PROGRAMA CRIADO.
000300***********************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STUDENTS-FILE ASSIGN TO 'STUDENTS'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS NPZ-STUDENTS-STATUS.
000400     SELECT ENROLLMENT-MASTER ASSIGN TO 'ENROLL'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS ENR-CHAVE
000440         FILE STATUS IS NPZ-ENROLL-STATUS.
000450     SELECT CLASS-MASTER ASSIGN TO 'TURMAS'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS TUR-CURSO
000490         FILE STATUS IS NPZ-TURMAS-STATUS.
000500     SELECT TEACHER-MASTER ASSIGN TO 'PROFMST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS PRF-CODIGO
000540         FILE STATUS IS NPZ-PROFMST-STATUS.
000550     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS NPZ-BUSIDATE-STATUS.
000580     SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
000590     SELECT PENDING-REPORT ASSIGN TO 'NOTAPRZ'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS NPZ-REPORT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  STUDENTS-FILE.
000650     COPY STUDREC.
000660 FD  ENROLLMENT-MASTER.
000670     COPY ENROLL.
000680 FD  CLASS-MASTER.
000690     COPY TURMA.
000700 FD  TEACHER-MASTER.
000710     COPY PROFMST.
000720 FD  BUSINESS-DATE-FILE.
000730     COPY BUSIDATE.
000740 SD  SORT-WORK-FILE.
000750 01  NPZ-SORT-RECORD.
000760     05  SRT-PROFESSOR        PIC 9(05).
000770     05  SRT-CURSO            PIC X(05).
000780     05  SRT-ID               PIC 9(05).
000790     05  SRT-NOME             PIC X(20).
000800     05  SRT-PENDENTE         PIC X(01) OCCURS 3 TIMES.
000810 FD  PENDING-REPORT
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  NPZ-REPORT-LINE          PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  NPZ-SWITCHES.
000860     05  NPZ-STUDENTS-STATUS  PIC X(02) VALUE '00'.
000870         88  NPZ-STUDENTS-EOF     VALUE '10'.
000880     05  NPZ-ENROLL-STATUS    PIC X(02) VALUE '00'.
000890     05  NPZ-TURMAS-STATUS    PIC X(02) VALUE '00'.
000900     05  NPZ-PROFMST-STATUS   PIC X(02) VALUE '00'.
000910     05  NPZ-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000920     05  NPZ-REPORT-STATUS    PIC X(02) VALUE '00'.
000930     05  NPZ-SW-ENROLL        PIC X(01) VALUE 'N'.
000940         88  NPZ-ENROLL-DISPONIVEL    VALUE 'S'.
000950     05  NPZ-SW-TURMAS        PIC X(01) VALUE 'N'.
000960         88  NPZ-TURMAS-DISPONIVEL    VALUE 'S'.
000970     05  NPZ-SW-PROFMST       PIC X(01) VALUE 'N'.
000980         88  NPZ-PROFMST-DISPONIVEL   VALUE 'S'.
000990     05  NPZ-SW-TURMA         PIC X(01) VALUE 'N'.
001000         88  NPZ-TURMA-ACHADA         VALUE 'S'.
001010     05  NPZ-SW-COBRAR        PIC X(01) VALUE 'N'.
001020         88  NPZ-ALUNO-COBRADO        VALUE 'S'.
001030     05  NPZ-SW-FIM-SORT      PIC X(01) VALUE 'N'.
001040         88  NPZ-FIM-SORT             VALUE 'S'.
001050
001060 01  NPZ-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
001070
001080 01  NPZ-AREA-TRABALHO.
001090     05  NPZ-IX               PIC 9(01) COMP VALUE ZEROS.
001100     05  NPZ-CURSO-CACHE      PIC X(05) VALUE LOW-VALUES.
001110     05  NPZ-PROFESSOR-ATUAL  PIC 9(05) VALUE ZEROS.
001120     05  NPZ-CURSO-ATUAL      PIC X(05) VALUE SPACES.
001130     05  NPZ-QTDE-LIDOS       PIC 9(05) COMP VALUE ZEROS.
001140     05  NPZ-QTDE-NO-PRAZO    PIC 9(05) COMP VALUE ZEROS.
001150
001160*    SITUACAO DAS TRES NOTAS DO ALUNO LIDO: 'S' = PENDENTE
001170*    FORA DO PRAZO
001180 01  NPZ-NOTAS-ALUNO.
001190     05  NPZ-NOTA-ALUNO       PIC X(02) OCCURS 3 TIMES.
001200 01  NPZ-PENDENCIAS.
001210     05  NPZ-PENDENTE         PIC X(01) OCCURS 3 TIMES.
001220
001230*    CONTADORES: ALUNOS E PENDENCIAS DE CADA NOTA NA TURMA,
001240*    NO PROFESSOR E NO GERAL
001250 01  NPZ-CONTADORES.
001260     05  NPZ-TUR-ALUNOS       PIC 9(05) COMP.
001270     05  NPZ-TUR-NOTA         PIC 9(05) COMP OCCURS 3 TIMES.
001280     05  NPZ-PRF-ALUNOS       PIC 9(05) COMP.
001290     05  NPZ-PRF-NOTA         PIC 9(05) COMP OCCURS 3 TIMES.
001300     05  NPZ-GER-ALUNOS       PIC 9(05) COMP.
001310     05  NPZ-GER-NOTA         PIC 9(05) COMP OCCURS 3 TIMES.
001320
001330 01  NPZ-CABECALHO-1.
001340     05  FILLER               PIC X(45) VALUE
001350         '===== NOTAS PENDENTES FORA DO PRAZO - DATA DE'.
001360     05  FILLER               PIC X(15) VALUE
001370         ' REFERENCIA '.
001380     05  NPZ-C1-DATA          PIC 9(08).
001390     05  FILLER               PIC X(06) VALUE ' ====='.
001400     05  FILLER               PIC X(58) VALUE SPACES.
001410
001420 01  NPZ-CABECALHO-PROFESSOR.
001430     05  FILLER               PIC X(11) VALUE ' PROFESSOR '.
001440     05  NPZ-CP-CODIGO        PIC 9(05).
001450     05  FILLER               PIC X(01) VALUE SPACES.
001460     05  NPZ-CP-NOME          PIC X(30).
001470     05  FILLER               PIC X(01) VALUE SPACES.
001480     05  NPZ-CP-EMAIL         PIC X(40).
001490     05  FILLER               PIC X(44) VALUE SPACES.
001500
001510 01  NPZ-CABECALHO-TURMA.
001520     05  FILLER               PIC X(09) VALUE '   TURMA '.
001530     05  NPZ-CT-CURSO         PIC X(05).
001540     05  FILLER               PIC X(01) VALUE SPACES.
001550     05  NPZ-CT-DESCRICAO     PIC X(30).
001560     05  FILLER               PIC X(09) VALUE ' PRAZOS: '.
001570     05  NPZ-CT-PRAZOS OCCURS 3 TIMES.
001580         10  NPZ-CT-ROTULO    PIC X(03).
001590         10  NPZ-CT-PRAZO     PIC 9(08).
001600         10  FILLER           PIC X(02) VALUE SPACES.
001610     05  FILLER               PIC X(39) VALUE SPACES.
001620
001630 01  NPZ-CABECALHO-ALUNOS.
001640     05  FILLER               PIC X(41) VALUE
001650         '     MATR. NOME                    NOTA 1'.
001660     05  FILLER               PIC X(20) VALUE
001670         '    NOTA 2    NOTA 3'.
001680     05  FILLER               PIC X(71) VALUE SPACES.
001690
001700 01  NPZ-LINHA-ALUNO.
001710     05  FILLER               PIC X(05) VALUE SPACES.
001720     05  NPZ-D-ID             PIC 9(05).
001730     05  FILLER               PIC X(01) VALUE SPACES.
001740     05  NPZ-D-NOME           PIC X(20).
001750     05  NPZ-D-NOTAS OCCURS 3 TIMES.
001760         10  FILLER           PIC X(04).
001770         10  NPZ-D-SITUACAO   PIC X(06).
001780     05  FILLER               PIC X(71) VALUE SPACES.
001790
001800 01  NPZ-LINHA-TOTAL.
001810     05  NPZ-T-ROTULO         PIC X(31).
001820     05  FILLER               PIC X(08) VALUE ' ALUNOS '.
001830     05  NPZ-T-ALUNOS         PIC ZZ.ZZ9.
001840     05  NPZ-T-NOTAS OCCURS 3 TIMES.
001850         10  FILLER           PIC X(08) VALUE SPACES.
001860         10  NPZ-T-NOTA       PIC ZZ.ZZ9.
001870     05  FILLER               PIC X(45) VALUE SPACES.
001880
001890 PROCEDURE DIVISION.
001900
001910 0000-MAINLINE.
001920     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001930     IF RETURN-CODE NOT = ZEROS
001940         GO TO 0000-ENCERRAR.
001950     SORT SORT-WORK-FILE
001960         ON ASCENDING KEY SRT-PROFESSOR SRT-CURSO SRT-ID
001970         INPUT PROCEDURE IS 1700-ALIMENTAR-SORT
001980             THRU 1700-ALIMENTAR-SORT-EXIT
001990         OUTPUT PROCEDURE IS 1900-CONSUMIR-SORT
002000             THRU 1900-CONSUMIR-SORT-EXIT.
002010     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002020     IF NPZ-GER-ALUNOS > ZEROS
002030         MOVE 4 TO RETURN-CODE
002040     END-IF.
002050 0000-ENCERRAR.
002060     GOBACK.
002070
002080*=========================================================
002090* DATA DE REFERENCIA DOS PRAZOS E ABERTURA DOS CADASTROS
002100*=========================================================
002110 1000-INICIALIZAR.
002120     ACCEPT NPZ-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
002130     OPEN INPUT BUSINESS-DATE-FILE.
002140     IF NPZ-BUSIDATE-STATUS = '00'
002150         READ BUSINESS-DATE-FILE
002160             AT END
002170                 CONTINUE
002180             NOT AT END
002190                 IF BSD-DATA NOT = ZEROS
002200                     MOVE BSD-DATA TO NPZ-DATA-PROCESSAMENTO
002210                 END-IF
002220         END-READ
002230         CLOSE BUSINESS-DATE-FILE
002240     END-IF.
002250     MOVE ZEROS TO NPZ-CONTADORES.
002260     OPEN INPUT STUDENTS-FILE.
002270     IF NPZ-STUDENTS-STATUS NOT = '00'
002280         DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL - STATUS '
002290             NPZ-STUDENTS-STATUS
002300         MOVE 12 TO RETURN-CODE
002310         GO TO 1000-INICIALIZAR-EXIT.
002320     OPEN INPUT ENROLLMENT-MASTER.
002330     IF NPZ-ENROLL-STATUS = '00'
002340         SET NPZ-ENROLL-DISPONIVEL TO TRUE
002350     ELSE
002360         DISPLAY 'CADASTRO DE MATRICULAS INDISPONIVEL - '
002370             'TODOS OS ALUNOS CONFERIDOS'
002380     END-IF.
002390     OPEN INPUT CLASS-MASTER.
002400     IF NPZ-TURMAS-STATUS = '00'
002410         SET NPZ-TURMAS-DISPONIVEL TO TRUE
002420     ELSE
002430         DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - TODOS OS '
002440             'CURSOS SEM TURMA'
002450     END-IF.
002460     OPEN INPUT TEACHER-MASTER.
002470     IF NPZ-PROFMST-STATUS = '00'
002480         SET NPZ-PROFMST-DISPONIVEL TO TRUE
002490     END-IF.
002500     OPEN OUTPUT PENDING-REPORT.
002510     MOVE NPZ-DATA-PROCESSAMENTO TO NPZ-C1-DATA.
002520     WRITE NPZ-REPORT-LINE FROM NPZ-CABECALHO-1.
002530 1000-INICIALIZAR-EXIT.
002540     EXIT.
002550
002560*=========================================================
002570* ENTRADA DO SORT: ALUNO MATRICULADO COM ALGUMA NOTA
002580* PENDENTE FORA DO PRAZO DA TURMA (OU QUALQUER NOTA
002590* PENDENTE, SE O CURSO NAO TEM TURMA)
002600*=========================================================
002610 1700-ALIMENTAR-SORT.
002620     READ STUDENTS-FILE
002630         AT END SET NPZ-STUDENTS-EOF TO TRUE
002640     END-READ.
002650     PERFORM 1710-CONFERIR-ALUNO THRU 1710-CONFERIR-ALUNO-EXIT
002660         UNTIL NPZ-STUDENTS-EOF.
002670 1700-ALIMENTAR-SORT-EXIT.
002680     EXIT.
002690
002700 1710-CONFERIR-ALUNO.
002710     ADD 1 TO NPZ-QTDE-LIDOS.
002720     IF STU-NOTA1 NUMERIC AND STU-NOTA2 NUMERIC
002730             AND STU-NOTA3 NUMERIC
002740         GO TO 1710-CONFERIR-ALUNO-LER.
002750     IF NPZ-ENROLL-DISPONIVEL
002760         MOVE STU-ID TO ENR-ID
002770         MOVE STU-CURSO TO ENR-CURSO
002780         READ ENROLLMENT-MASTER
002790             INVALID KEY
002800                 GO TO 1710-CONFERIR-ALUNO-LER
002810         END-READ
002820     END-IF.
002830     PERFORM 1720-BUSCAR-TURMA THRU 1720-BUSCAR-TURMA-EXIT.
002840     MOVE STU-NOTA1 TO NPZ-NOTA-ALUNO (1).
002850     MOVE STU-NOTA2 TO NPZ-NOTA-ALUNO (2).
002860     MOVE STU-NOTA3 TO NPZ-NOTA-ALUNO (3).
002870     MOVE 'N' TO NPZ-SW-COBRAR.
002880     MOVE 1 TO NPZ-IX.
002890     PERFORM 1730-CONFERIR-NOTA THRU 1730-CONFERIR-NOTA-EXIT
002900         UNTIL NPZ-IX > 3.
002910     IF NOT NPZ-ALUNO-COBRADO
002920         ADD 1 TO NPZ-QTDE-NO-PRAZO
002930         GO TO 1710-CONFERIR-ALUNO-LER.
002940     IF NPZ-TURMA-ACHADA
002950         MOVE TUR-PROFESSOR TO SRT-PROFESSOR
002960     ELSE
002970         MOVE ZEROS TO SRT-PROFESSOR
002980     END-IF.
002990     MOVE STU-CURSO TO SRT-CURSO.
003000     MOVE STU-ID TO SRT-ID.
003010     MOVE STU-NOME TO SRT-NOME.
003020     MOVE NPZ-PENDENTE (1) TO SRT-PENDENTE (1).
003030     MOVE NPZ-PENDENTE (2) TO SRT-PENDENTE (2).
003040     MOVE NPZ-PENDENTE (3) TO SRT-PENDENTE (3).
003050     RELEASE NPZ-SORT-RECORD.
003060 1710-CONFERIR-ALUNO-LER.
003070     READ STUDENTS-FILE
003080         AT END SET NPZ-STUDENTS-EOF TO TRUE
003090     END-READ.
003100 1710-CONFERIR-ALUNO-EXIT.
003110     EXIT.
003120
003130 1720-BUSCAR-TURMA.
003140     IF STU-CURSO = NPZ-CURSO-CACHE
003150         GO TO 1720-BUSCAR-TURMA-EXIT.
003160     MOVE STU-CURSO TO NPZ-CURSO-CACHE.
003170     MOVE 'N' TO NPZ-SW-TURMA.
003180     IF NOT NPZ-TURMAS-DISPONIVEL
003190         GO TO 1720-BUSCAR-TURMA-EXIT.
003200     MOVE STU-CURSO TO TUR-CURSO.
003210     READ CLASS-MASTER
003220         INVALID KEY
003230             GO TO 1720-BUSCAR-TURMA-EXIT
003240     END-READ.
003250     SET NPZ-TURMA-ACHADA TO TRUE.
003260 1720-BUSCAR-TURMA-EXIT.
003270     EXIT.
003280
003290 1730-CONFERIR-NOTA.
003300     MOVE 'N' TO NPZ-PENDENTE (NPZ-IX).
003310     IF NPZ-NOTA-ALUNO (NPZ-IX) NUMERIC
003320         GO TO 1730-CONFERIR-NOTA-NEXT.
003330     IF NPZ-TURMA-ACHADA
003340         IF TUR-PRAZO (NPZ-IX) = ZEROS OR
003350            TUR-PRAZO (NPZ-IX) NOT < NPZ-DATA-PROCESSAMENTO
003360             GO TO 1730-CONFERIR-NOTA-NEXT
003370         END-IF
003380     END-IF.
003390     MOVE 'S' TO NPZ-PENDENTE (NPZ-IX).
003400     SET NPZ-ALUNO-COBRADO TO TRUE.
003410 1730-CONFERIR-NOTA-NEXT.
003420     ADD 1 TO NPZ-IX.
003430 1730-CONFERIR-NOTA-EXIT.
003440     EXIT.
003450
003460*=========================================================
003470* SAIDA DO SORT: QUEBRA POR PROFESSOR E POR TURMA
003480*=========================================================
003490 1900-CONSUMIR-SORT.
003500     RETURN SORT-WORK-FILE
003510         AT END SET NPZ-FIM-SORT TO TRUE
003520     END-RETURN.
003530     PERFORM 2000-PROCESSAR-PROFESSOR
003540         THRU 2000-PROCESSAR-PROFESSOR-EXIT
003550         UNTIL NPZ-FIM-SORT.
003560 1900-CONSUMIR-SORT-EXIT.
003570     EXIT.
003580
003590 2000-PROCESSAR-PROFESSOR.
003600     MOVE SRT-PROFESSOR TO NPZ-PROFESSOR-ATUAL.
003610     MOVE ZEROS TO NPZ-PRF-ALUNOS NPZ-PRF-NOTA (1)
003620         NPZ-PRF-NOTA (2) NPZ-PRF-NOTA (3).
003630     PERFORM 2100-CABECALHO-PROFESSOR
003640         THRU 2100-CABECALHO-PROFESSOR-EXIT.
003650     PERFORM 3000-PROCESSAR-TURMA THRU 3000-PROCESSAR-TURMA-EXIT
003660         UNTIL NPZ-FIM-SORT
003670            OR SRT-PROFESSOR NOT = NPZ-PROFESSOR-ATUAL.
003680     MOVE ' TOTAL DO PROFESSOR' TO NPZ-T-ROTULO.
003690     MOVE NPZ-PRF-ALUNOS TO NPZ-T-ALUNOS.
003700     MOVE 1 TO NPZ-IX.
003710     PERFORM 2200-EDITAR-PROFESSOR
003720         THRU 2200-EDITAR-PROFESSOR-EXIT
003730         UNTIL NPZ-IX > 3.
003740     WRITE NPZ-REPORT-LINE FROM NPZ-LINHA-TOTAL.
003750     ADD NPZ-PRF-ALUNOS TO NPZ-GER-ALUNOS.
003760 2000-PROCESSAR-PROFESSOR-EXIT.
003770     EXIT.
003780
003790 2100-CABECALHO-PROFESSOR.
003800     MOVE SPACES TO NPZ-REPORT-LINE.
003810     WRITE NPZ-REPORT-LINE.
003820     MOVE NPZ-PROFESSOR-ATUAL TO NPZ-CP-CODIGO.
003830     MOVE SPACES TO NPZ-CP-EMAIL.
003840     IF NPZ-PROFESSOR-ATUAL = ZEROS
003850         MOVE 'CURSOS SEM TURMA CADASTRADA' TO NPZ-CP-NOME
003860         GO TO 2100-CABECALHO-PROFESSOR-GRAVAR.
003870     MOVE 'PROFESSOR NAO CADASTRADO' TO NPZ-CP-NOME.
003880     IF NOT NPZ-PROFMST-DISPONIVEL
003890         GO TO 2100-CABECALHO-PROFESSOR-GRAVAR.
003900     MOVE NPZ-PROFESSOR-ATUAL TO PRF-CODIGO.
003910     READ TEACHER-MASTER
003920         INVALID KEY
003930             GO TO 2100-CABECALHO-PROFESSOR-GRAVAR
003940     END-READ.
003950     MOVE PRF-NOME TO NPZ-CP-NOME.
003960     MOVE PRF-EMAIL TO NPZ-CP-EMAIL.
003970 2100-CABECALHO-PROFESSOR-GRAVAR.
003980     WRITE NPZ-REPORT-LINE FROM NPZ-CABECALHO-PROFESSOR.
003990 2100-CABECALHO-PROFESSOR-EXIT.
004000     EXIT.
004010
004020 2200-EDITAR-PROFESSOR.
004030     MOVE NPZ-PRF-NOTA (NPZ-IX) TO NPZ-T-NOTA (NPZ-IX).
004040     ADD NPZ-PRF-NOTA (NPZ-IX) TO NPZ-GER-NOTA (NPZ-IX).
004050     ADD 1 TO NPZ-IX.
004060 2200-EDITAR-PROFESSOR-EXIT.
004070     EXIT.
004080
004090 3000-PROCESSAR-TURMA.
004100     MOVE SRT-CURSO TO NPZ-CURSO-ATUAL.
004110     MOVE ZEROS TO NPZ-TUR-ALUNOS NPZ-TUR-NOTA (1)
004120         NPZ-TUR-NOTA (2) NPZ-TUR-NOTA (3).
004130     PERFORM 3100-CABECALHO-TURMA
004140         THRU 3100-CABECALHO-TURMA-EXIT.
004150     PERFORM 3200-LISTAR-ALUNO THRU 3200-LISTAR-ALUNO-EXIT
004160         UNTIL NPZ-FIM-SORT
004170            OR SRT-PROFESSOR NOT = NPZ-PROFESSOR-ATUAL
004180            OR SRT-CURSO NOT = NPZ-CURSO-ATUAL.
004190     MOVE '   TOTAL DA TURMA' TO NPZ-T-ROTULO.
004200     MOVE NPZ-TUR-ALUNOS TO NPZ-T-ALUNOS.
004210     MOVE 1 TO NPZ-IX.
004220     PERFORM 3300-EDITAR-TURMA THRU 3300-EDITAR-TURMA-EXIT
004230         UNTIL NPZ-IX > 3.
004240     WRITE NPZ-REPORT-LINE FROM NPZ-LINHA-TOTAL.
004250     ADD NPZ-TUR-ALUNOS TO NPZ-PRF-ALUNOS.
004260 3000-PROCESSAR-TURMA-EXIT.
004270     EXIT.
004280
004290 3100-CABECALHO-TURMA.
004300     MOVE NPZ-CURSO-ATUAL TO NPZ-CT-CURSO.
004310     MOVE SPACES TO NPZ-CT-DESCRICAO.
004320     MOVE ' N1' TO NPZ-CT-ROTULO (1).
004330     MOVE ' N2' TO NPZ-CT-ROTULO (2).
004340     MOVE ' N3' TO NPZ-CT-ROTULO (3).
004350     MOVE ZEROS TO NPZ-CT-PRAZO (1) NPZ-CT-PRAZO (2)
004360         NPZ-CT-PRAZO (3).
004370     IF NPZ-PROFESSOR-ATUAL NOT = ZEROS
004380         MOVE NPZ-CURSO-ATUAL TO TUR-CURSO
004390         READ CLASS-MASTER
004400             INVALID KEY
004410                 CONTINUE
004420             NOT INVALID KEY
004430                 MOVE TUR-DESCRICAO TO NPZ-CT-DESCRICAO
004440                 MOVE TUR-PRAZO (1) TO NPZ-CT-PRAZO (1)
004450                 MOVE TUR-PRAZO (2) TO NPZ-CT-PRAZO (2)
004460                 MOVE TUR-PRAZO (3) TO NPZ-CT-PRAZO (3)
004470         END-READ
004480     END-IF.
004490     MOVE SPACES TO NPZ-REPORT-LINE.
004500     WRITE NPZ-REPORT-LINE.
004510     WRITE NPZ-REPORT-LINE FROM NPZ-CABECALHO-TURMA.
004520     WRITE NPZ-REPORT-LINE FROM NPZ-CABECALHO-ALUNOS.
004530 3100-CABECALHO-TURMA-EXIT.
004540     EXIT.
004550
004560 3200-LISTAR-ALUNO.
004570     MOVE SRT-ID TO NPZ-D-ID.
004580     MOVE SRT-NOME TO NPZ-D-NOME.
004590     MOVE 1 TO NPZ-IX.
004600     PERFORM 3210-EDITAR-NOTA THRU 3210-EDITAR-NOTA-EXIT
004610         UNTIL NPZ-IX > 3.
004620     WRITE NPZ-REPORT-LINE FROM NPZ-LINHA-ALUNO.
004630     ADD 1 TO NPZ-TUR-ALUNOS.
004640     RETURN SORT-WORK-FILE
004650         AT END SET NPZ-FIM-SORT TO TRUE
004660     END-RETURN.
004670 3200-LISTAR-ALUNO-EXIT.
004680     EXIT.
004690
004700 3210-EDITAR-NOTA.
004710     MOVE SPACES TO NPZ-D-NOTAS (NPZ-IX).
004720     IF SRT-PENDENTE (NPZ-IX) = 'S'
004730         MOVE 'FALTA' TO NPZ-D-SITUACAO (NPZ-IX)
004740         ADD 1 TO NPZ-TUR-NOTA (NPZ-IX)
004750     ELSE
004760         MOVE '  -' TO NPZ-D-SITUACAO (NPZ-IX)
004770     END-IF.
004780     ADD 1 TO NPZ-IX.
004790 3210-EDITAR-NOTA-EXIT.
004800     EXIT.
004810
004820 3300-EDITAR-TURMA.
004830     MOVE NPZ-TUR-NOTA (NPZ-IX) TO NPZ-T-NOTA (NPZ-IX).
004840     ADD NPZ-TUR-NOTA (NPZ-IX) TO NPZ-PRF-NOTA (NPZ-IX).
004850     ADD 1 TO NPZ-IX.
004860 3300-EDITAR-TURMA-EXIT.
004870     EXIT.
004880
004890*=========================================================
004900* TOTAL GERAL E FECHAMENTO
004910*=========================================================
004920 9000-FINALIZAR.
004930     MOVE SPACES TO NPZ-REPORT-LINE.
004940     WRITE NPZ-REPORT-LINE.
004950     MOVE ' TOTAL GERAL' TO NPZ-T-ROTULO.
004960     MOVE NPZ-GER-ALUNOS TO NPZ-T-ALUNOS.
004970     MOVE NPZ-GER-NOTA (1) TO NPZ-T-NOTA (1).
004980     MOVE NPZ-GER-NOTA (2) TO NPZ-T-NOTA (2).
004990     MOVE NPZ-GER-NOTA (3) TO NPZ-T-NOTA (3).
005000     WRITE NPZ-REPORT-LINE FROM NPZ-LINHA-TOTAL.
005010     IF NPZ-GER-ALUNOS = ZEROS
005020         MOVE ' NENHUMA NOTA PENDENTE FORA DO PRAZO'
005030             TO NPZ-REPORT-LINE
005040         WRITE NPZ-REPORT-LINE
005050     END-IF.
005060     CLOSE STUDENTS-FILE.
005070     CLOSE PENDING-REPORT.
005080     IF NPZ-ENROLL-DISPONIVEL
005090         CLOSE ENROLLMENT-MASTER
005100     END-IF.
005110     IF NPZ-TURMAS-DISPONIVEL
005120         CLOSE CLASS-MASTER
005130     END-IF.
005140     IF NPZ-PROFMST-DISPONIVEL
005150         CLOSE TEACHER-MASTER
005160     END-IF.
005170     DISPLAY 'ALUNOS LIDOS: ' NPZ-QTDE-LIDOS
005180         ' COM NOTA FORA DO PRAZO: ' NPZ-GER-ALUNOS
005190         ' PENDENTES AINDA NO PRAZO: ' NPZ-QTDE-NO-PRAZO.
005200 9000-FINALIZAR-EXIT.
005210     EXIT.
