000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB113.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ESTATISTICA DE NOTAS POR CURSO E POR PROFESSOR
000100*           PARA O CONSELHO ACADEMICO - OS INDICES ERAM
000110*           MONTADOS NA MAO A PARTIR DA LISTAGEM TRANSCPT.
000120*           PARA CADA CURSO (STU-CURSO) DO SEMESTRE DA DATA
000130*           DE PROCESSAMENTO: MATRICULADOS (STUDENTS), MEDIA
000140*           DE CADA NOTA, AVALIADOS NO GRDHIST, MEDIA,
000150*           MEDIANA E DESVIO PADRAO DA MEDIA DO ALUNO,
000160*           DISTRIBUICAO EM FAIXAS DE UM PONTO, PERCENTUAL
000170*           DE APROVADOS, EM RECUPERACAO, REPROVADOS POR
000180*           NOTA E POR FALTA (FREQUENCIA ABAIXO DE 75) E O
000190*           DESFECHO DA RECUPERACAO (PROGCOB37). CADA CURSO
000200*           E COMPARADO COM O MESMO CURSO NO SEMESTRE
000210*           ANTERIOR, E O CURSO COM REPROVACAO MUITO ACIMA
000220*           DA MEDIA DA ESCOLA E APONTADO. OS CURSOS SAEM
000230*           AGRUPADOS PELO PROFESSOR DA TURMA (TURMAS /
000240*           PROFMST), COM O TOTAL DE CADA PROFESSOR.
000250* OBS: SEMESTRE = PERIODO DA CHAVE DO GRDHIST. O PERIODO
000260*      CORRENTE E O DA DATA DE PROCESSAMENTO (BUSIDATE
000270*      QUANDO INFORMADA) NO CALENDARIO ACADEMICO (ROTINA
000270*      PERACAD); O ANTERIOR E O DA VESPERA DO INICIO DO
000270*      CORRENTE. O GRDHIST E LIDO NA ORDEM DA CHAVE. RESULTADO
000280*      DO ALUNO NO CURSO = ULTIMO REGISTRO NORMAL OU DE
000290*      CORRECAO (TIPOS N/C) DO SEMESTRE; O ULTIMO TIPO F
000300*      DA O DESFECHO DA RECUPERACAO. CURSO EM BRANCO E O
000310*      CURSO DEFAULT (PADRAO). REPROVACAO FINAL = POR
000320*      NOTA + POR FALTA + REPROVADOS NA RECUPERACAO.
000330*      ALERTA QUANDO A REPROVACAO DO CURSO PASSA A DA
000340*      ESCOLA EM MAIS DE 15 PONTOS PERCENTUAIS, COM NO
000350*      MINIMO 5 AVALIADOS. RC 4 QUANDO HA CURSO EM ALERTA
000360*      OU TABELA CHEIA; RC 12 SEM GRDHIST.
000370* -----------------------------------------------------
000380* HISTORICO DE ALTERACOES
000390* 15/10/2026 FT  PROGRAMA CRIADO.
000400***********************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000480         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS GRH-CHAVE
000490         FILE STATUS IS EST-GRDHIST-STATUS.
000500     SELECT STUDENTS-FILE ASSIGN TO 'STUDENTS'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS EST-STUDENTS-STATUS.
000530     SELECT CLASS-MASTER ASSIGN TO 'TURMAS'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS TUR-CURSO
000570         FILE STATUS IS EST-TURMAS-STATUS.
000580     SELECT TEACHER-MASTER ASSIGN TO 'PROFMST'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PRF-CODIGO
000620         FILE STATUS IS EST-PROFMST-STATUS.
000630     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS EST-BUSIDATE-STATUS.
000670     SELECT SORT-CURSO-FILE ASSIGN TO 'SRTWRK2'.
000680     SELECT STATISTICS-REPORT ASSIGN TO 'ESTATRPT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EST-REPORT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GRADE-HISTORY.
000740     COPY GRDHIST.
000750 FD  STUDENTS-FILE.
000760     COPY STUDREC.
000770 FD  CLASS-MASTER.
000780     COPY TURMA.
000790 FD  TEACHER-MASTER.
000800     COPY PROFMST.
000810 FD  BUSINESS-DATE-FILE.
000820     COPY BUSIDATE.
000940 SD  SORT-CURSO-FILE.
000950 01  EST-SORT-CURSO.
000960     05  SRC-PROFESSOR        PIC 9(05).
000970     05  SRC-CURSO            PIC X(05).
000980     05  SRC-SUB              PIC 9(03).
000990     05  SRC-DESCRICAO        PIC X(30).
001000 FD  STATISTICS-REPORT
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  EST-REPORT-LINE          PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 01  EST-SWITCHES.
001050     05  EST-GRDHIST-STATUS   PIC X(02) VALUE '00'.
001060         88  EST-GRDHIST-EOF      VALUE '10'.
001070     05  EST-STUDENTS-STATUS  PIC X(02) VALUE '00'.
001080         88  EST-STUDENTS-EOF     VALUE '10'.
001090     05  EST-TURMAS-STATUS    PIC X(02) VALUE '00'.
001100     05  EST-PROFMST-STATUS   PIC X(02) VALUE '00'.
001110     05  EST-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001120     05  EST-REPORT-STATUS    PIC X(02) VALUE '00'.
001130     05  EST-SW-TURMAS        PIC X(01) VALUE 'N'.
001140         88  EST-TURMAS-DISPONIVEL    VALUE 'S'.
001150     05  EST-SW-PROFMST       PIC X(01) VALUE 'N'.
001160         88  EST-PROFMST-DISPONIVEL   VALUE 'S'.
001170     05  EST-SW-ACHOU         PIC X(01) VALUE 'N'.
001180         88  EST-CURSO-ACHADO         VALUE 'S'.
001190     05  EST-SW-TAB-CHEIA     PIC X(01) VALUE 'N'.
001200         88  EST-TAB-CHEIA            VALUE 'S'.
001210     05  EST-SW-BASE          PIC X(01) VALUE 'N'.
001220         88  EST-BASE-ACHADA          VALUE 'S'.
001230     05  EST-SW-FIM-CURSOS    PIC X(01) VALUE 'N'.
001240         88  EST-FIM-CURSOS           VALUE 'S'.
001250
001260 01  EST-CONSTANTES.
001270     05  EST-LIMITE-DESVIO    PIC 9(02)V9 VALUE 15,0.
001280     05  EST-MINIMO-AVALIADOS PIC 9(03) VALUE 5.
001290     05  EST-FREQUENCIA-MIN   PIC 9(03) VALUE 75.
001300
001310 01  EST-DATASISTEMA.
001320     05  EST-DATA-ANO         PIC 9(04).
001330     05  EST-DATA-MES         PIC 9(02).
001340     05  EST-DATA-DIA         PIC 9(02).
001350 01  EST-DATA-NUM REDEFINES EST-DATASISTEMA PIC 9(08).
001360
001370*    SEMESTRE = PERIODO AAAAS DO CALENDARIO ACADEMICO
001380 01  EST-SEMESTRE-ATUAL.
001390     05  EST-SA-ANO           PIC 9(04).
001400     05  EST-SA-NUM           PIC 9(01).
001410 01  EST-SEM-ATUAL REDEFINES EST-SEMESTRE-ATUAL PIC 9(05).
001420 01  EST-SEMESTRE-ANTERIOR.
001430     05  EST-SP-ANO           PIC 9(04).
001440     05  EST-SP-NUM           PIC 9(01).
001450 01  EST-SEM-ANTERIOR REDEFINES EST-SEMESTRE-ANTERIOR
001460                              PIC 9(05).
001470 01  EST-PER-INICIO           PIC 9(08) VALUE ZEROS.
001480 01  EST-PER-FIM              PIC 9(08) VALUE ZEROS.
001490*    VESPERA DO INICIO DO PERIODO CORRENTE
001520 01  EST-DATA-VESPERA.
001530     05  EST-DV-ANO           PIC 9(04).
001540     05  EST-DV-MES           PIC 9(02).
001550     05  EST-DV-DIA           PIC 9(02).
001550 01  EST-DATA-VESPERA-NUM REDEFINES EST-DATA-VESPERA
001550                              PIC 9(08).
001560
001570*    GRUPO ALUNO + CURSO + PERIODO DA CHAVE DO HISTORICO
001580*    (HIGH-VALUES = FIM DO GRDHIST)
001590 01  EST-CHAVE-HIST           PIC X(15) VALUE SPACES.
001600 01  EST-CHAVE-GRUPO.
001610     05  EST-GR-ID            PIC 9(05).
001620     05  EST-GR-CURSO         PIC X(05).
001630     05  EST-GR-SEMESTRE      PIC 9(05).
001640 01  EST-RESULTADO-GRUPO.
001650     05  EST-G-MEDIA          PIC 9(02)V9.
001660     05  EST-G-FREQUENCIA     PIC 9(03).
001670     05  EST-G-FINAL          PIC X(12).
001680     05  EST-G-SITUACAO       PIC X(12).
001690         88  EST-G-APROVADO       VALUE 'APROVADO'
001700                                        'APROV - BONU'.
001710         88  EST-G-RECUPERACAO    VALUE 'RECUPERACAO'.
001720         88  EST-G-REPROV-NOTA    VALUE 'REPROVADO'.
001730         88  EST-G-REPROV-FALTA   VALUE 'REPROV.FALTA'.
001740
001750 01  EST-AREA-TRABALHO.
001760     05  EST-CURSO-BUSCA      PIC X(05) VALUE SPACES.
001770     05  EST-SUB              PIC 9(03) COMP VALUE ZEROS.
001780     05  EST-IX               PIC 9(03) COMP VALUE ZEROS.
001790     05  EST-FX               PIC 9(02) COMP VALUE ZEROS.
001800     05  EST-NT               PIC 9(01) COMP VALUE ZEROS.
001810     05  EST-POSICAO          PIC 9(05) COMP VALUE ZEROS.
001820     05  EST-ACUMULADO        PIC 9(05) COMP VALUE ZEROS.
001830     05  EST-VALOR-POSICAO    PIC 9(02)V9 VALUE ZEROS.
001840     05  EST-VALOR-POSICAO-2  PIC 9(02)V9 VALUE ZEROS.
001850     05  EST-MEDIA            PIC 9(02)V9(04) VALUE ZEROS.
001860     05  EST-MEDIANA          PIC 9(02)V99 VALUE ZEROS.
001870     05  EST-VARIANCIA        PIC S9(05)V9(04) VALUE ZEROS.
001880     05  EST-DESVIO           PIC 9(02)V99 VALUE ZEROS.
001890     05  EST-PCT-REPROV       PIC 9(03)V9 VALUE ZEROS.
001900     05  EST-PCT-ANTERIOR     PIC 9(03)V9 VALUE ZEROS.
001910     05  EST-PCT-ESCOLA       PIC 9(03)V9 VALUE ZEROS.
001920     05  EST-PCT-ALERTA       PIC 9(03)V9 VALUE ZEROS.
001930     05  EST-REPROV-FINAL     PIC 9(05) COMP VALUE ZEROS.
001940     05  EST-APROV-FINAL      PIC 9(05) COMP VALUE ZEROS.
001950     05  EST-PENDENTES        PIC 9(05) COMP VALUE ZEROS.
001960     05  EST-PROFESSOR-ATUAL  PIC 9(05) VALUE ZEROS.
001970     05  EST-FAIXA-QTDE       PIC 9(05) COMP VALUE ZEROS
001980                              OCCURS 11 TIMES.
001990
002000*    UM ITEM POR CURSO: MATRICULADOS E NOTAS (STUDENTS),
002010*    RESULTADOS DO SEMESTRE (COM HISTOGRAMA DA MEDIA POR
002020*    DECIMO, 0,0 A 10,0) E DO SEMESTRE ANTERIOR
002030 01  EST-TABELA-CURSOS.
002040     05  EST-QTDE-CURSOS      PIC 9(03) COMP VALUE ZEROS.
002050     05  EST-CURSO-ITEM OCCURS 200 TIMES.
002060         10  EST-C-CURSO          PIC X(05).
002070         10  EST-C-MATRICULADOS   PIC 9(05) COMP.
002080         10  EST-C-NOTA-QTDE      PIC 9(05) COMP
002090                                  OCCURS 3 TIMES.
002100         10  EST-C-NOTA-SOMA      PIC 9(07) COMP
002110                                  OCCURS 3 TIMES.
002120         10  EST-C-AVALIADOS      PIC 9(05) COMP.
002130         10  EST-C-SOMA-MEDIAS    PIC 9(07)V9 COMP-3.
002140         10  EST-C-SOMA-QUAD      PIC 9(09)V99 COMP-3.
002150         10  EST-C-APROVADOS      PIC 9(05) COMP.
002160         10  EST-C-RECUPERACAO    PIC 9(05) COMP.
002170         10  EST-C-REPROV-NOTA    PIC 9(05) COMP.
002180         10  EST-C-REPROV-FALTA   PIC 9(05) COMP.
002190         10  EST-C-REC-APROV      PIC 9(05) COMP.
002200         10  EST-C-REC-REPROV     PIC 9(05) COMP.
002210         10  EST-C-OUTROS         PIC 9(05) COMP.
002220         10  EST-C-HISTOGRAMA     PIC 9(05) COMP
002230                                  OCCURS 101 TIMES.
002240         10  EST-C-ANT-AVALIADOS  PIC 9(05) COMP.
002250         10  EST-C-ANT-SOMA       PIC 9(07)V9 COMP-3.
002260         10  EST-C-ANT-REPROV     PIC 9(05) COMP.
002270
002280 01  EST-TOTAIS.
002290     05  EST-ESC-AVALIADOS    PIC 9(07) COMP VALUE ZEROS.
002300     05  EST-ESC-SOMA         PIC 9(08)V9 COMP-3 VALUE ZEROS.
002310     05  EST-ESC-APROV        PIC 9(07) COMP VALUE ZEROS.
002320     05  EST-ESC-REPROV       PIC 9(07) COMP VALUE ZEROS.
002330     05  EST-PRF-AVALIADOS    PIC 9(07) COMP VALUE ZEROS.
002340     05  EST-PRF-SOMA         PIC 9(08)V9 COMP-3 VALUE ZEROS.
002350     05  EST-PRF-APROV        PIC 9(07) COMP VALUE ZEROS.
002360     05  EST-PRF-REPROV       PIC 9(07) COMP VALUE ZEROS.
002370     05  EST-QTDE-ALERTAS     PIC 9(05) COMP VALUE ZEROS.
002380     05  EST-QTDE-LIDOS       PIC 9(07) COMP VALUE ZEROS.
002390     05  EST-QTDE-EDT         PIC ZZ.ZZ9.
002400
002410 01  EST-CABECALHO-1.
002420     05  FILLER               PIC X(51) VALUE
002430         '=== ESTATISTICA DE NOTAS POR CURSO E PROFESSOR - SE'.
002440     05  FILLER               PIC X(07) VALUE 'MESTRE '.
002450     05  EST-C1-ANO           PIC 9(04).
002460     05  FILLER               PIC X(01) VALUE '/'.
002470     05  EST-C1-NUM           PIC 9(01).
002480     05  FILLER               PIC X(12) VALUE ' - ANTERIOR '.
002490     05  EST-C1-ANT-ANO       PIC 9(04).
002500     05  FILLER               PIC X(01) VALUE '/'.
002510     05  EST-C1-ANT-NUM       PIC 9(01).
002520     05  FILLER               PIC X(08) VALUE ' - DATA '.
002530     05  EST-C1-DATA          PIC 9(08).
002540     05  FILLER               PIC X(04) VALUE ' ==='.
002550     05  FILLER               PIC X(30) VALUE SPACES.
002560
002570 01  EST-CABECALHO-PROFESSOR.
002580     05  FILLER               PIC X(11) VALUE ' PROFESSOR '.
002590     05  EST-CP-CODIGO        PIC 9(05).
002600     05  FILLER               PIC X(01) VALUE SPACES.
002610     05  EST-CP-NOME          PIC X(30).
002620     05  FILLER               PIC X(85) VALUE SPACES.
002630
002640 01  EST-LINHA-CURSO.
002650     05  FILLER               PIC X(09) VALUE '   CURSO '.
002660     05  EST-L-CURSO          PIC X(05).
002670     05  FILLER               PIC X(01) VALUE SPACES.
002680     05  EST-L-DESCRICAO      PIC X(30).
002690     05  FILLER               PIC X(08) VALUE ' MATRIC '.
002700     05  EST-L-MATRICULADOS   PIC ZZZZ9.
002710     05  FILLER               PIC X(11) VALUE ' AVALIADOS '.
002720     05  EST-L-AVALIADOS      PIC ZZZZ9.
002730     05  FILLER               PIC X(07) VALUE ' MEDIA '.
002740     05  EST-L-MEDIA          PIC Z9,99.
002750     05  FILLER               PIC X(09) VALUE ' MEDIANA '.
002760     05  EST-L-MEDIANA        PIC Z9,99.
002770     05  FILLER               PIC X(08) VALUE ' DESVIO '.
002780     05  EST-L-DESVIO         PIC Z9,99.
002790     05  FILLER               PIC X(19) VALUE SPACES.
002800
002810 01  EST-LINHA-TAXAS.
002820     05  FILLER               PIC X(15) VALUE
002830         '     APROVADOS '.
002840     05  EST-T-APROV          PIC ZZ9,9.
002850     05  FILLER               PIC X(16) VALUE
002860         '%  RECUPERACAO '.
002870     05  EST-T-RECUP          PIC ZZ9,9.
002880     05  FILLER               PIC X(16) VALUE
002890         '%  REPROV.NOTA '.
002900     05  EST-T-REP-NOTA       PIC ZZ9,9.
002910     05  FILLER               PIC X(17) VALUE
002920         '%  REPROV.FALTA '.
002930     05  EST-T-REP-FALTA      PIC ZZ9,9.
002940     05  FILLER               PIC X(21) VALUE
002950         '%  POS-RECUP.: APROV '.
002960     05  EST-T-REC-APROV      PIC ZZZ9.
002970     05  FILLER               PIC X(08) VALUE ' REPROV '.
002980     05  EST-T-REC-REPROV     PIC ZZZ9.
002990     05  FILLER               PIC X(06) VALUE ' PEND '.
003000     05  EST-T-REC-PEND       PIC ZZZ9.
003010     05  FILLER               PIC X(01) VALUE SPACES.
003020
003030 01  EST-LINHA-FAIXAS.
003040     05  FILLER               PIC X(21) VALUE
003050         '     FAIXAS DA MEDIA:'.
003060     05  EST-F-ITEM OCCURS 11 TIMES.
003070         10  FILLER           PIC X(02) VALUE SPACES.
003080         10  EST-F-FAIXA      PIC Z9.
003090         10  FILLER           PIC X(01) VALUE ':'.
003100         10  EST-F-QTDE       PIC ZZZ9.
003110     05  FILLER               PIC X(12) VALUE SPACES.
003120
003130 01  EST-LINHA-NOTAS.
003140     05  FILLER               PIC X(31) VALUE
003150         '     MEDIA DAS NOTAS (STUDENTS)'.
003160     05  FILLER               PIC X(04) VALUE ' N1 '.
003170     05  EST-N-NOTA1          PIC Z9,9.
003180     05  FILLER               PIC X(04) VALUE ' N2 '.
003190     05  EST-N-NOTA2          PIC Z9,9.
003200     05  FILLER               PIC X(04) VALUE ' N3 '.
003210     05  EST-N-NOTA3          PIC Z9,9.
003220     05  FILLER               PIC X(77) VALUE SPACES.
003230
003240 01  EST-LINHA-COMPARACAO.
003250     05  FILLER               PIC X(30) VALUE
003260         '     SEM. ANTERIOR: AVALIADOS '.
003270     05  EST-P-AVALIADOS      PIC ZZZZ9.
003280     05  FILLER               PIC X(07) VALUE ' MEDIA '.
003290     05  EST-P-MEDIA          PIC Z9,99.
003300     05  FILLER               PIC X(12) VALUE ' REPROVACAO '.
003310     05  EST-P-PCT-ANT        PIC ZZ9,9.
003320     05  FILLER               PIC X(08) VALUE '% ATUAL '.
003330     05  EST-P-PCT-ATUAL      PIC ZZ9,9.
003340     05  FILLER               PIC X(11) VALUE '% VARIACAO '.
003350     05  EST-P-VARIACAO       PIC +ZZ9,9.
003360     05  FILLER               PIC X(03) VALUE ' PP'.
003370     05  FILLER               PIC X(35) VALUE SPACES.
003380
003390 01  EST-LINHA-TOTAL.
003400     05  FILLER               PIC X(03) VALUE SPACES.
003410     05  EST-T-ROTULO         PIC X(20).
003420     05  FILLER               PIC X(11) VALUE ' AVALIADOS '.
003430     05  EST-T-AVALIADOS      PIC ZZZZ9.
003440     05  FILLER               PIC X(07) VALUE ' MEDIA '.
003450     05  EST-T-MEDIA          PIC Z9,99.
003460     05  FILLER               PIC X(17) VALUE
003470         ' APROVACAO FINAL '.
003480     05  EST-T-PCT-APROV      PIC ZZ9,9.
003490     05  FILLER               PIC X(19) VALUE
003500         '% REPROVACAO FINAL '.
003510     05  EST-T-PCT-REPROV     PIC ZZ9,9.
003520     05  FILLER               PIC X(01) VALUE '%'.
003530     05  FILLER               PIC X(34) VALUE SPACES.
003540
003550 01  EST-PCT-EDT              PIC ZZ9,9.
003560
003570 PROCEDURE DIVISION.
003580
003590 0000-MAINLINE.
003600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003610     IF RETURN-CODE NOT = ZEROS
003620         GO TO 0000-ENCERRAR.
003630     PERFORM 1900-CONSUMIR-HISTORICO
003700         THRU 1900-CONSUMIR-HISTORICO-EXIT.
003710     IF EST-ESC-AVALIADOS > ZEROS
003720         COMPUTE EST-PCT-ESCOLA ROUNDED =
003730             EST-ESC-REPROV * 100 / EST-ESC-AVALIADOS
003740     END-IF.
003750     COMPUTE EST-PCT-ALERTA = EST-PCT-ESCOLA + EST-LIMITE-DESVIO.
003760     SORT SORT-CURSO-FILE
003770         ON ASCENDING KEY SRC-PROFESSOR SRC-CURSO
003780         INPUT PROCEDURE IS 2700-ALIMENTAR-CURSOS
003790             THRU 2700-ALIMENTAR-CURSOS-EXIT
003800         OUTPUT PROCEDURE IS 2900-CONSUMIR-CURSOS
003810             THRU 2900-CONSUMIR-CURSOS-EXIT.
003820     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003830     IF EST-QTDE-ALERTAS > ZEROS OR EST-TAB-CHEIA
003840         MOVE 4 TO RETURN-CODE
003850     END-IF.
003860 0000-ENCERRAR.
003870     GOBACK.
003880
003890*=========================================================
003900* SEMESTRE CORRENTE E ANTERIOR, ABERTURA DOS ARQUIVOS E
003910* CARGA DOS MATRICULADOS E NOTAS DO STUDENTS
003920*=========================================================
003930 1000-INICIALIZAR.
003940     ACCEPT EST-DATASISTEMA FROM DATE YYYYMMDD.
003950     OPEN INPUT BUSINESS-DATE-FILE.
003960     IF EST-BUSIDATE-STATUS = '00'
003970         READ BUSINESS-DATE-FILE
003980             AT END
003990                 CONTINUE
004000             NOT AT END
004010                 IF BSD-DATA NOT = ZEROS
004020                     MOVE BSD-DATA TO EST-DATA-NUM
004030                 END-IF
004040         END-READ
004050         CLOSE BUSINESS-DATE-FILE
004060     END-IF.
004070     CALL 'PERACAD' USING EST-DATA-NUM EST-SEM-ATUAL
004080         EST-PER-INICIO EST-PER-FIM.
004090     MOVE EST-PER-INICIO TO EST-DATA-VESPERA-NUM.
004100     IF EST-DV-DIA > 1
004110         SUBTRACT 1 FROM EST-DV-DIA
004110     ELSE
004110         IF EST-DV-MES > 1
004110             SUBTRACT 1 FROM EST-DV-MES
004110             MOVE 28 TO EST-DV-DIA
004110         ELSE
004110             SUBTRACT 1 FROM EST-DV-ANO
004110             MOVE 12 TO EST-DV-MES
004110             MOVE 31 TO EST-DV-DIA
004110         END-IF
004110     END-IF.
004120     CALL 'PERACAD' USING EST-DATA-VESPERA-NUM EST-SEM-ANTERIOR
004130         EST-PER-INICIO EST-PER-FIM.
004160     OPEN INPUT GRADE-HISTORY.
004170     IF EST-GRDHIST-STATUS NOT = '00'
004180         DISPLAY 'GRADE-HISTORY INDISPONIVEL - STATUS '
004190             EST-GRDHIST-STATUS
004200         MOVE 12 TO RETURN-CODE
004210         GO TO 1000-INICIALIZAR-EXIT.
004220     OPEN INPUT CLASS-MASTER.
004230     IF EST-TURMAS-STATUS = '00'
004240         SET EST-TURMAS-DISPONIVEL TO TRUE
004250     ELSE
004260         DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - TODOS OS '
004270             'CURSOS SEM TURMA'
004280     END-IF.
004290     OPEN INPUT TEACHER-MASTER.
004300     IF EST-PROFMST-STATUS = '00'
004310         SET EST-PROFMST-DISPONIVEL TO TRUE
004320     END-IF.
004330     OPEN OUTPUT STATISTICS-REPORT.
004340     MOVE EST-SA-ANO TO EST-C1-ANO.
004350     MOVE EST-SA-NUM TO EST-C1-NUM.
004360     MOVE EST-DATA-NUM TO EST-C1-DATA.
004370     MOVE EST-SP-ANO TO EST-C1-ANT-ANO.
004380     MOVE EST-SP-NUM TO EST-C1-ANT-NUM.
004390     WRITE EST-REPORT-LINE FROM EST-CABECALHO-1.
004400     OPEN INPUT STUDENTS-FILE.
004410     IF EST-STUDENTS-STATUS NOT = '00'
004420         DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL - STATUS '
004430             EST-STUDENTS-STATUS ' - SEM MATRICULADOS'
004440         GO TO 1000-INICIALIZAR-EXIT.
004450     READ STUDENTS-FILE
004460         AT END SET EST-STUDENTS-EOF TO TRUE
004470     END-READ.
004480     PERFORM 1100-CONTAR-MATRICULADO
004490         THRU 1100-CONTAR-MATRICULADO-EXIT
004500         UNTIL EST-STUDENTS-EOF.
004510     CLOSE STUDENTS-FILE.
004520 1000-INICIALIZAR-EXIT.
004530     EXIT.
004540
004550 1100-CONTAR-MATRICULADO.
004560     MOVE STU-CURSO TO EST-CURSO-BUSCA.
004570     PERFORM 8100-LOCALIZAR-CURSO THRU 8100-LOCALIZAR-CURSO-EXIT.
004580     IF NOT EST-CURSO-ACHADO
004590         GO TO 1100-CONTAR-MATRICULADO-LER.
004600     ADD 1 TO EST-C-MATRICULADOS (EST-SUB).
004610     IF STU-NOTA1 NUMERIC
004620         ADD 1 TO EST-C-NOTA-QTDE (EST-SUB, 1)
004630         ADD STU-NOTA1 TO EST-C-NOTA-SOMA (EST-SUB, 1)
004640     END-IF.
004650     IF STU-NOTA2 NUMERIC
004660         ADD 1 TO EST-C-NOTA-QTDE (EST-SUB, 2)
004670         ADD STU-NOTA2 TO EST-C-NOTA-SOMA (EST-SUB, 2)
004680     END-IF.
004690     IF STU-NOTA3 NUMERIC
004700         ADD 1 TO EST-C-NOTA-QTDE (EST-SUB, 3)
004710         ADD STU-NOTA3 TO EST-C-NOTA-SOMA (EST-SUB, 3)
004720     END-IF.
004730 1100-CONTAR-MATRICULADO-LER.
004740     READ STUDENTS-FILE
004750         AT END SET EST-STUDENTS-EOF TO TRUE
004760     END-READ.
004770 1100-CONTAR-MATRICULADO-EXIT.
004780     EXIT.
004790
005220*=========================================================
005230* LEITURA DO GRDHIST NA ORDEM DA CHAVE: UM RESULTADO POR
005240* ALUNO + CURSO + PERIODO (CORRENTE OU ANTERIOR),
005240* ACUMULADO NO CURSO
005250*=========================================================
005260 1900-CONSUMIR-HISTORICO.
005270     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
005280     PERFORM 2000-APURAR-GRUPO THRU 2000-APURAR-GRUPO-EXIT
005290         UNTIL EST-CHAVE-HIST = HIGH-VALUES.
005290     CLOSE GRADE-HISTORY.
005300 1900-CONSUMIR-HISTORICO-EXIT.
005310     EXIT.
005320
005330 1910-LER-HISTORICO.
005340     READ GRADE-HISTORY
005350         AT END SET EST-GRDHIST-EOF TO TRUE
005390     END-READ.
005390     IF EST-GRDHIST-EOF
005390         MOVE HIGH-VALUES TO EST-CHAVE-HIST
005390         GO TO 1910-LER-HISTORICO-EXIT.
005390     ADD 1 TO EST-QTDE-LIDOS.
005390     IF GRH-PERIODO NOT = EST-SEM-ATUAL
005390             AND GRH-PERIODO NOT = EST-SEM-ANTERIOR
005390         GO TO 1910-LER-HISTORICO.
005390     MOVE GRH-CHAVE (1:15) TO EST-CHAVE-HIST.
005400 1910-LER-HISTORICO-EXIT.
005410     EXIT.
005420
005430 2000-APURAR-GRUPO.
005440     MOVE EST-CHAVE-HIST TO EST-CHAVE-GRUPO.
005450     MOVE 'N' TO EST-SW-BASE.
005460     MOVE ZEROS TO EST-G-MEDIA.
005470     MOVE 999 TO EST-G-FREQUENCIA.
005480     MOVE SPACES TO EST-G-SITUACAO EST-G-FINAL.
005490     PERFORM 2100-GUARDAR-REGISTRO
005500         THRU 2100-GUARDAR-REGISTRO-EXIT
005510         UNTIL EST-CHAVE-HIST NOT = EST-CHAVE-GRUPO.
005520     PERFORM 2300-ACUMULAR-RESULTADO
005530         THRU 2300-ACUMULAR-RESULTADO-EXIT.
005540 2000-APURAR-GRUPO-EXIT.
005550     EXIT.
005560
005570*    NA ORDEM DA SEQUENCIA, O ULTIMO N/C DA A MEDIA E A
005570*    SITUACAO; O ULTIMO F DA O DESFECHO DA RECUPERACAO
005590 2100-GUARDAR-REGISTRO.
005600     IF GRH-TIPO = 'F'
005610         MOVE GRH-SITUACAO TO EST-G-FINAL
005620         IF NOT EST-BASE-ACHADA
005630             MOVE GRH-MEDIA TO EST-G-MEDIA
005640         END-IF
005650     ELSE
005660         SET EST-BASE-ACHADA TO TRUE
005670         MOVE GRH-MEDIA TO EST-G-MEDIA
005680         MOVE GRH-SITUACAO TO EST-G-SITUACAO
005690         MOVE GRH-FREQUENCIA TO EST-G-FREQUENCIA
005700     END-IF.
005710     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
005720 2100-GUARDAR-REGISTRO-EXIT.
005730     EXIT.
005740
005750 2300-ACUMULAR-RESULTADO.
005760     MOVE EST-GR-CURSO TO EST-CURSO-BUSCA.
005770     PERFORM 8100-LOCALIZAR-CURSO THRU 8100-LOCALIZAR-CURSO-EXIT.
005780     IF NOT EST-CURSO-ACHADO
005790         GO TO 2300-ACUMULAR-RESULTADO-EXIT.
005800*    SO HA REGISTRO F NO SEMESTRE: O ALUNO FOI PARA A
005810*    RECUPERACAO
005820     IF NOT EST-BASE-ACHADA
005830         MOVE 'RECUPERACAO' TO EST-G-SITUACAO
005840     END-IF.
005850     IF EST-G-FREQUENCIA NUMERIC
005860         IF EST-G-FREQUENCIA < EST-FREQUENCIA-MIN
005870             MOVE 'REPROV.FALTA' TO EST-G-SITUACAO
005880         END-IF
005890     END-IF.
005900     MOVE ZEROS TO EST-APROV-FINAL EST-REPROV-FINAL.
005910     EVALUATE TRUE
005920         WHEN EST-G-APROVADO
005930             MOVE 1 TO EST-APROV-FINAL
005940         WHEN EST-G-REPROV-NOTA
005950         WHEN EST-G-REPROV-FALTA
005960             MOVE 1 TO EST-REPROV-FINAL
005970         WHEN EST-G-RECUPERACAO
005980             IF EST-G-FINAL = 'APROV.FINAL'
005990                 MOVE 1 TO EST-APROV-FINAL
006000             END-IF
006010             IF EST-G-FINAL = 'REPROV.FINAL'
006020                 MOVE 1 TO EST-REPROV-FINAL
006030             END-IF
006040     END-EVALUATE.
006050     IF EST-GR-SEMESTRE NOT = EST-SEM-ATUAL
006060         ADD 1 TO EST-C-ANT-AVALIADOS (EST-SUB)
006070         ADD EST-G-MEDIA TO EST-C-ANT-SOMA (EST-SUB)
006080         ADD EST-REPROV-FINAL TO EST-C-ANT-REPROV (EST-SUB)
006090         GO TO 2300-ACUMULAR-RESULTADO-EXIT.
006100     ADD 1 TO EST-C-AVALIADOS (EST-SUB).
006110     ADD EST-G-MEDIA TO EST-C-SOMA-MEDIAS (EST-SUB).
006120     COMPUTE EST-C-SOMA-QUAD (EST-SUB) =
006130         EST-C-SOMA-QUAD (EST-SUB) + EST-G-MEDIA * EST-G-MEDIA.
006140     IF EST-G-MEDIA > 10
006150         MOVE 101 TO EST-IX
006160     ELSE
006170         COMPUTE EST-IX = EST-G-MEDIA * 10 + 1
006180     END-IF.
006190     ADD 1 TO EST-C-HISTOGRAMA (EST-SUB, EST-IX).
006200     EVALUATE TRUE
006210         WHEN EST-G-APROVADO
006220             ADD 1 TO EST-C-APROVADOS (EST-SUB)
006230         WHEN EST-G-REPROV-NOTA
006240             ADD 1 TO EST-C-REPROV-NOTA (EST-SUB)
006250         WHEN EST-G-REPROV-FALTA
006260             ADD 1 TO EST-C-REPROV-FALTA (EST-SUB)
006270         WHEN EST-G-RECUPERACAO
006280             ADD 1 TO EST-C-RECUPERACAO (EST-SUB)
006290             IF EST-APROV-FINAL = 1
006300                 ADD 1 TO EST-C-REC-APROV (EST-SUB)
006310             END-IF
006320             IF EST-REPROV-FINAL = 1
006330                 ADD 1 TO EST-C-REC-REPROV (EST-SUB)
006340             END-IF
006350         WHEN OTHER
006360             ADD 1 TO EST-C-OUTROS (EST-SUB)
006370     END-EVALUATE.
006380     ADD 1 TO EST-ESC-AVALIADOS.
006390     ADD EST-G-MEDIA TO EST-ESC-SOMA.
006400     ADD EST-APROV-FINAL TO EST-ESC-APROV.
006410     ADD EST-REPROV-FINAL TO EST-ESC-REPROV.
006420 2300-ACUMULAR-RESULTADO-EXIT.
006430     EXIT.
006440
006450*=========================================================
006460* ENTRADA DO SORT DE CURSOS: CURSOS COM MOVIMENTO NO
006470* SEMESTRE, COM O PROFESSOR DA TURMA (ZEROS = SEM TURMA)
006480*=========================================================
006490 2700-ALIMENTAR-CURSOS.
006500     MOVE 1 TO EST-SUB.
006510     PERFORM 2710-LIBERAR-CURSO THRU 2710-LIBERAR-CURSO-EXIT
006520         UNTIL EST-SUB > EST-QTDE-CURSOS.
006530 2700-ALIMENTAR-CURSOS-EXIT.
006540     EXIT.
006550
006560 2710-LIBERAR-CURSO.
006570     IF EST-C-MATRICULADOS (EST-SUB) = ZEROS
006580             AND EST-C-AVALIADOS (EST-SUB) = ZEROS
006590         GO TO 2710-LIBERAR-CURSO-PROXIMO.
006600     MOVE ZEROS TO SRC-PROFESSOR.
006610     MOVE SPACES TO SRC-DESCRICAO.
006620     MOVE EST-C-CURSO (EST-SUB) TO SRC-CURSO.
006630     MOVE EST-SUB TO SRC-SUB.
006640     IF EST-C-CURSO (EST-SUB) = SPACES
006650         MOVE 'CURSO PADRAO' TO SRC-DESCRICAO
006660     END-IF.
006670     IF EST-TURMAS-DISPONIVEL
006680         MOVE EST-C-CURSO (EST-SUB) TO TUR-CURSO
006690         READ CLASS-MASTER
006700             INVALID KEY
006710                 CONTINUE
006720             NOT INVALID KEY
006730                 MOVE TUR-PROFESSOR TO SRC-PROFESSOR
006740                 MOVE TUR-DESCRICAO TO SRC-DESCRICAO
006750         END-READ
006760     END-IF.
006770     RELEASE EST-SORT-CURSO.
006780 2710-LIBERAR-CURSO-PROXIMO.
006790     ADD 1 TO EST-SUB.
006800 2710-LIBERAR-CURSO-EXIT.
006810     EXIT.
006820
006830*=========================================================
006840* SAIDA DO SORT DE CURSOS: CURSOS POR PROFESSOR, COM O
006850* TOTAL DE CADA PROFESSOR
006860*=========================================================
006870 2900-CONSUMIR-CURSOS.
006880     PERFORM 2910-LER-CURSO THRU 2910-LER-CURSO-EXIT.
006890     PERFORM 3000-PROCESSAR-PROFESSOR
006900         THRU 3000-PROCESSAR-PROFESSOR-EXIT
006910         UNTIL EST-FIM-CURSOS.
006920 2900-CONSUMIR-CURSOS-EXIT.
006930     EXIT.
006940
006950 2910-LER-CURSO.
006960     RETURN SORT-CURSO-FILE
006970         AT END SET EST-FIM-CURSOS TO TRUE
006980     END-RETURN.
006990 2910-LER-CURSO-EXIT.
007000     EXIT.
007010
007020 3000-PROCESSAR-PROFESSOR.
007030     MOVE SRC-PROFESSOR TO EST-PROFESSOR-ATUAL.
007040     MOVE ZEROS TO EST-PRF-AVALIADOS EST-PRF-SOMA
007050         EST-PRF-APROV EST-PRF-REPROV.
007060     PERFORM 3100-CABECALHO-PROFESSOR
007070         THRU 3100-CABECALHO-PROFESSOR-EXIT.
007080     PERFORM 4000-IMPRIMIR-CURSO THRU 4000-IMPRIMIR-CURSO-EXIT
007090         UNTIL EST-FIM-CURSOS
007100            OR SRC-PROFESSOR NOT = EST-PROFESSOR-ATUAL.
007110     MOVE 'TOTAL DO PROFESSOR' TO EST-T-ROTULO.
007120     MOVE EST-PRF-AVALIADOS TO EST-T-AVALIADOS.
007130     MOVE ZEROS TO EST-T-MEDIA EST-T-PCT-APROV
007140         EST-T-PCT-REPROV.
007150     IF EST-PRF-AVALIADOS > ZEROS
007160         COMPUTE EST-T-MEDIA ROUNDED =
007170             EST-PRF-SOMA / EST-PRF-AVALIADOS
007180         COMPUTE EST-T-PCT-APROV ROUNDED =
007190             EST-PRF-APROV * 100 / EST-PRF-AVALIADOS
007200         COMPUTE EST-T-PCT-REPROV ROUNDED =
007210             EST-PRF-REPROV * 100 / EST-PRF-AVALIADOS
007220     END-IF.
007230     WRITE EST-REPORT-LINE FROM EST-LINHA-TOTAL.
007240 3000-PROCESSAR-PROFESSOR-EXIT.
007250     EXIT.
007260
007270 3100-CABECALHO-PROFESSOR.
007280     MOVE SPACES TO EST-REPORT-LINE.
007290     WRITE EST-REPORT-LINE.
007300     MOVE EST-PROFESSOR-ATUAL TO EST-CP-CODIGO.
007310     IF EST-PROFESSOR-ATUAL = ZEROS
007320         MOVE 'CURSOS SEM TURMA CADASTRADA' TO EST-CP-NOME
007330         GO TO 3100-CABECALHO-PROFESSOR-GRAVAR.
007340     MOVE 'PROFESSOR NAO CADASTRADO' TO EST-CP-NOME.
007350     IF NOT EST-PROFMST-DISPONIVEL
007360         GO TO 3100-CABECALHO-PROFESSOR-GRAVAR.
007370     MOVE EST-PROFESSOR-ATUAL TO PRF-CODIGO.
007380     READ TEACHER-MASTER
007390         INVALID KEY
007400             GO TO 3100-CABECALHO-PROFESSOR-GRAVAR
007410     END-READ.
007420     MOVE PRF-NOME TO EST-CP-NOME.
007430 3100-CABECALHO-PROFESSOR-GRAVAR.
007440     WRITE EST-REPORT-LINE FROM EST-CABECALHO-PROFESSOR.
007450 3100-CABECALHO-PROFESSOR-EXIT.
007460     EXIT.
007470
007480*=========================================================
007490* BLOCO DO CURSO: MEDIA/MEDIANA/DESVIO, TAXAS, FAIXAS,
007500* NOTAS, COMPARACAO COM O SEMESTRE ANTERIOR E ALERTA
007510*=========================================================
007520 4000-IMPRIMIR-CURSO.
007530     MOVE SRC-SUB TO EST-SUB.
007540     MOVE SPACES TO EST-REPORT-LINE.
007550     WRITE EST-REPORT-LINE.
007560     PERFORM 4100-CALCULAR-ESTATISTICAS
007570         THRU 4100-CALCULAR-ESTATISTICAS-EXIT.
007580     MOVE EST-C-CURSO (EST-SUB) TO EST-L-CURSO.
007590     MOVE SRC-DESCRICAO TO EST-L-DESCRICAO.
007600     MOVE EST-C-MATRICULADOS (EST-SUB) TO EST-L-MATRICULADOS.
007610     MOVE EST-C-AVALIADOS (EST-SUB) TO EST-L-AVALIADOS.
007620     MOVE EST-MEDIA TO EST-L-MEDIA.
007630     MOVE EST-MEDIANA TO EST-L-MEDIANA.
007640     MOVE EST-DESVIO TO EST-L-DESVIO.
007650     WRITE EST-REPORT-LINE FROM EST-LINHA-CURSO.
007660     WRITE EST-REPORT-LINE FROM EST-LINHA-TAXAS.
007670     WRITE EST-REPORT-LINE FROM EST-LINHA-FAIXAS.
007680     WRITE EST-REPORT-LINE FROM EST-LINHA-NOTAS.
007690     IF EST-C-ANT-AVALIADOS (EST-SUB) = ZEROS
007700         MOVE SPACES TO EST-REPORT-LINE
007710         STRING '     SEM. ANTERIOR: CURSO SEM RESULTADOS NO '
007720                    DELIMITED BY SIZE
007730                'GRDHIST' DELIMITED BY SIZE
007740             INTO EST-REPORT-LINE
007750         WRITE EST-REPORT-LINE
007760     ELSE
007770         WRITE EST-REPORT-LINE FROM EST-LINHA-COMPARACAO
007780     END-IF.
007790     IF EST-C-AVALIADOS (EST-SUB) NOT < EST-MINIMO-AVALIADOS
007800             AND EST-PCT-REPROV > EST-PCT-ALERTA
007810         ADD 1 TO EST-QTDE-ALERTAS
007820         MOVE EST-PCT-ESCOLA TO EST-PCT-EDT
007830         MOVE SPACES TO EST-REPORT-LINE
007840         STRING '     *** REPROVACAO MUITO ACIMA DA MEDIA DA '
007850                    DELIMITED BY SIZE
007860                'ESCOLA (' DELIMITED BY SIZE
007870                EST-PCT-EDT DELIMITED BY SIZE
007880                '%)' DELIMITED BY SIZE
007890             INTO EST-REPORT-LINE
007900         WRITE EST-REPORT-LINE
007910     END-IF.
007920     ADD EST-C-AVALIADOS (EST-SUB) TO EST-PRF-AVALIADOS.
007930     ADD EST-C-SOMA-MEDIAS (EST-SUB) TO EST-PRF-SOMA.
007940     ADD EST-APROV-FINAL TO EST-PRF-APROV.
007950     ADD EST-REPROV-FINAL TO EST-PRF-REPROV.
007960     PERFORM 2910-LER-CURSO THRU 2910-LER-CURSO-EXIT.
007970 4000-IMPRIMIR-CURSO-EXIT.
007980     EXIT.
007990
008000 4100-CALCULAR-ESTATISTICAS.
008010     MOVE ZEROS TO EST-MEDIA EST-MEDIANA EST-DESVIO
008020         EST-PCT-REPROV EST-PCT-ANTERIOR.
008030     MOVE ZEROS TO EST-T-APROV EST-T-RECUP EST-T-REP-NOTA
008040         EST-T-REP-FALTA.
008050     COMPUTE EST-APROV-FINAL = EST-C-APROVADOS (EST-SUB)
008060         + EST-C-REC-APROV (EST-SUB).
008070     COMPUTE EST-REPROV-FINAL = EST-C-REPROV-NOTA (EST-SUB)
008080         + EST-C-REPROV-FALTA (EST-SUB)
008090         + EST-C-REC-REPROV (EST-SUB).
008100     COMPUTE EST-PENDENTES = EST-C-RECUPERACAO (EST-SUB)
008110         - EST-C-REC-APROV (EST-SUB)
008120         - EST-C-REC-REPROV (EST-SUB).
008130     MOVE EST-C-REC-APROV (EST-SUB) TO EST-T-REC-APROV.
008140     MOVE EST-C-REC-REPROV (EST-SUB) TO EST-T-REC-REPROV.
008150     MOVE EST-PENDENTES TO EST-T-REC-PEND.
008160     MOVE ZEROS TO EST-FAIXA-QTDE (1) EST-FAIXA-QTDE (2)
008170         EST-FAIXA-QTDE (3) EST-FAIXA-QTDE (4)
008180         EST-FAIXA-QTDE (5) EST-FAIXA-QTDE (6)
008190         EST-FAIXA-QTDE (7) EST-FAIXA-QTDE (8)
008200         EST-FAIXA-QTDE (9) EST-FAIXA-QTDE (10)
008210         EST-FAIXA-QTDE (11).
008220     MOVE 1 TO EST-IX.
008230     PERFORM 4110-SOMAR-FAIXA THRU 4110-SOMAR-FAIXA-EXIT
008240         UNTIL EST-IX > 101.
008250     MOVE 1 TO EST-FX.
008260     PERFORM 4120-EDITAR-FAIXA THRU 4120-EDITAR-FAIXA-EXIT
008270         UNTIL EST-FX > 11.
008280     MOVE ZEROS TO EST-N-NOTA1 EST-N-NOTA2 EST-N-NOTA3.
008290     IF EST-C-NOTA-QTDE (EST-SUB, 1) > ZEROS
008300         COMPUTE EST-N-NOTA1 ROUNDED =
008310             EST-C-NOTA-SOMA (EST-SUB, 1)
008320             / EST-C-NOTA-QTDE (EST-SUB, 1)
008330     END-IF.
008340     IF EST-C-NOTA-QTDE (EST-SUB, 2) > ZEROS
008350         COMPUTE EST-N-NOTA2 ROUNDED =
008360             EST-C-NOTA-SOMA (EST-SUB, 2)
008370             / EST-C-NOTA-QTDE (EST-SUB, 2)
008380     END-IF.
008390     IF EST-C-NOTA-QTDE (EST-SUB, 3) > ZEROS
008400         COMPUTE EST-N-NOTA3 ROUNDED =
008410             EST-C-NOTA-SOMA (EST-SUB, 3)
008420             / EST-C-NOTA-QTDE (EST-SUB, 3)
008430     END-IF.
008440     MOVE ZEROS TO EST-P-MEDIA.
008450     IF EST-C-ANT-AVALIADOS (EST-SUB) > ZEROS
008460         COMPUTE EST-P-MEDIA ROUNDED =
008470             EST-C-ANT-SOMA (EST-SUB)
008480             / EST-C-ANT-AVALIADOS (EST-SUB)
008490         COMPUTE EST-PCT-ANTERIOR ROUNDED =
008500             EST-C-ANT-REPROV (EST-SUB) * 100
008510             / EST-C-ANT-AVALIADOS (EST-SUB)
008520     END-IF.
008530     MOVE EST-C-ANT-AVALIADOS (EST-SUB) TO EST-P-AVALIADOS.
008540     MOVE EST-PCT-ANTERIOR TO EST-P-PCT-ANT.
008550     IF EST-C-AVALIADOS (EST-SUB) = ZEROS
008560         MOVE ZEROS TO EST-P-PCT-ATUAL
008570         COMPUTE EST-P-VARIACAO = ZEROS - EST-PCT-ANTERIOR
008580         GO TO 4100-CALCULAR-ESTATISTICAS-EXIT.
008590     COMPUTE EST-MEDIA ROUNDED = EST-C-SOMA-MEDIAS (EST-SUB)
008600         / EST-C-AVALIADOS (EST-SUB).
008610     COMPUTE EST-VARIANCIA ROUNDED = EST-C-SOMA-QUAD (EST-SUB)
008620         / EST-C-AVALIADOS (EST-SUB) - EST-MEDIA * EST-MEDIA.
008630     IF EST-VARIANCIA > ZEROS
008640         COMPUTE EST-DESVIO ROUNDED = EST-VARIANCIA ** 0,5
008650     END-IF.
008660*    MEDIANA: VALOR DO MEIO (OU MEDIA DOS DOIS DO MEIO) NO
008670*    HISTOGRAMA ORDENADO
008680     COMPUTE EST-POSICAO = (EST-C-AVALIADOS (EST-SUB) + 1) / 2.
008690     PERFORM 4200-LOCALIZAR-POSICAO
008700         THRU 4200-LOCALIZAR-POSICAO-EXIT.
008710     MOVE EST-VALOR-POSICAO TO EST-VALOR-POSICAO-2.
008720     COMPUTE EST-POSICAO = EST-C-AVALIADOS (EST-SUB) / 2 + 1.
008730     PERFORM 4200-LOCALIZAR-POSICAO
008740         THRU 4200-LOCALIZAR-POSICAO-EXIT.
008750     IF EST-C-AVALIADOS (EST-SUB) = EST-POSICAO * 2 - 2
008760         COMPUTE EST-MEDIANA ROUNDED =
008770             (EST-VALOR-POSICAO + EST-VALOR-POSICAO-2) / 2
008780     ELSE
008790         MOVE EST-VALOR-POSICAO-2 TO EST-MEDIANA
008800     END-IF.
008810     COMPUTE EST-T-APROV ROUNDED = EST-C-APROVADOS (EST-SUB)
008820         * 100 / EST-C-AVALIADOS (EST-SUB).
008830     COMPUTE EST-T-RECUP ROUNDED = EST-C-RECUPERACAO (EST-SUB)
008840         * 100 / EST-C-AVALIADOS (EST-SUB).
008850     COMPUTE EST-T-REP-NOTA ROUNDED =
008860         EST-C-REPROV-NOTA (EST-SUB) * 100
008870         / EST-C-AVALIADOS (EST-SUB).
008880     COMPUTE EST-T-REP-FALTA ROUNDED =
008890         EST-C-REPROV-FALTA (EST-SUB) * 100
008900         / EST-C-AVALIADOS (EST-SUB).
008910     COMPUTE EST-PCT-REPROV ROUNDED = EST-REPROV-FINAL * 100
008920         / EST-C-AVALIADOS (EST-SUB).
008930     MOVE EST-PCT-REPROV TO EST-P-PCT-ATUAL.
008940     COMPUTE EST-P-VARIACAO = EST-PCT-REPROV - EST-PCT-ANTERIOR.
008950 4100-CALCULAR-ESTATISTICAS-EXIT.
008960     EXIT.
008970
008980*    FAIXA DE UM PONTO: 0,0-0,9 = FAIXA 0 ... 10,0 = FAIXA 10
008990 4110-SOMAR-FAIXA.
009000     COMPUTE EST-FX = (EST-IX - 1) / 10 + 1.
009010     ADD EST-C-HISTOGRAMA (EST-SUB, EST-IX)
009020         TO EST-FAIXA-QTDE (EST-FX).
009030     ADD 1 TO EST-IX.
009040 4110-SOMAR-FAIXA-EXIT.
009050     EXIT.
009060
009070 4120-EDITAR-FAIXA.
009080     COMPUTE EST-F-FAIXA (EST-FX) = EST-FX - 1.
009090     MOVE EST-FAIXA-QTDE (EST-FX) TO EST-F-QTDE (EST-FX).
009100     ADD 1 TO EST-FX.
009110 4120-EDITAR-FAIXA-EXIT.
009120     EXIT.
009130
009140*    MEDIA NA POSICAO EST-POSICAO DA LISTA ORDENADA
009150 4200-LOCALIZAR-POSICAO.
009160     MOVE ZEROS TO EST-ACUMULADO EST-VALOR-POSICAO.
009170     MOVE 1 TO EST-IX.
009180     PERFORM 4210-PERCORRER-HISTOGRAMA
009190         THRU 4210-PERCORRER-HISTOGRAMA-EXIT
009200         UNTIL EST-ACUMULADO NOT < EST-POSICAO
009210            OR EST-IX > 101.
009220 4200-LOCALIZAR-POSICAO-EXIT.
009230     EXIT.
009240
009250 4210-PERCORRER-HISTOGRAMA.
009260     ADD EST-C-HISTOGRAMA (EST-SUB, EST-IX) TO EST-ACUMULADO.
009270     IF EST-ACUMULADO NOT < EST-POSICAO
009280         COMPUTE EST-VALOR-POSICAO = (EST-IX - 1) / 10
009290     ELSE
009300         ADD 1 TO EST-IX
009310     END-IF.
009320 4210-PERCORRER-HISTOGRAMA-EXIT.
009330     EXIT.
009340
009350*=========================================================
009360* ROTINAS DE APOIO
009370*=========================================================
009380*    LOCALIZA O CURSO NA TABELA, INCLUINDO SE FOR NOVO
009390 8100-LOCALIZAR-CURSO.
009400     MOVE 'N' TO EST-SW-ACHOU.
009410     MOVE 1 TO EST-SUB.
009420     PERFORM 8110-COMPARAR-CURSO THRU 8110-COMPARAR-CURSO-EXIT
009430         UNTIL EST-SUB > EST-QTDE-CURSOS
009440            OR EST-CURSO-ACHADO.
009450     IF EST-CURSO-ACHADO
009460         GO TO 8100-LOCALIZAR-CURSO-EXIT.
009470     IF EST-QTDE-CURSOS NOT < 200
009480         IF NOT EST-TAB-CHEIA
009490             DISPLAY 'TABELA DE CURSOS CHEIA - CURSOS '
009500                 'EXCEDENTES FORA DA ESTATISTICA'
009510             SET EST-TAB-CHEIA TO TRUE
009520         END-IF
009530         GO TO 8100-LOCALIZAR-CURSO-EXIT.
009540     ADD 1 TO EST-QTDE-CURSOS.
009550     MOVE EST-QTDE-CURSOS TO EST-SUB.
009560     INITIALIZE EST-CURSO-ITEM (EST-SUB).
009570     MOVE EST-CURSO-BUSCA TO EST-C-CURSO (EST-SUB).
009580     SET EST-CURSO-ACHADO TO TRUE.
009590 8100-LOCALIZAR-CURSO-EXIT.
009600     EXIT.
009610
009620 8110-COMPARAR-CURSO.
009630     IF EST-C-CURSO (EST-SUB) = EST-CURSO-BUSCA
009640         SET EST-CURSO-ACHADO TO TRUE
009650     ELSE
009660         ADD 1 TO EST-SUB
009670     END-IF.
009680 8110-COMPARAR-CURSO-EXIT.
009690     EXIT.
009700
009710*=========================================================
009720* TOTAL DA ESCOLA E FECHAMENTO
009730*=========================================================
009740 9000-FINALIZAR.
009750     MOVE SPACES TO EST-REPORT-LINE.
009760     WRITE EST-REPORT-LINE.
009770     MOVE 'TOTAL DA ESCOLA' TO EST-T-ROTULO.
009780     MOVE EST-ESC-AVALIADOS TO EST-T-AVALIADOS.
009790     MOVE ZEROS TO EST-T-MEDIA EST-T-PCT-APROV
009800         EST-T-PCT-REPROV.
009810     IF EST-ESC-AVALIADOS > ZEROS
009820         COMPUTE EST-T-MEDIA ROUNDED =
009830             EST-ESC-SOMA / EST-ESC-AVALIADOS
009840         COMPUTE EST-T-PCT-APROV ROUNDED =
009850             EST-ESC-APROV * 100 / EST-ESC-AVALIADOS
009860         MOVE EST-PCT-ESCOLA TO EST-T-PCT-REPROV
009870     END-IF.
009880     WRITE EST-REPORT-LINE FROM EST-LINHA-TOTAL.
009890     MOVE SPACES TO EST-REPORT-LINE.
009900     MOVE EST-PCT-ALERTA TO EST-PCT-EDT.
009910     STRING '   ALERTA: REPROVACAO FINAL DO CURSO ACIMA DE '
009920                DELIMITED BY SIZE
009930            EST-PCT-EDT DELIMITED BY SIZE
009940            '% (MEDIA DA ESCOLA + 15 PP, MINIMO DE 5 '
009950                DELIMITED BY SIZE
009960            'AVALIADOS)' DELIMITED BY SIZE
009970         INTO EST-REPORT-LINE.
009980     WRITE EST-REPORT-LINE.
009990     MOVE SPACES TO EST-REPORT-LINE.
010000     MOVE EST-QTDE-ALERTAS TO EST-QTDE-EDT.
010010     STRING '   CURSOS EM ALERTA: ' DELIMITED BY SIZE
010020            EST-QTDE-EDT DELIMITED BY SIZE
010030         INTO EST-REPORT-LINE.
010040     WRITE EST-REPORT-LINE.
010050     DISPLAY 'REGISTROS DO GRDHIST LIDOS: ' EST-QTDE-LIDOS.
010060     DISPLAY 'ALUNOS AVALIADOS NO SEMESTRE: ' EST-ESC-AVALIADOS
010070         ' CURSOS EM ALERTA: ' EST-QTDE-ALERTAS.
010080     IF EST-TURMAS-DISPONIVEL
010090         CLOSE CLASS-MASTER
010100     END-IF.
010110     IF EST-PROFMST-DISPONIVEL
010120         CLOSE TEACHER-MASTER
010130     END-IF.
010140     CLOSE STATISTICS-REPORT.
010150 9000-FINALIZAR-EXIT.
010160     EXIT.
