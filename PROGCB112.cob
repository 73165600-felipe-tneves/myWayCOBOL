000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB112.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: REMATRICULA PARA O SEMESTRE SEGUINTE - O ENROLL
000100*           ERA MONTADO NA MAO A CADA SEMESTRE E ALUNO COM
000110*           MENSALIDADE ATRASADA ERA REMATRICULADO. ESTE
000120*           LOTE CASA AS MATRICULAS DO SEMESTRE (ENROLL)
000130*           COM O ULTIMO RESULTADO DE CADA ALUNO + CURSO NO
000140*           GRDHIST E PROPOE AS MATRICULAS DO SEMESTRE
000150*           SEGUINTE NO ARQUIVO ENRPROX (LAYOUT DO ENROLL):
000160*           APROVADO VAI PARA O PROXIMO CURSO DA SEQUENCIA
000170*           DA GRADE DO PROGRAMA DELE (STUPROG + CURRIC,
000180*           CUR-PROXIMO) E REPROVADO REPETE O CURSO. ANTES,
000190*           AS MENSALIDADES (TUIINV) SAO VARRIDAS: ALUNO
000200*           COM FATURA VENCIDA HA MAIS QUE A CARENCIA DO
000210*           REMPARM E BLOQUEADO NO CADASTRO FINHOLD, NAO
000220*           RECEBE PROPOSTA E SAI NO RELATORIO DE BLOQUEIOS
000230*           (BLOQRPT); BLOQUEIO CUJAS FATURAS JA FORAM
000240*           QUITADAS E LIBERADO NA MESMA VARREDURA. O
000250*           BLOQRPT LISTA AINDA OS ALUNOS COM BOLSA
000260*           REVOGADA NO AWARDS (MENSALIDADE INTEGRAL DESDE
000270*           A REVOGACAO) E O SALDO EM ABERTO DE CADA UM.
000280* OBS: FATURA EM ABERTO = SITUACAO A/R OU BAIXADA COMO
000290*      PERDA (W) - A BAIXA CONTABIL NAO QUITA A DIVIDA DO
000300*      ALUNO. FATURA DE VALOR ZERO (BOLSA INTEGRAL) NAO
000310*      CONTA. DIAS DE ATRASO NA CONTA APROXIMADA DO AGING
000320*      (ANO*365+MES*31+DIA) SOBRE A DATA DE PROCESSAMENTO
000330*      (BUSIDATE QUANDO INFORMADA). O RESULTADO E O
000340*      REGISTRO MAIS RECENTE DO ALUNO + CURSO (MESMA REGRA
000350*      DA AUDITORIA DE FORMATURA, PROGCB111); RECUPERACAO
000360*      EM ABERTO AGUARDA O RESULTADO FINAL (PROGCOB37) E
000370*      NAO GERA PROPOSTA. VINCULO FORMADO OU INATIVO NAO
000380*      E REMATRICULADO. O ENRPROX E REGRAVADO A CADA
000390*      RODADA; QUITADA A MENSALIDADE, BASTA RODAR DE NOVO
000400*      PARA LIBERAR O ALUNO E GERAR A PROPOSTA DELE. NO
000410*      INICIO DO SEMESTRE A SECRETARIA CONFERE O REMARPT
000420*      E O ENRPROX SUBSTITUI O ENROLL.
000430*      RC 4 QUANDO HA ALUNO BLOQUEADO OU MATRICULA SEM
000440*      PROPOSTA POR FALTA DE RESULTADO, VINCULO OU GRADE;
000450*      RC 12 SEM ENROLL, GRDHIST, TUIINV, STUPROG OU
000460*      CURRIC.
000470* -----------------------------------------------------
000480* HISTORICO DE ALTERACOES
000490* 15/10/2026 FT  PROGRAMA CRIADO.
000500***********************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ENROLLMENT-MASTER ASSIGN TO 'ENROLL'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS ENR-CHAVE
000610         FILE STATUS IS RMT-ENROLL-STATUS.
000620     SELECT NEXT-ENROLLMENT ASSIGN TO 'ENRPROX'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS RMT-PRX-CHAVE
000660         FILE STATUS IS RMT-ENRPROX-STATUS.
000670     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000680         ORGANIZATION IS INDEXED
000682         ACCESS MODE IS SEQUENTIAL
000684         RECORD KEY IS GRH-CHAVE
000690         FILE STATUS IS RMT-GRDHIST-STATUS.
000700     SELECT STUDENT-PROGRAM ASSIGN TO 'STUPROG'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS SPG-ID
000740         FILE STATUS IS RMT-STUPROG-STATUS.
000750     SELECT CURRICULUM-MASTER ASSIGN TO 'CURRIC'
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS CUR-CHAVE
000790         FILE STATUS IS RMT-CURRIC-STATUS.
000800     SELECT TUITION-INVOICES ASSIGN TO 'TUIINV'
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS INV-NUMERO
000840         FILE STATUS IS RMT-TUIINV-STATUS.
000850     SELECT SCHOLARSHIP-AWARDS ASSIGN TO 'AWARDS'
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS RMT-AWARDS-STATUS.
000880     SELECT FINANCIAL-HOLDS ASSIGN TO 'FINHOLD'
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS FHD-ID
000920         FILE STATUS IS RMT-FINHOLD-STATUS.
000930     SELECT REENROLL-PARAM ASSIGN TO 'REMPARM'
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS RMT-REMPARM-STATUS.
000960     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS RMT-BUSIDATE-STATUS.
001000     SELECT REENROLL-REPORT ASSIGN TO 'REMARPT'
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS RMT-REPORT-STATUS.
001030     SELECT HOLD-REPORT ASSIGN TO 'BLOQRPT'
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS RMT-BLOQRPT-STATUS.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  ENROLLMENT-MASTER.
001090     COPY ENROLL.
001100 FD  NEXT-ENROLLMENT.
001110 01  RMT-ENRPROX-RECORD.
001120     05  RMT-PRX-CHAVE.
001130         10  RMT-PRX-ID       PIC 9(05).
001140         10  RMT-PRX-CURSO    PIC X(05).
001150 FD  GRADE-HISTORY.
001160     COPY GRDHIST.
001170 FD  STUDENT-PROGRAM.
001180     COPY STUPROG.
001190 FD  CURRICULUM-MASTER.
001200     COPY CURRIC.
001210 FD  TUITION-INVOICES.
001220     COPY RENTINV.
001230 FD  SCHOLARSHIP-AWARDS.
001240     COPY AWARDS.
001250 FD  FINANCIAL-HOLDS.
001260     COPY FINHOLD.
001270 FD  REENROLL-PARAM.
001280     COPY REMPARM.
001290 FD  BUSINESS-DATE-FILE.
001300     COPY BUSIDATE.
001380 FD  REENROLL-REPORT
001390     RECORD CONTAINS 132 CHARACTERS.
001400 01  RMT-REPORT-LINE          PIC X(132).
001410 FD  HOLD-REPORT
001420     RECORD CONTAINS 132 CHARACTERS.
001430 01  RMT-BLOQRPT-LINE         PIC X(132).
001440 WORKING-STORAGE SECTION.
001450 01  RMT-SWITCHES.
001460     05  RMT-ENROLL-STATUS    PIC X(02) VALUE '00'.
001470     05  RMT-ENRPROX-STATUS   PIC X(02) VALUE '00'.
001480     05  RMT-GRDHIST-STATUS   PIC X(02) VALUE '00'.
001490         88  RMT-GRDHIST-EOF      VALUE '10'.
001500     05  RMT-STUPROG-STATUS   PIC X(02) VALUE '00'.
001510     05  RMT-CURRIC-STATUS    PIC X(02) VALUE '00'.
001520     05  RMT-TUIINV-STATUS    PIC X(02) VALUE '00'.
001530         88  RMT-TUIINV-EOF       VALUE '10'.
001540     05  RMT-AWARDS-STATUS    PIC X(02) VALUE '00'.
001550         88  RMT-AWARDS-EOF       VALUE '10'.
001560     05  RMT-FINHOLD-STATUS   PIC X(02) VALUE '00'.
001570         88  RMT-FINHOLD-EOF      VALUE '10'.
001580     05  RMT-REMPARM-STATUS   PIC X(02) VALUE '00'.
001590     05  RMT-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001600     05  RMT-REPORT-STATUS    PIC X(02) VALUE '00'.
001610     05  RMT-BLOQRPT-STATUS   PIC X(02) VALUE '00'.
001620     05  RMT-SW-DEVEDOR       PIC X(01) VALUE 'N'.
001630         88  RMT-DEVEDOR-ACHADO       VALUE 'S'.
001640     05  RMT-SW-REVOGADA      PIC X(01) VALUE 'N'.
001650         88  RMT-BOLSA-REVOGADA       VALUE 'S'.
001660     05  RMT-SW-VINCULO       PIC X(01) VALUE 'N'.
001670         88  RMT-VINCULO-ACHADO       VALUE 'S'.
001680     05  RMT-SW-TAB-CHEIA     PIC X(01) VALUE 'N'.
001690         88  RMT-TAB-CHEIA            VALUE 'S'.
001692     05  RMT-SW-REGISTRO      PIC X(01) VALUE 'N'.
001694         88  RMT-REGISTRO-PRONTO      VALUE 'S'.
001700
001710 01  RMT-DATASISTEMA.
001720     05  RMT-DATA-ANO         PIC 9(04).
001730     05  RMT-DATA-MES         PIC 9(02).
001740     05  RMT-DATA-DIA         PIC 9(02).
001750 01  RMT-DATA-NUM REDEFINES RMT-DATASISTEMA PIC 9(08).
001760
001770 01  RMT-DATA-VENC.
001780     05  RMT-VC-ANO           PIC 9(04).
001790     05  RMT-VC-MES           PIC 9(02).
001800     05  RMT-VC-DIA           PIC 9(02).
001810
001820 01  RMT-AREA-TRABALHO.
001830     05  RMT-CARENCIA         PIC 9(03) VALUE 30.
001840     05  RMT-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
001850     05  RMT-DIAS-VENC        PIC 9(07) VALUE ZEROS.
001860     05  RMT-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
001870     05  RMT-ID-BUSCA         PIC 9(05) VALUE ZEROS.
001880     05  RMT-SUB              PIC 9(04) COMP VALUE ZEROS.
001890     05  RMT-SUB-REV          PIC 9(03) COMP VALUE ZEROS.
001900     05  RMT-PROXIMO-CURSO    PIC X(05) VALUE SPACES.
001910     05  RMT-ACAO             PIC X(30) VALUE SPACES.
001920     05  RMT-NOME             PIC X(20) VALUE SPACES.
001930
001940*    CHAVES DO CASAMENTO GRDHIST X ENROLL, ALUNO +
001950*    CURSO (HIGH-VALUES = ARQUIVO ESGOTADO)
001960 01  RMT-CHAVES.
001970     05  RMT-CHAVE-HIST       PIC X(10) VALUE SPACES.
001980     05  RMT-CHAVE-MATR       PIC X(10) VALUE SPACES.
001990     05  RMT-CHAVE-ATUAL      PIC X(10) VALUE SPACES.
002000
002010 01  RMT-SITUACAO-CURSO       PIC X(12) VALUE SPACES.
002020     88  RMT-CURSO-APROVADO   VALUE 'APROVADO' 'APROV - BONU'
002030                                    'APROV.FINAL'.
002040     88  RMT-CURSO-REPROVADO  VALUE 'REPROVADO' 'REPROV.FALTA'
002050                                    'REPROV.FINAL'.
002060
002070*    BOLSAS REVOGADAS NO AWARDS (STATUS R)
002080 01  RMT-TABELA-REVOGADAS.
002090     05  RMT-QTDE-REVOGADAS   PIC 9(03) COMP VALUE ZEROS.
002100     05  RMT-REVOGADA-ITEM OCCURS 500 TIMES.
002110         10  RMT-R-ID         PIC 9(05).
002120         10  RMT-R-NOME       PIC X(20).
002130
002140*    ALUNOS COM MENSALIDADE EM ABERTO NO TUIINV: TOTAL EM
002150*    ABERTO E O QUE JA PASSOU DA CARENCIA
002160 01  RMT-TABELA-DEVEDORES.
002170     05  RMT-QTDE-DEVEDORES   PIC 9(04) COMP VALUE ZEROS.
002180     05  RMT-DEVEDOR-ITEM OCCURS 2000 TIMES.
002190         10  RMT-D-ID         PIC 9(05).
002200         10  RMT-D-QTDE-ABERTAS   PIC 9(03) COMP.
002210         10  RMT-D-VALOR-ABERTO   PIC 9(08)V99.
002220         10  RMT-D-QTDE-VENCIDAS  PIC 9(03) COMP.
002230         10  RMT-D-VALOR-VENCIDO  PIC 9(08)V99.
002240         10  RMT-D-VENCTO-ANTIGO  PIC 9(08).
002250
002260 01  RMT-CONTADORES.
002270     05  RMT-QTDE-MATRICULAS  PIC 9(05) COMP VALUE ZEROS.
002280     05  RMT-QTDE-PROMOVIDOS  PIC 9(05) COMP VALUE ZEROS.
002290     05  RMT-QTDE-REPETENTES  PIC 9(05) COMP VALUE ZEROS.
002300     05  RMT-QTDE-DUPLICADAS  PIC 9(05) COMP VALUE ZEROS.
002310     05  RMT-QTDE-FIM-SEQ     PIC 9(05) COMP VALUE ZEROS.
002320     05  RMT-QTDE-AGUARDANDO  PIC 9(05) COMP VALUE ZEROS.
002330     05  RMT-QTDE-SEM-RESULT  PIC 9(05) COMP VALUE ZEROS.
002340     05  RMT-QTDE-SEM-VINCULO PIC 9(05) COMP VALUE ZEROS.
002350     05  RMT-QTDE-FORA-GRADE  PIC 9(05) COMP VALUE ZEROS.
002360     05  RMT-QTDE-INATIVOS    PIC 9(05) COMP VALUE ZEROS.
002370     05  RMT-QTDE-RETIDAS     PIC 9(05) COMP VALUE ZEROS.
002380     05  RMT-QTDE-BLOQUEADOS  PIC 9(05) COMP VALUE ZEROS.
002390     05  RMT-QTDE-NOVOS-BLOQ  PIC 9(05) COMP VALUE ZEROS.
002400     05  RMT-QTDE-LIBERADOS   PIC 9(05) COMP VALUE ZEROS.
002410     05  RMT-QTDE-SEM-CURSO   PIC 9(05) COMP VALUE ZEROS.
002420     05  RMT-QTDE-EDT         PIC ZZ.ZZ9.
002430
002440 01  RMT-CABECALHO-1.
002450     05  FILLER               PIC X(47) VALUE
002460         '=== PROPOSTA DE REMATRICULA - SEMESTRE SEGUINTE'.
002470     05  FILLER               PIC X(08) VALUE ' - DATA '.
002480     05  RMT-C1-DATA          PIC 9(08).
002490     05  FILLER               PIC X(04) VALUE ' ==='.
002500     05  FILLER               PIC X(65) VALUE SPACES.
002510
002520 01  RMT-CABECALHO-2.
002530     05  FILLER               PIC X(08) VALUE ' ALUNO'.
002540     05  FILLER               PIC X(07) VALUE 'CURSO'.
002550     05  FILLER               PIC X(14) VALUE 'RESULTADO'.
002560     05  FILLER               PIC X(32) VALUE 'ACAO'.
002570     05  FILLER               PIC X(05) VALUE 'PROX.'.
002580     05  FILLER               PIC X(66) VALUE SPACES.
002590
002600 01  RMT-LINHA-MATRICULA.
002610     05  FILLER               PIC X(01) VALUE SPACES.
002620     05  RMT-M-ID             PIC 9(05).
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  RMT-M-CURSO          PIC X(05).
002650     05  FILLER               PIC X(02) VALUE SPACES.
002660     05  RMT-M-RESULTADO      PIC X(12).
002670     05  FILLER               PIC X(02) VALUE SPACES.
002680     05  RMT-M-ACAO           PIC X(30).
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  RMT-M-PROXIMO        PIC X(05).
002710     05  FILLER               PIC X(66) VALUE SPACES.
002720
002730 01  RMT-CABECALHO-BLOQ.
002740     05  FILLER               PIC X(46) VALUE
002750         '=== BLOQUEIO FINANCEIRO DA REMATRICULA - DATA '.
002760     05  RMT-CB-DATA          PIC 9(08).
002770     05  FILLER               PIC X(12) VALUE ' - CARENCIA '.
002780     05  RMT-CB-CARENCIA      PIC ZZ9.
002790     05  FILLER               PIC X(09) VALUE ' DIAS ==='.
002800     05  FILLER               PIC X(54) VALUE SPACES.
002810
002820 01  RMT-LINHA-BLOQUEIO.
002830     05  FILLER               PIC X(01) VALUE SPACES.
002840     05  RMT-B-ID             PIC 9(05).
002850     05  FILLER               PIC X(01) VALUE SPACES.
002860     05  RMT-B-NOME           PIC X(20).
002870     05  FILLER               PIC X(01) VALUE SPACES.
002880     05  RMT-B-SITUACAO       PIC X(14).
002890     05  FILLER               PIC X(09) VALUE ' FATURAS '.
002900     05  RMT-B-QTDE           PIC ZZ9.
002910     05  FILLER               PIC X(07) VALUE ' VALOR '.
002920     05  RMT-B-VALOR          PIC ZZ.ZZZ.ZZ9,99.
002930     05  FILLER               PIC X(15) VALUE
002940         ' VENCTO ANTIGO '.
002950     05  RMT-B-VENCTO         PIC 9(08).
002960     05  FILLER               PIC X(07) VALUE ' DESDE '.
002970     05  RMT-B-DESDE          PIC 9(08).
002980     05  FILLER               PIC X(01) VALUE SPACES.
002990     05  RMT-B-OBS            PIC X(16).
003000     05  FILLER               PIC X(03) VALUE SPACES.
003010
003020 01  RMT-LINHA-REVOGADA.
003030     05  FILLER               PIC X(01) VALUE SPACES.
003040     05  RMT-R-L-ID           PIC 9(05).
003050     05  FILLER               PIC X(01) VALUE SPACES.
003060     05  RMT-R-L-NOME         PIC X(20).
003070     05  FILLER               PIC X(18) VALUE
003080         ' FATURAS EM ABERTO'.
003090     05  RMT-R-L-QTDE         PIC ZZ9.
003100     05  FILLER               PIC X(07) VALUE ' VALOR '.
003110     05  RMT-R-L-VALOR        PIC ZZ.ZZZ.ZZ9,99.
003120     05  FILLER               PIC X(02) VALUE SPACES.
003130     05  RMT-R-L-SITUACAO     PIC X(30).
003140     05  FILLER               PIC X(32) VALUE SPACES.
003150
003160 PROCEDURE DIVISION.
003170
003180 0000-MAINLINE.
003190     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003200     IF RETURN-CODE NOT = ZEROS
003210         GO TO 0000-ENCERRAR.
003220     PERFORM 4000-ATUALIZAR-BLOQUEIOS
003230         THRU 4000-ATUALIZAR-BLOQUEIOS-EXIT.
003240     PERFORM 1900-CASAR-HISTORICO
003250         THRU 1900-CASAR-HISTORICO-EXIT.
003310     PERFORM 5000-LISTAR-REVOGADAS
003320         THRU 5000-LISTAR-REVOGADAS-EXIT.
003330     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003340     IF RMT-QTDE-BLOQUEADOS > ZEROS
003350             OR RMT-QTDE-SEM-RESULT > ZEROS
003360             OR RMT-QTDE-SEM-VINCULO > ZEROS
003370             OR RMT-QTDE-FORA-GRADE > ZEROS
003380             OR RMT-TAB-CHEIA
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410 0000-ENCERRAR.
003420     GOBACK.
003430
003440*=========================================================
003450* DATA DE REFERENCIA, CARENCIA, ABERTURA DOS ARQUIVOS E
003460* CARGA DAS BOLSAS REVOGADAS E DAS MENSALIDADES EM ABERTO
003470*=========================================================
003480 1000-INICIALIZAR.
003490     ACCEPT RMT-DATASISTEMA FROM DATE YYYYMMDD.
003500     OPEN INPUT BUSINESS-DATE-FILE.
003510     IF RMT-BUSIDATE-STATUS = '00'
003520         READ BUSINESS-DATE-FILE
003530             AT END
003540                 CONTINUE
003550             NOT AT END
003560                 IF BSD-DATA NOT = ZEROS
003570                     MOVE BSD-DATA TO RMT-DATA-NUM
003580                 END-IF
003590         END-READ
003600         CLOSE BUSINESS-DATE-FILE
003610     END-IF.
003620     COMPUTE RMT-DIAS-HOJE = RMT-DATA-ANO * 365
003630         + RMT-DATA-MES * 31 + RMT-DATA-DIA.
003640     PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
003650     OPEN INPUT GRADE-HISTORY.
003660     IF RMT-GRDHIST-STATUS NOT = '00'
003670         DISPLAY 'GRADE-HISTORY INDISPONIVEL - STATUS '
003680             RMT-GRDHIST-STATUS
003690         MOVE 12 TO RETURN-CODE
003700         GO TO 1000-INICIALIZAR-EXIT.
003710     OPEN INPUT ENROLLMENT-MASTER.
003720     IF RMT-ENROLL-STATUS NOT = '00'
003730         DISPLAY 'ENROLL INDISPONIVEL - STATUS '
003740             RMT-ENROLL-STATUS
003750         CLOSE GRADE-HISTORY
003760         MOVE 12 TO RETURN-CODE
003770         GO TO 1000-INICIALIZAR-EXIT.
003780     OPEN INPUT TUITION-INVOICES.
003790     IF RMT-TUIINV-STATUS NOT = '00'
003800         DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL - '
003810             'STATUS ' RMT-TUIINV-STATUS
003820         CLOSE GRADE-HISTORY
003830         CLOSE ENROLLMENT-MASTER
003840         MOVE 12 TO RETURN-CODE
003850         GO TO 1000-INICIALIZAR-EXIT.
003860     OPEN INPUT STUDENT-PROGRAM.
003870     IF RMT-STUPROG-STATUS NOT = '00'
003880         DISPLAY 'CADASTRO DE VINCULOS INDISPONIVEL - STATUS '
003890             RMT-STUPROG-STATUS
003900         CLOSE GRADE-HISTORY
003910         CLOSE ENROLLMENT-MASTER
003920         CLOSE TUITION-INVOICES
003930         MOVE 12 TO RETURN-CODE
003940         GO TO 1000-INICIALIZAR-EXIT.
003950     OPEN INPUT CURRICULUM-MASTER.
003960     IF RMT-CURRIC-STATUS NOT = '00'
003970         DISPLAY 'GRADE CURRICULAR INDISPONIVEL - STATUS '
003980             RMT-CURRIC-STATUS
003990         CLOSE GRADE-HISTORY
004000         CLOSE ENROLLMENT-MASTER
004010         CLOSE TUITION-INVOICES
004020         CLOSE STUDENT-PROGRAM
004030         MOVE 12 TO RETURN-CODE
004040         GO TO 1000-INICIALIZAR-EXIT.
004050     OPEN I-O FINANCIAL-HOLDS.
004060     IF RMT-FINHOLD-STATUS = '35'
004070         OPEN OUTPUT FINANCIAL-HOLDS
004080         CLOSE FINANCIAL-HOLDS
004090         OPEN I-O FINANCIAL-HOLDS
004100     END-IF.
004110     IF RMT-FINHOLD-STATUS NOT = '00'
004120         DISPLAY 'CADASTRO DE BLOQUEIOS INDISPONIVEL - STATUS '
004130             RMT-FINHOLD-STATUS
004140         CLOSE GRADE-HISTORY
004150         CLOSE ENROLLMENT-MASTER
004160         CLOSE TUITION-INVOICES
004170         CLOSE STUDENT-PROGRAM
004180         CLOSE CURRICULUM-MASTER
004190         MOVE 12 TO RETURN-CODE
004200         GO TO 1000-INICIALIZAR-EXIT.
004210     OPEN OUTPUT NEXT-ENROLLMENT.
004220     OPEN OUTPUT REENROLL-REPORT.
004230     OPEN OUTPUT HOLD-REPORT.
004240     MOVE RMT-DATA-NUM TO RMT-C1-DATA.
004250     WRITE RMT-REPORT-LINE FROM RMT-CABECALHO-1.
004260     WRITE RMT-REPORT-LINE FROM RMT-CABECALHO-2.
004270     MOVE RMT-DATA-NUM TO RMT-CB-DATA.
004280     MOVE RMT-CARENCIA TO RMT-CB-CARENCIA.
004290     WRITE RMT-BLOQRPT-LINE FROM RMT-CABECALHO-BLOQ.
004300     PERFORM 1200-CARREGAR-REVOGADAS
004310         THRU 1200-CARREGAR-REVOGADAS-EXIT.
004320     READ TUITION-INVOICES
004330         AT END SET RMT-TUIINV-EOF TO TRUE
004340     END-READ.
004350     PERFORM 1300-MAPEAR-DEBITO THRU 1300-MAPEAR-DEBITO-EXIT
004360         UNTIL RMT-TUIINV-EOF
004370            OR RMT-TUIINV-STATUS NOT = '00'.
004380     CLOSE TUITION-INVOICES.
004390 1000-INICIALIZAR-EXIT.
004400     EXIT.
004410
004420 1100-LER-PARAMETRO.
004430     OPEN INPUT REENROLL-PARAM.
004440     IF RMT-REMPARM-STATUS NOT = '00'
004450         DISPLAY 'SEM REMPARM - CARENCIA PADRAO DE '
004460             RMT-CARENCIA ' DIAS'
004470         GO TO 1100-LER-PARAMETRO-EXIT.
004480     READ REENROLL-PARAM
004490         AT END
004500             DISPLAY 'REMPARM VAZIO - CARENCIA PADRAO DE '
004510                 RMT-CARENCIA ' DIAS'
004520         NOT AT END
004530             IF RMP-DIAS-CARENCIA NUMERIC
004540                 MOVE RMP-DIAS-CARENCIA TO RMT-CARENCIA
004550             ELSE
004560                 DISPLAY 'CARENCIA INVALIDA NO REMPARM - '
004570                     'PADRAO DE ' RMT-CARENCIA ' DIAS'
004580             END-IF
004590     END-READ.
004600     CLOSE REENROLL-PARAM.
004610 1100-LER-PARAMETRO-EXIT.
004620     EXIT.
004630
004640*=========================================================
004650* BOLSAS REVOGADAS PELA RENOVACAO (PROGCOB65): O ALUNO
004660* PASSOU A PAGAR A MENSALIDADE INTEGRAL
004670*=========================================================
004680 1200-CARREGAR-REVOGADAS.
004690     OPEN INPUT SCHOLARSHIP-AWARDS.
004700     IF RMT-AWARDS-STATUS NOT = '00'
004710         DISPLAY 'ARQUIVO DE BOLSAS INDISPONIVEL - STATUS '
004720             RMT-AWARDS-STATUS ' - SEM BOLSAS REVOGADAS'
004730         GO TO 1200-CARREGAR-REVOGADAS-EXIT.
004740     READ SCHOLARSHIP-AWARDS
004750         AT END SET RMT-AWARDS-EOF TO TRUE
004760     END-READ.
004770     PERFORM 1210-GUARDAR-REVOGADA
004780         THRU 1210-GUARDAR-REVOGADA-EXIT
004790         UNTIL RMT-AWARDS-EOF.
004800     CLOSE SCHOLARSHIP-AWARDS.
004810 1200-CARREGAR-REVOGADAS-EXIT.
004820     EXIT.
004830
004840 1210-GUARDAR-REVOGADA.
004850     IF AWD-REVOGADA
004860         IF RMT-QTDE-REVOGADAS < 500
004870             ADD 1 TO RMT-QTDE-REVOGADAS
004880             MOVE AWD-ID TO RMT-R-ID (RMT-QTDE-REVOGADAS)
004890             MOVE AWD-NOME TO RMT-R-NOME (RMT-QTDE-REVOGADAS)
004900         ELSE
004910             IF NOT RMT-TAB-CHEIA
004920                 DISPLAY 'TABELA DE BOLSAS REVOGADAS CHEIA - '
004930                     'EXCEDENTES FORA DA LISTA'
004940                 SET RMT-TAB-CHEIA TO TRUE
004950             END-IF
004960         END-IF
004970     END-IF.
004980     READ SCHOLARSHIP-AWARDS
004990         AT END SET RMT-AWARDS-EOF TO TRUE
005000     END-READ.
005010 1210-GUARDAR-REVOGADA-EXIT.
005020     EXIT.
005030
005040*=========================================================
005050* MENSALIDADE EM ABERTO (A/R OU BAIXADA COMO PERDA): SOMA
005060* NO SALDO DO ALUNO; VENCIDA HA MAIS QUE A CARENCIA SOMA
005070* TAMBEM NO VENCIDO, QUE BLOQUEIA A REMATRICULA
005080*=========================================================
005090 1300-MAPEAR-DEBITO.
005100     IF NOT INV-EM-ABERTO AND NOT INV-BAIXADA-PERDA
005110         GO TO 1300-MAPEAR-DEBITO-LER.
005120     IF INV-VALOR-BRL = ZEROS
005130         GO TO 1300-MAPEAR-DEBITO-LER.
005140     MOVE INV-LOTE-ID TO RMT-ID-BUSCA.
005150     PERFORM 8100-LOCALIZAR-DEVEDOR
005160         THRU 8100-LOCALIZAR-DEVEDOR-EXIT.
005170     IF NOT RMT-DEVEDOR-ACHADO
005180         IF RMT-QTDE-DEVEDORES NOT < 2000
005190             IF NOT RMT-TAB-CHEIA
005200                 DISPLAY 'TABELA DE DEVEDORES CHEIA - ALUNOS '
005210                     'EXCEDENTES SEM CONFERENCIA FINANCEIRA'
005220                 SET RMT-TAB-CHEIA TO TRUE
005230             END-IF
005240             GO TO 1300-MAPEAR-DEBITO-LER
005250         END-IF
005260         ADD 1 TO RMT-QTDE-DEVEDORES
005270         MOVE RMT-QTDE-DEVEDORES TO RMT-SUB
005280         MOVE INV-LOTE-ID TO RMT-D-ID (RMT-SUB)
005290         MOVE ZEROS TO RMT-D-QTDE-ABERTAS (RMT-SUB)
005300             RMT-D-VALOR-ABERTO (RMT-SUB)
005310             RMT-D-QTDE-VENCIDAS (RMT-SUB)
005320             RMT-D-VALOR-VENCIDO (RMT-SUB)
005330             RMT-D-VENCTO-ANTIGO (RMT-SUB)
005340     END-IF.
005350     ADD 1 TO RMT-D-QTDE-ABERTAS (RMT-SUB).
005360     ADD INV-VALOR-BRL TO RMT-D-VALOR-ABERTO (RMT-SUB).
005370     MOVE INV-DATA-VENCIMENTO TO RMT-DATA-VENC.
005380     COMPUTE RMT-DIAS-VENC = RMT-VC-ANO * 365
005390         + RMT-VC-MES * 31 + RMT-VC-DIA.
005400     COMPUTE RMT-DIAS-ATRASO = RMT-DIAS-HOJE - RMT-DIAS-VENC.
005410     IF RMT-DIAS-ATRASO > RMT-CARENCIA
005420         ADD 1 TO RMT-D-QTDE-VENCIDAS (RMT-SUB)
005430         ADD INV-VALOR-BRL TO RMT-D-VALOR-VENCIDO (RMT-SUB)
005440         IF RMT-D-VENCTO-ANTIGO (RMT-SUB) = ZEROS
005450                 OR INV-DATA-VENCIMENTO
005460                    < RMT-D-VENCTO-ANTIGO (RMT-SUB)
005470             MOVE INV-DATA-VENCIMENTO
005480                 TO RMT-D-VENCTO-ANTIGO (RMT-SUB)
005490         END-IF
005500     END-IF.
005510 1300-MAPEAR-DEBITO-LER.
005520     READ TUITION-INVOICES
005530         AT END SET RMT-TUIINV-EOF TO TRUE
005540     END-READ.
005550 1300-MAPEAR-DEBITO-EXIT.
005560     EXIT.
005570
005580*=========================================================
005590* CASAMENTO DO HISTORICO (ORDEM DA CHAVE) COM AS
005600* MATRICULAS DO SEMESTRE, POR ALUNO + CURSO
005610*=========================================================
005920 1900-CASAR-HISTORICO.
005930     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
005940     PERFORM 1920-LER-MATRICULA THRU 1920-LER-MATRICULA-EXIT.
005950     PERFORM 2000-CASAR-MATRICULA
005960         THRU 2000-CASAR-MATRICULA-EXIT
005970         UNTIL RMT-CHAVE-HIST = HIGH-VALUES
005980           AND RMT-CHAVE-MATR = HIGH-VALUES.
005985     CLOSE GRADE-HISTORY.
005990 1900-CASAR-HISTORICO-EXIT.
006000     EXIT.
006010
006012*    PROXIMO REGISTRO DO GRDHIST COM CURSO (OS SEM CURSO SAO
006014*    CONTADOS E PULADOS)
006020 1910-LER-HISTORICO.
006030     MOVE 'N' TO RMT-SW-REGISTRO.
006040     PERFORM 1915-LER-REGISTRO THRU 1915-LER-REGISTRO-EXIT
006050         UNTIL RMT-REGISTRO-PRONTO.
006090 1910-LER-HISTORICO-EXIT.
006100     EXIT.
006101
006102 1915-LER-REGISTRO.
006103     READ GRADE-HISTORY
006104         AT END
006105             MOVE HIGH-VALUES TO RMT-CHAVE-HIST
006106             SET RMT-REGISTRO-PRONTO TO TRUE
006107             GO TO 1915-LER-REGISTRO-EXIT
006108     END-READ.
006109     IF GRH-CURSO = SPACES
006110         ADD 1 TO RMT-QTDE-SEM-CURSO
006111         GO TO 1915-LER-REGISTRO-EXIT.
006112     SET RMT-REGISTRO-PRONTO TO TRUE.
006113     MOVE GRH-CHAVE (1:10) TO RMT-CHAVE-HIST.
006114 1915-LER-REGISTRO-EXIT.
006115     EXIT.
006116
006120 1920-LER-MATRICULA.
006130     READ ENROLLMENT-MASTER NEXT RECORD
006140         AT END
006150             MOVE HIGH-VALUES TO RMT-CHAVE-MATR
006160             GO TO 1920-LER-MATRICULA-EXIT
006170     END-READ.
006180     IF RMT-ENROLL-STATUS NOT = '00'
006190         MOVE HIGH-VALUES TO RMT-CHAVE-MATR
006200     ELSE
006210         MOVE ENR-CHAVE TO RMT-CHAVE-MATR
006220     END-IF.
006230 1920-LER-MATRICULA-EXIT.
006240     EXIT.
006250
006260*    HISTORICO DE CURSO QUE NAO ESTA NO SEMESTRE E SALTADO
006270 2000-CASAR-MATRICULA.
006280     IF RMT-CHAVE-HIST < RMT-CHAVE-MATR
006290         PERFORM 2100-APURAR-RESULTADO
006300             THRU 2100-APURAR-RESULTADO-EXIT
006310         GO TO 2000-CASAR-MATRICULA-EXIT.
006320     MOVE SPACES TO RMT-SITUACAO-CURSO.
006330     IF RMT-CHAVE-HIST = RMT-CHAVE-MATR
006340         PERFORM 2100-APURAR-RESULTADO
006350             THRU 2100-APURAR-RESULTADO-EXIT
006360     END-IF.
006370     PERFORM 3000-PROPOR-MATRICULA
006380         THRU 3000-PROPOR-MATRICULA-EXIT.
006390     PERFORM 1920-LER-MATRICULA THRU 1920-LER-MATRICULA-EXIT.
006400 2000-CASAR-MATRICULA-EXIT.
006410     EXIT.
006420
006430*    O ULTIMO REGISTRO DO ALUNO + CURSO (ORDEM DA CHAVE) E O
006440*    RESULTADO DO CURSO
006450 2100-APURAR-RESULTADO.
006460     MOVE RMT-CHAVE-HIST TO RMT-CHAVE-ATUAL.
006470     PERFORM 2110-GUARDAR-RESULTADO
006480         THRU 2110-GUARDAR-RESULTADO-EXIT
006490         UNTIL RMT-CHAVE-HIST NOT = RMT-CHAVE-ATUAL.
006500 2100-APURAR-RESULTADO-EXIT.
006510     EXIT.
006520
006530 2110-GUARDAR-RESULTADO.
006540     MOVE GRH-SITUACAO TO RMT-SITUACAO-CURSO.
006550     PERFORM 1910-LER-HISTORICO THRU 1910-LER-HISTORICO-EXIT.
006560 2110-GUARDAR-RESULTADO-EXIT.
006570     EXIT.
006580
006590*=========================================================
006600* PROPOSTA DA MATRICULA: BLOQUEADO NAO E REMATRICULADO;
006610* APROVADO SEGUE PARA O PROXIMO CURSO DA GRADE, REPROVADO
006620* REPETE O CURSO
006630*=========================================================
006640 3000-PROPOR-MATRICULA.
006650     ADD 1 TO RMT-QTDE-MATRICULAS.
006660     MOVE SPACES TO RMT-PROXIMO-CURSO.
006670     MOVE ENR-ID TO RMT-ID-BUSCA.
006680     PERFORM 8100-LOCALIZAR-DEVEDOR
006690         THRU 8100-LOCALIZAR-DEVEDOR-EXIT.
006700     IF RMT-DEVEDOR-ACHADO
006710         IF RMT-D-QTDE-VENCIDAS (RMT-SUB) > ZEROS
006720             MOVE 'BLOQUEIO FINANCEIRO' TO RMT-ACAO
006730             ADD 1 TO RMT-QTDE-RETIDAS
006740             GO TO 3000-PROPOR-MATRICULA-GRAVAR
006750         END-IF
006760     END-IF.
006770     IF RMT-SITUACAO-CURSO = SPACES
006780         MOVE 'SEM RESULTADO NO GRDHIST' TO RMT-ACAO
006790         ADD 1 TO RMT-QTDE-SEM-RESULT
006800         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
006810     IF NOT RMT-CURSO-APROVADO AND NOT RMT-CURSO-REPROVADO
006820         MOVE 'AGUARDA RESULTADO FINAL' TO RMT-ACAO
006830         ADD 1 TO RMT-QTDE-AGUARDANDO
006840         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
006850     MOVE 'N' TO RMT-SW-VINCULO.
006860     MOVE ENR-ID TO SPG-ID.
006870     READ STUDENT-PROGRAM
006880         INVALID KEY
006890             CONTINUE
006900         NOT INVALID KEY
006910             SET RMT-VINCULO-ACHADO TO TRUE
006920     END-READ.
006930     IF RMT-VINCULO-ACHADO AND NOT SPG-ATIVO
006940         MOVE 'VINCULO FORMADO/INATIVO' TO RMT-ACAO
006950         ADD 1 TO RMT-QTDE-INATIVOS
006960         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
006970     IF RMT-CURSO-REPROVADO
006980         MOVE ENR-CURSO TO RMT-PROXIMO-CURSO
006990         MOVE 'REPETE O CURSO' TO RMT-ACAO
007000         PERFORM 3100-GRAVAR-PROPOSTA
007010             THRU 3100-GRAVAR-PROPOSTA-EXIT
007020         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
007030     IF NOT RMT-VINCULO-ACHADO
007040         MOVE 'SEM VINCULO A PROGRAMA' TO RMT-ACAO
007050         ADD 1 TO RMT-QTDE-SEM-VINCULO
007060         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
007070     MOVE SPG-PROGRAMA TO CUR-PROGRAMA.
007080     MOVE ENR-CURSO TO CUR-CURSO.
007090     READ CURRICULUM-MASTER
007100         INVALID KEY
007110             MOVE 'CURSO FORA DA GRADE' TO RMT-ACAO
007120             ADD 1 TO RMT-QTDE-FORA-GRADE
007130             GO TO 3000-PROPOR-MATRICULA-GRAVAR
007140     END-READ.
007150     IF CUR-PROXIMO = SPACES
007160         MOVE 'FIM DA SEQUENCIA DA GRADE' TO RMT-ACAO
007170         ADD 1 TO RMT-QTDE-FIM-SEQ
007180         GO TO 3000-PROPOR-MATRICULA-GRAVAR.
007190     MOVE CUR-PROXIMO TO RMT-PROXIMO-CURSO.
007200     MOVE 'PROMOVIDO' TO RMT-ACAO.
007210     PERFORM 3100-GRAVAR-PROPOSTA THRU 3100-GRAVAR-PROPOSTA-EXIT.
007220 3000-PROPOR-MATRICULA-GRAVAR.
007230     MOVE ENR-ID TO RMT-M-ID.
007240     MOVE ENR-CURSO TO RMT-M-CURSO.
007250     MOVE RMT-SITUACAO-CURSO TO RMT-M-RESULTADO.
007260     MOVE RMT-ACAO TO RMT-M-ACAO.
007270     MOVE RMT-PROXIMO-CURSO TO RMT-M-PROXIMO.
007280     WRITE RMT-REPORT-LINE FROM RMT-LINHA-MATRICULA.
007290 3000-PROPOR-MATRICULA-EXIT.
007300     EXIT.
007310
007320*    DOIS CURSOS QUE LEVAM AO MESMO PROXIMO (OU APROVADO E
007330*    REPROVADO NO MESMO) GERAM UMA SO MATRICULA
007340 3100-GRAVAR-PROPOSTA.
007350     MOVE ENR-ID TO RMT-PRX-ID.
007360     MOVE RMT-PROXIMO-CURSO TO RMT-PRX-CURSO.
007370     WRITE RMT-ENRPROX-RECORD
007380         INVALID KEY
007390             MOVE 'JA PROPOSTO POR OUTRO CURSO' TO RMT-ACAO
007400             ADD 1 TO RMT-QTDE-DUPLICADAS
007410         NOT INVALID KEY
007420             IF RMT-CURSO-APROVADO
007430                 ADD 1 TO RMT-QTDE-PROMOVIDOS
007440             ELSE
007450                 ADD 1 TO RMT-QTDE-REPETENTES
007460             END-IF
007470     END-WRITE.
007480 3100-GRAVAR-PROPOSTA-EXIT.
007490     EXIT.
007500
007510*=========================================================
007520* CADASTRO DE BLOQUEIOS: LIBERA QUEM QUITOU AS FATURAS
007530* VENCIDAS E BLOQUEIA (OU MANTEM) QUEM AINDA DEVE
007540*=========================================================
007550 4000-ATUALIZAR-BLOQUEIOS.
007560     MOVE SPACES TO RMT-BLOQRPT-LINE.
007570     WRITE RMT-BLOQRPT-LINE.
007580     MOVE ' ALUNOS BLOQUEADOS E LIBERADOS NESTA RODADA'
007590         TO RMT-BLOQRPT-LINE.
007600     WRITE RMT-BLOQRPT-LINE.
007610     MOVE ZEROS TO FHD-ID.
007620     START FINANCIAL-HOLDS KEY NOT < FHD-ID
007630         INVALID KEY
007640             MOVE '10' TO RMT-FINHOLD-STATUS
007650     END-START.
007660     PERFORM 4100-REVER-BLOQUEIO THRU 4100-REVER-BLOQUEIO-EXIT
007670         UNTIL RMT-FINHOLD-EOF
007680            OR RMT-FINHOLD-STATUS NOT = '00'.
007690     MOVE '00' TO RMT-FINHOLD-STATUS.
007700     MOVE 1 TO RMT-SUB.
007710     PERFORM 4200-BLOQUEAR-DEVEDOR
007720         THRU 4200-BLOQUEAR-DEVEDOR-EXIT
007730         UNTIL RMT-SUB > RMT-QTDE-DEVEDORES.
007740     IF RMT-QTDE-BLOQUEADOS = ZEROS
007750             AND RMT-QTDE-LIBERADOS = ZEROS
007760         MOVE '    NENHUM ALUNO BLOQUEADO' TO RMT-BLOQRPT-LINE
007770         WRITE RMT-BLOQRPT-LINE
007780     END-IF.
007790 4000-ATUALIZAR-BLOQUEIOS-EXIT.
007800     EXIT.
007810
007820*    BLOQUEIO SEM FATURA VENCIDA NO TUIINV: PAGAMENTO BAIXADO
007830 4100-REVER-BLOQUEIO.
007840     READ FINANCIAL-HOLDS NEXT RECORD
007850         AT END
007860             SET RMT-FINHOLD-EOF TO TRUE
007870             GO TO 4100-REVER-BLOQUEIO-EXIT
007880     END-READ.
007890     IF RMT-FINHOLD-STATUS NOT = '00'
007900         GO TO 4100-REVER-BLOQUEIO-EXIT.
007910     IF NOT FHD-BLOQUEADO
007920         GO TO 4100-REVER-BLOQUEIO-EXIT.
007930     MOVE FHD-ID TO RMT-ID-BUSCA.
007940     PERFORM 8100-LOCALIZAR-DEVEDOR
007950         THRU 8100-LOCALIZAR-DEVEDOR-EXIT.
007960     IF RMT-DEVEDOR-ACHADO
007970         IF RMT-D-QTDE-VENCIDAS (RMT-SUB) > ZEROS
007980             GO TO 4100-REVER-BLOQUEIO-EXIT
007990         END-IF
008000     END-IF.
008010     SET FHD-LIBERADO TO TRUE.
008020     MOVE RMT-DATA-NUM TO FHD-DATA-LIBERACAO.
008030     REWRITE FHD-RECORD
008040         INVALID KEY
008050             DISPLAY 'ERRO AO LIBERAR O BLOQUEIO DO ALUNO '
008060                 FHD-ID
008070             GO TO 4100-REVER-BLOQUEIO-EXIT
008080     END-REWRITE.
008090     ADD 1 TO RMT-QTDE-LIBERADOS.
008100     MOVE 'LIBERADO' TO RMT-B-SITUACAO.
008110     PERFORM 4300-LISTAR-BLOQUEIO THRU 4300-LISTAR-BLOQUEIO-EXIT.
008120 4100-REVER-BLOQUEIO-EXIT.
008130     EXIT.
008140
008150*    DEVEDOR COM FATURA VENCIDA ALEM DA CARENCIA: BLOQUEIO
008160*    NOVO (OU DE NOVO, SE JA TINHA SIDO LIBERADO) OU MANTIDO
008170 4200-BLOQUEAR-DEVEDOR.
008180     IF RMT-D-QTDE-VENCIDAS (RMT-SUB) = ZEROS
008190         GO TO 4200-BLOQUEAR-DEVEDOR-PROXIMO.
008200     ADD 1 TO RMT-QTDE-BLOQUEADOS.
008210     MOVE RMT-D-ID (RMT-SUB) TO FHD-ID RMT-ID-BUSCA.
008220     PERFORM 8200-LOCALIZAR-REVOGADA
008230         THRU 8200-LOCALIZAR-REVOGADA-EXIT.
008240     READ FINANCIAL-HOLDS
008250         INVALID KEY
008260             MOVE '23' TO RMT-FINHOLD-STATUS
008270     END-READ.
008280     IF RMT-FINHOLD-STATUS = '00' AND FHD-BLOQUEADO
008290         MOVE 'BLOQ. MANTIDO' TO RMT-B-SITUACAO
008300     ELSE
008310         MOVE 'NOVO BLOQUEIO' TO RMT-B-SITUACAO
008320         ADD 1 TO RMT-QTDE-NOVOS-BLOQ
008330         SET FHD-BLOQUEADO TO TRUE
008340         MOVE RMT-DATA-NUM TO FHD-DATA-BLOQUEIO
008350         MOVE ZEROS TO FHD-DATA-LIBERACAO
008360     END-IF.
008370     MOVE RMT-D-QTDE-VENCIDAS (RMT-SUB) TO FHD-QTDE-FATURAS.
008380     MOVE RMT-D-VALOR-VENCIDO (RMT-SUB) TO FHD-VALOR-VENCIDO.
008390     MOVE RMT-D-VENCTO-ANTIGO (RMT-SUB) TO FHD-VENCTO-ANTIGO.
008400     IF RMT-BOLSA-REVOGADA
008410         MOVE 'S' TO FHD-BOLSA-REVOGADA
008420     ELSE
008430         MOVE 'N' TO FHD-BOLSA-REVOGADA
008440     END-IF.
008450     IF RMT-FINHOLD-STATUS = '00'
008460         REWRITE FHD-RECORD
008470             INVALID KEY
008480                 DISPLAY 'ERRO AO ATUALIZAR O BLOQUEIO DO '
008490                     'ALUNO ' FHD-ID
008500         END-REWRITE
008510     ELSE
008520         MOVE RMT-D-ID (RMT-SUB) TO FHD-ID
008530         WRITE FHD-RECORD
008540             INVALID KEY
008550                 DISPLAY 'ERRO AO GRAVAR O BLOQUEIO DO ALUNO '
008560                     FHD-ID
008570         END-WRITE
008580         MOVE '00' TO RMT-FINHOLD-STATUS
008590     END-IF.
008600     PERFORM 4300-LISTAR-BLOQUEIO THRU 4300-LISTAR-BLOQUEIO-EXIT.
008610 4200-BLOQUEAR-DEVEDOR-PROXIMO.
008620     ADD 1 TO RMT-SUB.
008630 4200-BLOQUEAR-DEVEDOR-EXIT.
008640     EXIT.
008650
008660 4300-LISTAR-BLOQUEIO.
008670     MOVE FHD-ID TO RMT-B-ID RMT-ID-BUSCA.
008680     PERFORM 8000-OBTER-NOME THRU 8000-OBTER-NOME-EXIT.
008690     MOVE RMT-NOME TO RMT-B-NOME.
008700     MOVE FHD-QTDE-FATURAS TO RMT-B-QTDE.
008710     MOVE FHD-VALOR-VENCIDO TO RMT-B-VALOR.
008720     MOVE FHD-VENCTO-ANTIGO TO RMT-B-VENCTO.
008730     MOVE FHD-DATA-BLOQUEIO TO RMT-B-DESDE.
008740     IF FHD-COM-BOLSA-REVOGADA
008750         MOVE 'BOLSA REVOGADA' TO RMT-B-OBS
008760     ELSE
008770         MOVE SPACES TO RMT-B-OBS
008780     END-IF.
008790     WRITE RMT-BLOQRPT-LINE FROM RMT-LINHA-BLOQUEIO.
008800 4300-LISTAR-BLOQUEIO-EXIT.
008810     EXIT.
008820
008830*=========================================================
008840* BOLSAS REVOGADAS: MENSALIDADE INTEGRAL E SALDO EM ABERTO
008850* DE CADA ALUNO
008860*=========================================================
008870 5000-LISTAR-REVOGADAS.
008880     MOVE SPACES TO RMT-BLOQRPT-LINE.
008890     WRITE RMT-BLOQRPT-LINE.
008900     MOVE ' BOLSAS REVOGADAS NO AWARDS - MENSALIDADE INTEGRAL'
008910         TO RMT-BLOQRPT-LINE.
008920     WRITE RMT-BLOQRPT-LINE.
008930     IF RMT-QTDE-REVOGADAS = ZEROS
008940         MOVE '    NENHUMA BOLSA REVOGADA' TO RMT-BLOQRPT-LINE
008950         WRITE RMT-BLOQRPT-LINE
008960         GO TO 5000-LISTAR-REVOGADAS-EXIT.
008970     MOVE 1 TO RMT-SUB-REV.
008980     PERFORM 5100-LISTAR-REVOGADA THRU 5100-LISTAR-REVOGADA-EXIT
008990         UNTIL RMT-SUB-REV > RMT-QTDE-REVOGADAS.
009000 5000-LISTAR-REVOGADAS-EXIT.
009010     EXIT.
009020
009030 5100-LISTAR-REVOGADA.
009040     MOVE RMT-R-ID (RMT-SUB-REV) TO RMT-R-L-ID RMT-ID-BUSCA.
009050     MOVE RMT-R-NOME (RMT-SUB-REV) TO RMT-R-L-NOME.
009060     MOVE ZEROS TO RMT-R-L-QTDE RMT-R-L-VALOR.
009070     MOVE 'EM DIA' TO RMT-R-L-SITUACAO.
009080     PERFORM 8100-LOCALIZAR-DEVEDOR
009090         THRU 8100-LOCALIZAR-DEVEDOR-EXIT.
009100     IF RMT-DEVEDOR-ACHADO
009110         MOVE RMT-D-QTDE-ABERTAS (RMT-SUB) TO RMT-R-L-QTDE
009120         MOVE RMT-D-VALOR-ABERTO (RMT-SUB) TO RMT-R-L-VALOR
009130         IF RMT-D-QTDE-VENCIDAS (RMT-SUB) > ZEROS
009140             MOVE 'BLOQUEADO NA REMATRICULA'
009150                 TO RMT-R-L-SITUACAO
009160         ELSE
009170             MOVE 'EM ABERTO DENTRO DA CARENCIA'
009180                 TO RMT-R-L-SITUACAO
009190         END-IF
009200     END-IF.
009210     WRITE RMT-BLOQRPT-LINE FROM RMT-LINHA-REVOGADA.
009220     ADD 1 TO RMT-SUB-REV.
009230 5100-LISTAR-REVOGADA-EXIT.
009240     EXIT.
009250
009260*=========================================================
009270* ROTINAS DE APOIO
009280*=========================================================
009290*    NOME DO ALUNO: VINCULO (STUPROG) OU A BOLSA REVOGADA
009300 8000-OBTER-NOME.
009310     MOVE SPACES TO RMT-NOME.
009320     MOVE RMT-ID-BUSCA TO SPG-ID.
009330     READ STUDENT-PROGRAM
009340         INVALID KEY
009350             CONTINUE
009360         NOT INVALID KEY
009370             MOVE SPG-NOME TO RMT-NOME
009380             GO TO 8000-OBTER-NOME-EXIT
009390     END-READ.
009400     PERFORM 8200-LOCALIZAR-REVOGADA
009410         THRU 8200-LOCALIZAR-REVOGADA-EXIT.
009420     IF RMT-BOLSA-REVOGADA
009430         MOVE RMT-R-NOME (RMT-SUB-REV) TO RMT-NOME
009440     END-IF.
009450 8000-OBTER-NOME-EXIT.
009460     EXIT.
009470
009480 8100-LOCALIZAR-DEVEDOR.
009490     MOVE 'N' TO RMT-SW-DEVEDOR.
009500     MOVE 1 TO RMT-SUB.
009510     PERFORM 8110-COMPARAR-DEVEDOR
009520         THRU 8110-COMPARAR-DEVEDOR-EXIT
009530         UNTIL RMT-SUB > RMT-QTDE-DEVEDORES
009540            OR RMT-DEVEDOR-ACHADO.
009550 8100-LOCALIZAR-DEVEDOR-EXIT.
009560     EXIT.
009570
009580 8110-COMPARAR-DEVEDOR.
009590     IF RMT-D-ID (RMT-SUB) = RMT-ID-BUSCA
009600         SET RMT-DEVEDOR-ACHADO TO TRUE
009610     ELSE
009620         ADD 1 TO RMT-SUB
009630     END-IF.
009640 8110-COMPARAR-DEVEDOR-EXIT.
009650     EXIT.
009660
009670 8200-LOCALIZAR-REVOGADA.
009680     MOVE 'N' TO RMT-SW-REVOGADA.
009690     MOVE 1 TO RMT-SUB-REV.
009700     PERFORM 8210-COMPARAR-REVOGADA
009710         THRU 8210-COMPARAR-REVOGADA-EXIT
009720         UNTIL RMT-SUB-REV > RMT-QTDE-REVOGADAS
009730            OR RMT-BOLSA-REVOGADA.
009740 8200-LOCALIZAR-REVOGADA-EXIT.
009750     EXIT.
009760
009770 8210-COMPARAR-REVOGADA.
009780     IF RMT-R-ID (RMT-SUB-REV) = RMT-ID-BUSCA
009790         SET RMT-BOLSA-REVOGADA TO TRUE
009800     ELSE
009810         ADD 1 TO RMT-SUB-REV
009820     END-IF.
009830 8210-COMPARAR-REVOGADA-EXIT.
009840     EXIT.
009850
009860*=========================================================
009870* TOTAIS E FECHAMENTO
009880*=========================================================
009890 9000-FINALIZAR.
009900     MOVE SPACES TO RMT-REPORT-LINE.
009910     WRITE RMT-REPORT-LINE.
009920     MOVE RMT-QTDE-MATRICULAS TO RMT-QTDE-EDT.
009930     STRING ' MATRICULAS DO SEMESTRE.......: ' DELIMITED BY SIZE
009940            RMT-QTDE-EDT DELIMITED BY SIZE
009950         INTO RMT-REPORT-LINE.
009960     WRITE RMT-REPORT-LINE.
009970     MOVE SPACES TO RMT-REPORT-LINE.
009980     MOVE RMT-QTDE-PROMOVIDOS TO RMT-QTDE-EDT.
009990     STRING ' PROMOVIDOS AO PROXIMO CURSO..: ' DELIMITED BY SIZE
010000            RMT-QTDE-EDT DELIMITED BY SIZE
010010         INTO RMT-REPORT-LINE.
010020     WRITE RMT-REPORT-LINE.
010030     MOVE SPACES TO RMT-REPORT-LINE.
010040     MOVE RMT-QTDE-REPETENTES TO RMT-QTDE-EDT.
010050     STRING ' REPETINDO O CURSO............: ' DELIMITED BY SIZE
010060            RMT-QTDE-EDT DELIMITED BY SIZE
010070         INTO RMT-REPORT-LINE.
010080     WRITE RMT-REPORT-LINE.
010090     MOVE SPACES TO RMT-REPORT-LINE.
010100     MOVE RMT-QTDE-DUPLICADAS TO RMT-QTDE-EDT.
010110     STRING ' PROPOSTA JA GERADA...........: ' DELIMITED BY SIZE
010120            RMT-QTDE-EDT DELIMITED BY SIZE
010130         INTO RMT-REPORT-LINE.
010140     WRITE RMT-REPORT-LINE.
010150     MOVE SPACES TO RMT-REPORT-LINE.
010160     MOVE RMT-QTDE-FIM-SEQ TO RMT-QTDE-EDT.
010170     STRING ' FIM DA SEQUENCIA DA GRADE....: ' DELIMITED BY SIZE
010180            RMT-QTDE-EDT DELIMITED BY SIZE
010190         INTO RMT-REPORT-LINE.
010200     WRITE RMT-REPORT-LINE.
010210     MOVE SPACES TO RMT-REPORT-LINE.
010220     MOVE RMT-QTDE-AGUARDANDO TO RMT-QTDE-EDT.
010230     STRING ' AGUARDANDO RESULTADO FINAL...: ' DELIMITED BY SIZE
010240            RMT-QTDE-EDT DELIMITED BY SIZE
010250         INTO RMT-REPORT-LINE.
010260     WRITE RMT-REPORT-LINE.
010270     MOVE SPACES TO RMT-REPORT-LINE.
010280     MOVE RMT-QTDE-RETIDAS TO RMT-QTDE-EDT.
010290     STRING ' RETIDAS POR BLOQUEIO.........: ' DELIMITED BY SIZE
010300            RMT-QTDE-EDT DELIMITED BY SIZE
010310         INTO RMT-REPORT-LINE.
010320     WRITE RMT-REPORT-LINE.
010330     MOVE SPACES TO RMT-REPORT-LINE.
010340     MOVE RMT-QTDE-INATIVOS TO RMT-QTDE-EDT.
010350     STRING ' VINCULO FORMADO/INATIVO......: ' DELIMITED BY SIZE
010360            RMT-QTDE-EDT DELIMITED BY SIZE
010370         INTO RMT-REPORT-LINE.
010380     WRITE RMT-REPORT-LINE.
010390     MOVE SPACES TO RMT-REPORT-LINE.
010400     MOVE RMT-QTDE-SEM-RESULT TO RMT-QTDE-EDT.
010410     STRING ' SEM RESULTADO NO GRDHIST.....: ' DELIMITED BY SIZE
010420            RMT-QTDE-EDT DELIMITED BY SIZE
010430         INTO RMT-REPORT-LINE.
010440     WRITE RMT-REPORT-LINE.
010450     MOVE SPACES TO RMT-REPORT-LINE.
010460     MOVE RMT-QTDE-SEM-VINCULO TO RMT-QTDE-EDT.
010470     STRING ' APROVADO SEM VINCULO.........: ' DELIMITED BY SIZE
010480            RMT-QTDE-EDT DELIMITED BY SIZE
010490         INTO RMT-REPORT-LINE.
010500     WRITE RMT-REPORT-LINE.
010510     MOVE SPACES TO RMT-REPORT-LINE.
010520     MOVE RMT-QTDE-FORA-GRADE TO RMT-QTDE-EDT.
010530     STRING ' CURSO FORA DA GRADE..........: ' DELIMITED BY SIZE
010540            RMT-QTDE-EDT DELIMITED BY SIZE
010550         INTO RMT-REPORT-LINE.
010560     WRITE RMT-REPORT-LINE.
010570     MOVE SPACES TO RMT-BLOQRPT-LINE.
010580     WRITE RMT-BLOQRPT-LINE.
010590     MOVE RMT-QTDE-BLOQUEADOS TO RMT-QTDE-EDT.
010600     STRING ' ALUNOS BLOQUEADOS............: ' DELIMITED BY SIZE
010610            RMT-QTDE-EDT DELIMITED BY SIZE
010620         INTO RMT-BLOQRPT-LINE.
010630     WRITE RMT-BLOQRPT-LINE.
010640     MOVE SPACES TO RMT-BLOQRPT-LINE.
010650     MOVE RMT-QTDE-NOVOS-BLOQ TO RMT-QTDE-EDT.
010660     STRING ' NOVOS BLOQUEIOS..............: ' DELIMITED BY SIZE
010670            RMT-QTDE-EDT DELIMITED BY SIZE
010680         INTO RMT-BLOQRPT-LINE.
010690     WRITE RMT-BLOQRPT-LINE.
010700     MOVE SPACES TO RMT-BLOQRPT-LINE.
010710     MOVE RMT-QTDE-LIBERADOS TO RMT-QTDE-EDT.
010720     STRING ' LIBERADOS (PAGAMENTO BAIXADO): ' DELIMITED BY SIZE
010730            RMT-QTDE-EDT DELIMITED BY SIZE
010740         INTO RMT-BLOQRPT-LINE.
010750     WRITE RMT-BLOQRPT-LINE.
010760     DISPLAY 'MATRICULAS LIDAS: ' RMT-QTDE-MATRICULAS
010770         ' PROMOVIDOS: ' RMT-QTDE-PROMOVIDOS
010780         ' REPETENTES: ' RMT-QTDE-REPETENTES.
010790     DISPLAY 'ALUNOS BLOQUEADOS: ' RMT-QTDE-BLOQUEADOS
010800         ' LIBERADOS: ' RMT-QTDE-LIBERADOS
010810         ' MATRICULAS RETIDAS: ' RMT-QTDE-RETIDAS.
010820     IF RMT-QTDE-SEM-CURSO > ZEROS
010830         DISPLAY 'REGISTROS DO GRDHIST SEM CURSO (IGNORADOS): '
010840             RMT-QTDE-SEM-CURSO
010850     END-IF.
010860     CLOSE ENROLLMENT-MASTER.
010870     CLOSE NEXT-ENROLLMENT.
010880     CLOSE STUDENT-PROGRAM.
010890     CLOSE CURRICULUM-MASTER.
010900     CLOSE FINANCIAL-HOLDS.
010910     CLOSE REENROLL-REPORT.
010920     CLOSE HOLD-REPORT.
010930 9000-FINALIZAR-EXIT.
010940     EXIT.
