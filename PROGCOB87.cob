000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB87.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: QUADRO DE PESSOAL E ROTATIVIDADE DO MES, POR
000100*           EMPRESA E DEPARTAMENTO (NOMES DO COMPMAST E DO
000110*           DEPTMAST) - QUADRO INICIAL, ADMISSOES,
000120*           DESLIGAMENTOS, TRANSFERENCIAS, AFASTAMENTOS E
000130*           RETORNOS DO MOVHIST, QUADRO FINAL, TAXA DE
000140*           ROTATIVIDADE, TEMPO MEDIO DE CASA E CUSTO DA
000150*           FOLHA (BRUTO DO FOLHIST, MENSAL E RESCISAO COM
000150*           AS FERIAS INDENIZADAS, MAIS AS FERIAS PAGAS NO
000150*           FERADT),
000160*           COM O MES ANTERIOR E O MESMO MES DO ANO
000170*           ANTERIOR AO LADO. RODA NO FECHAMENTO MENSAL
000180*           (PROGCOB75); RELATORIO QUADRPT.
000190* OBS: O QUADRO FINAL DE CADA COMPETENCIA E O QUADRO DE
000200*      HOJE DO EMPLOYEE-MASTER (NAO DESLIGADOS) DESCONTADO
000210*      O SALDO DOS EVENTOS DATADOS DEPOIS DELA. O EVENTO
000220*      CONTA NO DEPARTAMENTO/EMPRESA GRAVADO NO PROPRIO
000230*      MOVHIST (REGISTRO ANTIGO SEM ELES = LOTACAO ATUAL
000240*      DO FUNCIONARIO); O CUSTO CONTA NA LOTACAO ATUAL.
000250*      DESLIGAMENTO/ADMISSAO DE TRANSFERENCIA ENTRE
000260*      EMPRESAS (MOV-ORIGEM 'T') E TRANSFERENCIA, NAO
000270*      ROTATIVIDADE. ROTATIVIDADE = (ADMISSOES +
000280*      DESLIGAMENTOS) / (QUADRO INICIAL + FINAL) X 100.
000290*      TEMPO DE CASA PELO ANO DE ENTRADA.
000300* -----------------------------------------------------
000310* HISTORICO DE ALTERACOES
000320* 15/10/2026 FT  PROGRAMA CRIADO.
000320* 15/10/2026 FT  CUSTO DA FOLHA COM AS FERIAS PAGAS PELO
000320*                PROGCOB81 (FERADT, ABATIDAS DO BRUTO MENSAL)
000320*                E AS FERIAS INDENIZADAS DA RESCISAO
000320*                (FHI-ISENTO).
000330***********************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS QDP-EMPMAST-STATUS.
000450     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS QDP-MOVHIST-STATUS.
000480     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS QDP-FOLHIST-STATUS.
000500     SELECT VACATION-ADVANCE ASSIGN TO 'FERADT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS QDP-FERADT-STATUS.
000510     SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS DEP-CODIGO
000550         FILE STATUS IS QDP-DEPTMAST-STATUS.
000560     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CIA-CODIGO
000600         FILE STATUS IS QDP-COMPMAST-STATUS.
000610     SELECT HEADCOUNT-REPORT ASSIGN TO 'QUADRPT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS QDP-REPORT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EMPLOYEE-MASTER.
000670     COPY EMPREC.
000680 FD  MOVEMENT-HISTORY.
000690     COPY MOVHIST.
000700 FD  PAYROLL-HISTORY.
000710     COPY FOLHIST.
000710 FD  VACATION-ADVANCE.
000710     COPY FERADT.
000720 FD  DEPARTMENT-MASTER.
000730     COPY DEPTMST.
000740 FD  COMPANY-MASTER.
000750     COPY COMPMST.
000760 FD  HEADCOUNT-REPORT
000770     RECORD CONTAINS 132 CHARACTERS.
000780 01  QDP-REPORT-LINE          PIC X(132).
000790 WORKING-STORAGE SECTION.
000800 01  QDP-SWITCHES.
000810     05  QDP-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000820         88  QDP-EMPMAST-EOF      VALUE '10'.
000830     05  QDP-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000840         88  QDP-MOVHIST-EOF      VALUE '10'.
000850     05  QDP-FOLHIST-STATUS   PIC X(02) VALUE '00'.
000860         88  QDP-FOLHIST-EOF      VALUE '10'.
000860     05  QDP-FERADT-STATUS    PIC X(02) VALUE '00'.
000860         88  QDP-FERADT-EOF       VALUE '10'.
000870     05  QDP-DEPTMAST-STATUS  PIC X(02) VALUE '00'.
000880     05  QDP-COMPMAST-STATUS  PIC X(02) VALUE '00'.
000890     05  QDP-REPORT-STATUS    PIC X(02) VALUE '00'.
000900     05  QDP-SW-DEPTMAST      PIC X(01) VALUE 'N'.
000910         88  QDP-TEM-DEPTMAST     VALUE 'S'.
000920     05  QDP-SW-COMPMAST      PIC X(01) VALUE 'N'.
000930         88  QDP-TEM-COMPMAST     VALUE 'S'.
000940     05  QDP-SW-TABELA        PIC X(01) VALUE 'N'.
000950         88  QDP-TABELA-CHEIA     VALUE 'S'.
000960     05  QDP-SW-POSICAO       PIC X(01) VALUE 'N'.
000970         88  QDP-POSICAO-ACHADA   VALUE 'S'.
000980
000990 01  QDP-CONTADORES.
001000     05  QDP-RETORNO          PIC 9(04) COMP VALUE ZEROS.
001010     05  QDP-QTDE-LINHAS      PIC 9(03) COMP VALUE ZEROS.
001020     05  QDP-QTDE-FUNC        PIC 9(05) COMP VALUE ZEROS.
001030     05  QDP-QTDE-EVENTOS     PIC 9(06) COMP VALUE ZEROS.
001040     05  QDP-QTDE-FOLHA       PIC 9(06) COMP VALUE ZEROS.
001050     05  QDP-IX               PIC 9(03) COMP VALUE ZEROS.
001060     05  QDP-SUB              PIC 9(03) COMP VALUE ZEROS.
001070     05  QDP-PER              PIC 9(01) COMP VALUE ZEROS.
001080     05  QDP-NIVEL            PIC 9(01) COMP VALUE ZEROS.
001090     05  QDP-CMP              PIC 9(01) COMP VALUE ZEROS.
001100
001110 01  QDP-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001120 01  QDP-DATA-R REDEFINES QDP-DATASISTEMA.
001130     05  QDP-DATA-ANO         PIC 9(04).
001140     05  QDP-DATA-MES         PIC 9(02).
001150     05  QDP-DATA-DIA         PIC 9(02).
001160
001170*    COMPETENCIAS DO RELATORIO: 1 = MES, 2 = MES ANTERIOR,
001180*    3 = MESMO MES DO ANO ANTERIOR
001190 01  QDP-COMPETENCIAS.
001200     05  QDP-PERIODO OCCURS 3 TIMES PIC 9(06).
001210
001220*    CHAVE DE LOTACAO (EMPRESA + DEPARTAMENTO) PROCURADA OU
001230*    INCLUIDA NA TABELA
001240 01  QDP-CHAVE-BUSCA.
001250     05  QDP-CHV-EMPRESA      PIC 9(02).
001260     05  QDP-CHV-DEPTO        PIC X(04).
001270 01  QDP-CHAVE-ANTES.
001280     05  QDP-ANT-EMPRESA      PIC 9(02).
001290     05  QDP-ANT-DEPTO        PIC X(04).
001300 01  QDP-CHAVE-DESTINO        PIC X(06) VALUE SPACES.
001310 01  QDP-EMPRESA-ATUAL        PIC 9(02) VALUE ZEROS.
001320
001330*    TIPO DO MOVIMENTO APLICADO A UMA LOTACAO: A = ADMISSAO,
001340*    D = DESLIGAMENTO, E/S = TRANSFERENCIA (ENTRADA/SAIDA),
001350*    F = AFASTAMENTO, R = RETORNO
001360 01  QDP-MOV-TIPO             PIC X(01) VALUE SPACES.
001370     88  QDP-MOV-ENTRADA          VALUE 'A' 'E'.
001380     88  QDP-MOV-SAIDA            VALUE 'D' 'S'.
001390 01  QDP-MOV-COMPETENCIA      PIC 9(06) VALUE ZEROS.
001400
001410*    QUADRO POR LOTACAO, EM ORDEM DE EMPRESA/DEPARTAMENTO
001420 01  QDP-TABELA-QUADRO.
001430     05  QDP-LINHA OCCURS 300 TIMES.
001440         10  QDP-L-CHAVE.
001450             15  QDP-L-EMPRESA    PIC 9(02).
001460             15  QDP-L-DEPTO      PIC X(04).
001470         10  QDP-L-DADOS.
001480             15  QDP-L-ATUAL      PIC 9(05) COMP.
001490             15  QDP-L-TEMPO-SOMA PIC 9(07) COMP.
001500             15  QDP-L-PERIODO OCCURS 3 TIMES.
001510                 20  QDP-L-ADM    PIC 9(05) COMP.
001520                 20  QDP-L-DSL    PIC 9(05) COMP.
001530                 20  QDP-L-TRE    PIC 9(05) COMP.
001540                 20  QDP-L-TRS    PIC 9(05) COMP.
001550                 20  QDP-L-AFA    PIC 9(05) COMP.
001560                 20  QDP-L-RET    PIC 9(05) COMP.
001570                 20  QDP-L-APOS   PIC S9(05) COMP.
001580                 20  QDP-L-CUSTO  PIC 9(11)V99 COMP-3.
001590
001600*    ACUMULADORES DE IMPRESSAO: 1 = LINHA, 2 = TOTAL DA
001610*    EMPRESA, 3 = TOTAL GERAL (MESMO DESENHO DE QDP-L-DADOS)
001620 01  QDP-ACUMULADORES.
001630     05  QDP-ACUM OCCURS 3 TIMES.
001640         10  QDP-A-ATUAL          PIC 9(05) COMP.
001650         10  QDP-A-TEMPO-SOMA     PIC 9(07) COMP.
001660         10  QDP-A-PERIODO OCCURS 3 TIMES.
001670             15  QDP-A-ADM        PIC 9(05) COMP.
001680             15  QDP-A-DSL        PIC 9(05) COMP.
001690             15  QDP-A-TRE        PIC 9(05) COMP.
001700             15  QDP-A-TRS        PIC 9(05) COMP.
001710             15  QDP-A-AFA        PIC 9(05) COMP.
001720             15  QDP-A-RET        PIC 9(05) COMP.
001730             15  QDP-A-APOS       PIC S9(05) COMP.
001740             15  QDP-A-CUSTO      PIC 9(11)V99 COMP-3.
001750
001760 01  QDP-AREA-CALCULO.
001770     05  QDP-W-FINAL          PIC S9(05) VALUE ZEROS.
001780     05  QDP-W-INICIAL        PIC S9(05) VALUE ZEROS.
001790     05  QDP-W-SALDO          PIC S9(05) VALUE ZEROS.
001800     05  QDP-W-BASE           PIC S9(06) VALUE ZEROS.
001810     05  QDP-W-TURNOVER       PIC 9(03)V9 VALUE ZEROS.
001820     05  QDP-W-TEMPO          PIC 9(02)V9 VALUE ZEROS.
001830
001840 01  QDP-LINHA-TITULO.
001850     05  FILLER               PIC X(51) VALUE
001860         '=== QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIA '.
001870     05  QDP-T-PERIODO        PIC 9(06).
001880     05  FILLER               PIC X(04) VALUE ' ==='.
001890
001900 01  QDP-LINHA-CAB1.
001910     05  FILLER               PIC X(21) VALUE SPACES.
001920     05  FILLER               PIC X(25) VALUE
001930         'MOVIMENTO DA COMPETENCIA '.
001940     05  QDP-C1-PERIODO-1     PIC 9(06).
001950     05  FILLER               PIC X(29) VALUE SPACES.
001960     05  FILLER               PIC X(14) VALUE 'MES ANTERIOR '.
001970     05  QDP-C1-PERIODO-2     PIC 9(06).
001980     05  FILLER               PIC X(04) VALUE SPACES.
001990     05  FILLER               PIC X(14) VALUE 'MESMO MES DE '.
002000     05  QDP-C1-PERIODO-3     PIC 9(06).
002010
002020 01  QDP-LINHA-CAB2.
002030     05  FILLER               PIC X(21) VALUE 'DEPTO NOME'.
002040     05  FILLER               PIC X(06) VALUE '  INI '.
002050     05  FILLER               PIC X(05) VALUE ' ADM '.
002060     05  FILLER               PIC X(05) VALUE ' DSL '.
002070     05  FILLER               PIC X(05) VALUE ' TRF '.
002080     05  FILLER               PIC X(05) VALUE ' AFA '.
002090     05  FILLER               PIC X(05) VALUE ' RET '.
002100     05  FILLER               PIC X(06) VALUE '  FIM '.
002110     05  FILLER               PIC X(06) VALUE 'TURN% '.
002120     05  FILLER               PIC X(05) VALUE 'TEMP '.
002130     05  FILLER               PIC X(12) VALUE '  CUSTO R$  '.
002140     05  FILLER               PIC X(24) VALUE
002150         '  FIM TURN%   CUSTO R$  '.
002160     05  FILLER               PIC X(24) VALUE
002170         '  FIM TURN%   CUSTO R$  '.
002180
002190 01  QDP-LINHA-DETALHE.
002200     05  QDP-D-DEPTO          PIC X(04).
002210     05  FILLER               PIC X(01).
002220     05  QDP-D-NOME           PIC X(15).
002230     05  FILLER               PIC X(01).
002240     05  QDP-D-INICIAL        PIC -ZZZ9.
002250     05  FILLER               PIC X(01).
002260     05  QDP-D-ADM            PIC ZZZ9.
002270     05  FILLER               PIC X(01).
002280     05  QDP-D-DSL            PIC ZZZ9.
002290     05  FILLER               PIC X(01).
002300     05  QDP-D-TRF            PIC -ZZ9.
002310     05  FILLER               PIC X(01).
002320     05  QDP-D-AFA            PIC ZZZ9.
002330     05  FILLER               PIC X(01).
002340     05  QDP-D-RET            PIC ZZZ9.
002350     05  FILLER               PIC X(01).
002360     05  QDP-D-FINAL          PIC -ZZZ9.
002370     05  FILLER               PIC X(01).
002380     05  QDP-D-TURNOVER       PIC ZZ9,9.
002390     05  FILLER               PIC X(01).
002400     05  QDP-D-TEMPO          PIC Z9,9.
002410     05  FILLER               PIC X(01).
002420     05  QDP-D-CUSTO          PIC ZZ.ZZZ.ZZ9.
002430     05  FILLER               PIC X(02).
002440     05  QDP-D-COMPARACAO OCCURS 2 TIMES.
002450         10  QDP-D-C-FINAL    PIC -ZZZ9.
002460         10  FILLER           PIC X(01).
002470         10  QDP-D-C-TURNOVER PIC ZZ9,9.
002480         10  FILLER           PIC X(01).
002490         10  QDP-D-C-CUSTO    PIC ZZ.ZZZ.ZZ9.
002500         10  FILLER           PIC X(02).
002510
002520 PROCEDURE DIVISION.
002530
002540 0000-MAINLINE.
002550     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002560     IF QDP-RETORNO = ZEROS
002570         PERFORM 2000-LER-MOVIMENTOS
002580             THRU 2000-LER-MOVIMENTOS-EXIT
002590         PERFORM 3000-LER-FOLHA THRU 3000-LER-FOLHA-EXIT
002590         PERFORM 3200-LER-FERIAS THRU 3200-LER-FERIAS-EXIT
002600         PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT
002610         PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
002620     END-IF.
002630     MOVE QDP-RETORNO TO RETURN-CODE.
002640     GOBACK.
002650
002660*=========================================================
002670* COMPETENCIAS, ARQUIVOS E QUADRO ATUAL DO CADASTRO
002680*=========================================================
002690 1000-INICIALIZAR.
002700     ACCEPT QDP-DATASISTEMA FROM DATE YYYYMMDD.
002710     MOVE QDP-DATASISTEMA (1:6) TO QDP-PERIODO (1).
002720     IF QDP-DATA-MES = 01
002730         COMPUTE QDP-PERIODO (2) = QDP-PERIODO (1) - 89
002740     ELSE
002750         COMPUTE QDP-PERIODO (2) = QDP-PERIODO (1) - 1
002760     END-IF.
002770     COMPUTE QDP-PERIODO (3) = QDP-PERIODO (1) - 100.
002780     OPEN INPUT EMPLOYEE-MASTER.
002790     IF QDP-EMPMAST-STATUS NOT = '00'
002800         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
002810             QDP-EMPMAST-STATUS
002820         MOVE 16 TO QDP-RETORNO
002830         GO TO 1000-INICIALIZAR-EXIT.
002840     OPEN INPUT DEPARTMENT-MASTER.
002850     IF QDP-DEPTMAST-STATUS = '00'
002860         SET QDP-TEM-DEPTMAST TO TRUE
002870     ELSE
002880         DISPLAY 'DEPTMAST AUSENTE - DEPARTAMENTOS SEM NOME'
002890     END-IF.
002900     OPEN INPUT COMPANY-MASTER.
002910     IF QDP-COMPMAST-STATUS = '00'
002920         SET QDP-TEM-COMPMAST TO TRUE
002930     ELSE
002940         DISPLAY 'COMPMAST AUSENTE - EMPRESAS SEM NOME'
002950     END-IF.
002960     OPEN OUTPUT HEADCOUNT-REPORT.
002970     MOVE QDP-PERIODO (1) TO QDP-T-PERIODO QDP-C1-PERIODO-1.
002980     MOVE QDP-PERIODO (2) TO QDP-C1-PERIODO-2.
002990     MOVE QDP-PERIODO (3) TO QDP-C1-PERIODO-3.
003000     WRITE QDP-REPORT-LINE FROM QDP-LINHA-TITULO.
003010     MOVE SPACES TO QDP-REPORT-LINE.
003020     WRITE QDP-REPORT-LINE.
003030     WRITE QDP-REPORT-LINE FROM QDP-LINHA-CAB1.
003040     WRITE QDP-REPORT-LINE FROM QDP-LINHA-CAB2.
003050     PERFORM 1100-CONTAR-QUADRO THRU 1100-CONTAR-QUADRO-EXIT.
003060 1000-INICIALIZAR-EXIT.
003070     EXIT.
003080
003090*=========================================================
003100* QUADRO DE HOJE: FUNCIONARIO NAO DESLIGADO (AFASTADO
003110* CONTINUA NO QUADRO) NA SUA LOTACAO ATUAL
003120*=========================================================
003130 1100-CONTAR-QUADRO.
003140     READ EMPLOYEE-MASTER NEXT RECORD
003150         AT END SET QDP-EMPMAST-EOF TO TRUE
003160     END-READ.
003170     PERFORM 1110-CONTAR-FUNC THRU 1110-CONTAR-FUNC-EXIT
003180         UNTIL QDP-EMPMAST-EOF.
003190 1100-CONTAR-QUADRO-EXIT.
003200     EXIT.
003210
003220 1110-CONTAR-FUNC.
003230     IF EMP-DESLIGADO
003240         GO TO 1110-CONTAR-FUNC-LER.
003250     PERFORM 8300-LOTACAO-DO-FUNC THRU 8300-LOTACAO-DO-FUNC-EXIT.
003260     PERFORM 8000-LOCALIZAR-LOTACAO
003270         THRU 8000-LOCALIZAR-LOTACAO-EXIT.
003280     IF QDP-IX = ZEROS
003290         GO TO 1110-CONTAR-FUNC-LER.
003300     ADD 1 TO QDP-QTDE-FUNC.
003310     ADD 1 TO QDP-L-ATUAL (QDP-IX).
003320     IF EMP-ANOENTRADA NOT = ZEROS
003330             AND EMP-ANOENTRADA NOT > QDP-DATA-ANO
003340         COMPUTE QDP-L-TEMPO-SOMA (QDP-IX) =
003350             QDP-L-TEMPO-SOMA (QDP-IX)
003360             + QDP-DATA-ANO - EMP-ANOENTRADA
003370     END-IF.
003380 1110-CONTAR-FUNC-LER.
003390     READ EMPLOYEE-MASTER NEXT RECORD
003400         AT END SET QDP-EMPMAST-EOF TO TRUE
003410     END-READ.
003420 1110-CONTAR-FUNC-EXIT.
003430     EXIT.
003440
003450*=========================================================
003460* EVENTOS DO MOVHIST: CONTAM NA COMPETENCIA EM QUE CAEM E
003470* ENTRAM NO SALDO DAS COMPETENCIAS ANTERIORES A ELES
003480*=========================================================
003490 2000-LER-MOVIMENTOS.
003500     OPEN INPUT MOVEMENT-HISTORY.
003510     IF QDP-MOVHIST-STATUS NOT = '00'
003520         DISPLAY 'MOVHIST AUSENTE - QUADRO SEM MOVIMENTO'
003530         GO TO 2000-LER-MOVIMENTOS-EXIT.
003540     READ MOVEMENT-HISTORY
003550         AT END SET QDP-MOVHIST-EOF TO TRUE
003560     END-READ.
003570     PERFORM 2100-TRATAR-EVENTO THRU 2100-TRATAR-EVENTO-EXIT
003580         UNTIL QDP-MOVHIST-EOF.
003590     CLOSE MOVEMENT-HISTORY.
003600 2000-LER-MOVIMENTOS-EXIT.
003610     EXIT.
003620
003630 2100-TRATAR-EVENTO.
003640     MOVE MOV-DATA (1:6) TO QDP-MOV-COMPETENCIA.
003650     IF QDP-MOV-COMPETENCIA < QDP-PERIODO (3)
003660         GO TO 2100-TRATAR-EVENTO-LER.
003670     IF MOV-DEPTO-DEPOIS = SPACES
003680             AND MOV-EMPRESA-DEPOIS = SPACES
003690         MOVE MOV-MATRICULA TO EMP-ID
003700         PERFORM 8200-BUSCAR-FUNC THRU 8200-BUSCAR-FUNC-EXIT
003710     ELSE
003720         MOVE MOV-DEPTO-DEPOIS TO QDP-CHV-DEPTO
003730         IF MOV-EMPRESA-DEPOIS NUMERIC
003740             MOVE MOV-EMPRESA-DEPOIS TO QDP-CHV-EMPRESA
003750         ELSE
003760             MOVE 1 TO QDP-CHV-EMPRESA
003770         END-IF
003780         IF QDP-CHV-EMPRESA = ZEROS
003790             MOVE 1 TO QDP-CHV-EMPRESA
003800         END-IF
003810     END-IF.
003820     MOVE SPACES TO QDP-MOV-TIPO.
003830     EVALUATE TRUE
003840         WHEN MOV-EVENTO = 'ADMISSAO' AND MOV-TRANSF-EMPRESA
003850             MOVE 'E' TO QDP-MOV-TIPO
003860         WHEN MOV-EVENTO = 'ADMISSAO'
003870             MOVE 'A' TO QDP-MOV-TIPO
003880         WHEN MOV-EVENTO = 'DESLIGAMENTO'
003890                 AND MOV-TRANSF-EMPRESA
003900             MOVE 'S' TO QDP-MOV-TIPO
003910         WHEN MOV-EVENTO = 'DESLIGAMENTO'
003920             MOVE 'D' TO QDP-MOV-TIPO
003930         WHEN MOV-EVENTO = 'AFASTAMENTO'
003940             MOVE 'F' TO QDP-MOV-TIPO
003950         WHEN MOV-EVENTO = 'RETORNO'
003960             MOVE 'R' TO QDP-MOV-TIPO
003970         WHEN MOV-EVENTO = 'PROMOCAO'
003980                 OR MOV-EVENTO = 'TRANSFERENC.'
003990             PERFORM 2200-MUDANCA-LOTACAO
004000                 THRU 2200-MUDANCA-LOTACAO-EXIT
004010         WHEN OTHER
004020             CONTINUE
004030     END-EVALUATE.
004040     IF QDP-MOV-TIPO = SPACES
004050         GO TO 2100-TRATAR-EVENTO-LER.
004060     ADD 1 TO QDP-QTDE-EVENTOS.
004070     PERFORM 2300-APLICAR-EVENTO THRU 2300-APLICAR-EVENTO-EXIT.
004080 2100-TRATAR-EVENTO-LER.
004090     READ MOVEMENT-HISTORY
004100         AT END SET QDP-MOVHIST-EOF TO TRUE
004110     END-READ.
004120 2100-TRATAR-EVENTO-EXIT.
004130     EXIT.
004140
004150*=========================================================
004160* PROMOCAO/TRANSFERENCIA QUE MUDOU A LOTACAO: SAIDA NA
004170* LOTACAO DE ORIGEM AQUI E ENTRADA NA DE DESTINO DE
004180* VOLTA NO 2100; SEM MUDANCA, NAO CONTA
004190*=========================================================
004200 2200-MUDANCA-LOTACAO.
004210     IF MOV-DEPTO-ANTES = SPACES
004220             AND MOV-EMPRESA-ANTES = SPACES
004230         GO TO 2200-MUDANCA-LOTACAO-EXIT.
004240     MOVE MOV-DEPTO-ANTES TO QDP-ANT-DEPTO.
004250     IF MOV-EMPRESA-ANTES NUMERIC
004260         MOVE MOV-EMPRESA-ANTES TO QDP-ANT-EMPRESA
004270     ELSE
004280         MOVE QDP-CHV-EMPRESA TO QDP-ANT-EMPRESA
004290     END-IF.
004300     IF QDP-ANT-EMPRESA = ZEROS
004310         MOVE 1 TO QDP-ANT-EMPRESA
004320     END-IF.
004330     IF QDP-CHAVE-ANTES = QDP-CHAVE-BUSCA
004340         GO TO 2200-MUDANCA-LOTACAO-EXIT.
004350     MOVE QDP-CHAVE-BUSCA TO QDP-CHAVE-DESTINO.
004360     MOVE QDP-CHAVE-ANTES TO QDP-CHAVE-BUSCA.
004370     MOVE 'S' TO QDP-MOV-TIPO.
004380     PERFORM 2300-APLICAR-EVENTO THRU 2300-APLICAR-EVENTO-EXIT.
004390     MOVE QDP-CHAVE-DESTINO TO QDP-CHAVE-BUSCA.
004400     MOVE 'E' TO QDP-MOV-TIPO.
004410 2200-MUDANCA-LOTACAO-EXIT.
004420     EXIT.
004430
004440 2300-APLICAR-EVENTO.
004450     PERFORM 8000-LOCALIZAR-LOTACAO
004460         THRU 8000-LOCALIZAR-LOTACAO-EXIT.
004470     IF QDP-IX = ZEROS
004480         GO TO 2300-APLICAR-EVENTO-EXIT.
004490     PERFORM 2310-APLICAR-COMPETENCIA
004500         THRU 2310-APLICAR-COMPETENCIA-EXIT
004510         VARYING QDP-PER FROM 1 BY 1 UNTIL QDP-PER > 3.
004520 2300-APLICAR-EVENTO-EXIT.
004530     EXIT.
004540
004550 2310-APLICAR-COMPETENCIA.
004560     IF QDP-MOV-COMPETENCIA > QDP-PERIODO (QDP-PER)
004570         IF QDP-MOV-ENTRADA
004580             ADD 1 TO QDP-L-APOS (QDP-IX, QDP-PER)
004590         END-IF
004600         IF QDP-MOV-SAIDA
004610             SUBTRACT 1 FROM QDP-L-APOS (QDP-IX, QDP-PER)
004620         END-IF
004630         GO TO 2310-APLICAR-COMPETENCIA-EXIT.
004640     IF QDP-MOV-COMPETENCIA NOT = QDP-PERIODO (QDP-PER)
004650         GO TO 2310-APLICAR-COMPETENCIA-EXIT.
004660     EVALUATE QDP-MOV-TIPO
004670         WHEN 'A'
004680             ADD 1 TO QDP-L-ADM (QDP-IX, QDP-PER)
004690         WHEN 'D'
004700             ADD 1 TO QDP-L-DSL (QDP-IX, QDP-PER)
004710         WHEN 'E'
004720             ADD 1 TO QDP-L-TRE (QDP-IX, QDP-PER)
004730         WHEN 'S'
004740             ADD 1 TO QDP-L-TRS (QDP-IX, QDP-PER)
004750         WHEN 'F'
004760             ADD 1 TO QDP-L-AFA (QDP-IX, QDP-PER)
004770         WHEN 'R'
004780             ADD 1 TO QDP-L-RET (QDP-IX, QDP-PER)
004790     END-EVALUATE.
004800 2310-APLICAR-COMPETENCIA-EXIT.
004810     EXIT.
004820
004830*=========================================================
004840* CUSTO DA FOLHA: BRUTO DOS REGISTROS MENSAIS E DE
004850* RESCISAO (ESTA COM AS FERIAS INDENIZADAS DO FHI-ISENTO)
004850* DAS TRES COMPETENCIAS, NA LOTACAO ATUAL
004860*=========================================================
004870 3000-LER-FOLHA.
004880     OPEN INPUT PAYROLL-HISTORY.
004890     IF QDP-FOLHIST-STATUS NOT = '00'
004900         DISPLAY 'FOLHIST AUSENTE - QUADRO SEM CUSTO DE FOLHA'
004910         GO TO 3000-LER-FOLHA-EXIT.
004920     READ PAYROLL-HISTORY
004930         AT END SET QDP-FOLHIST-EOF TO TRUE
004940     END-READ.
004950     PERFORM 3100-SOMAR-CUSTO THRU 3100-SOMAR-CUSTO-EXIT
004960         UNTIL QDP-FOLHIST-EOF.
004970     CLOSE PAYROLL-HISTORY.
004980 3000-LER-FOLHA-EXIT.
004990     EXIT.
005000
005010 3100-SOMAR-CUSTO.
005020     IF NOT FHI-MENSAL AND NOT FHI-RESCISAO
005030         GO TO 3100-SOMAR-CUSTO-LER.
005040     MOVE ZEROS TO QDP-PER.
005050     IF FHI-COMPETENCIA = QDP-PERIODO (1)
005060         MOVE 1 TO QDP-PER.
005070     IF FHI-COMPETENCIA = QDP-PERIODO (2)
005080         MOVE 2 TO QDP-PER.
005090     IF FHI-COMPETENCIA = QDP-PERIODO (3)
005100         MOVE 3 TO QDP-PER.
005110     IF QDP-PER = ZEROS
005120         GO TO 3100-SOMAR-CUSTO-LER.
005130     MOVE FHI-MATRICULA TO EMP-ID.
005140     PERFORM 8200-BUSCAR-FUNC THRU 8200-BUSCAR-FUNC-EXIT.
005150     PERFORM 8000-LOCALIZAR-LOTACAO
005160         THRU 8000-LOCALIZAR-LOTACAO-EXIT.
005170     IF QDP-IX = ZEROS
005180         GO TO 3100-SOMAR-CUSTO-LER.
005190     ADD 1 TO QDP-QTDE-FOLHA.
005200     ADD FHI-BRUTO TO QDP-L-CUSTO (QDP-IX, QDP-PER).
005200     IF FHI-RESCISAO
005200         ADD FHI-ISENTO TO QDP-L-CUSTO (QDP-IX, QDP-PER).
005210 3100-SOMAR-CUSTO-LER.
005220     READ PAYROLL-HISTORY
005230         AT END SET QDP-FOLHIST-EOF TO TRUE
005240     END-READ.
005250 3100-SOMAR-CUSTO-EXIT.
005260     EXIT.
005260
005260*=========================================================
005260* CUSTO DAS FERIAS PAGAS PELO PROGCOB81 (FERADT) NA
005260* COMPETENCIA DO GOZO - A FOLHA ABATE ESSES DIAS DO BRUTO
005260* MENSAL: DIAS, TERCO E ABONO, NA LOTACAO ATUAL. ARQUIVO
005260* AUSENTE = NINGUEM DE FERIAS
005260*=========================================================
005260 3200-LER-FERIAS.
005260     OPEN INPUT VACATION-ADVANCE.
005260     IF QDP-FERADT-STATUS NOT = '00'
005260         GO TO 3200-LER-FERIAS-EXIT.
005260     READ VACATION-ADVANCE
005260         AT END SET QDP-FERADT-EOF TO TRUE
005260     END-READ.
005260     PERFORM 3300-SOMAR-FERIAS THRU 3300-SOMAR-FERIAS-EXIT
005260         UNTIL QDP-FERADT-EOF.
005260     CLOSE VACATION-ADVANCE.
005260 3200-LER-FERIAS-EXIT.
005260     EXIT.
005260
005260 3300-SOMAR-FERIAS.
005260     MOVE ZEROS TO QDP-PER.
005260     IF FAD-COMPETENCIA = QDP-PERIODO (1)
005260         MOVE 1 TO QDP-PER.
005260     IF FAD-COMPETENCIA = QDP-PERIODO (2)
005260         MOVE 2 TO QDP-PER.
005260     IF FAD-COMPETENCIA = QDP-PERIODO (3)
005260         MOVE 3 TO QDP-PER.
005260     IF QDP-PER = ZEROS
005260         GO TO 3300-SOMAR-FERIAS-LER.
005260     MOVE FAD-MATRICULA TO EMP-ID.
005260     PERFORM 8200-BUSCAR-FUNC THRU 8200-BUSCAR-FUNC-EXIT.
005260     PERFORM 8000-LOCALIZAR-LOTACAO
005260         THRU 8000-LOCALIZAR-LOTACAO-EXIT.
005260     IF QDP-IX = ZEROS
005260         GO TO 3300-SOMAR-FERIAS-LER.
005260     ADD 1 TO QDP-QTDE-FOLHA.
005260     ADD FAD-VALOR-DIAS FAD-TERCO FAD-ABONO
005260         TO QDP-L-CUSTO (QDP-IX, QDP-PER).
005260 3300-SOMAR-FERIAS-LER.
005260     READ VACATION-ADVANCE
005260         AT END SET QDP-FERADT-EOF TO TRUE
005260     END-READ.
005260 3300-SOMAR-FERIAS-EXIT.
005260     EXIT.
005270
005280*=========================================================
005290* RELATORIO: LOTACOES EM ORDEM, QUEBRA POR EMPRESA COM
005300* TOTAL, E TOTAL GERAL
005310*=========================================================
005320 5000-IMPRIMIR.
005330     INITIALIZE QDP-ACUM (3).
005340     MOVE 99 TO QDP-EMPRESA-ATUAL.
005350     PERFORM 5100-IMPRIMIR-LOTACAO THRU 5100-IMPRIMIR-LOTACAO-EXIT
005360         VARYING QDP-IX FROM 1 BY 1
005370         UNTIL QDP-IX > QDP-QTDE-LINHAS.
005380     IF QDP-QTDE-LINHAS > ZEROS
005390         PERFORM 5200-TOTAL-EMPRESA
005400             THRU 5200-TOTAL-EMPRESA-EXIT
005410     END-IF.
005420     MOVE SPACES TO QDP-LINHA-DETALHE.
005430     MOVE 'TOTAL GERAL' TO QDP-D-NOME.
005440     MOVE 3 TO QDP-NIVEL.
005450     PERFORM 5300-MONTAR-LINHA THRU 5300-MONTAR-LINHA-EXIT.
005460     MOVE SPACES TO QDP-REPORT-LINE.
005470     WRITE QDP-REPORT-LINE.
005480     WRITE QDP-REPORT-LINE FROM QDP-LINHA-DETALHE.
005490     MOVE SPACES TO QDP-REPORT-LINE.
005500     WRITE QDP-REPORT-LINE.
005510     MOVE 'TURN% = (ADM + DSL) / (INI + FIM) X 100'
005520         TO QDP-REPORT-LINE.
005530     WRITE QDP-REPORT-LINE.
005540     MOVE 'TRF = TRANSFERENCIAS (ENTRADAS - SAIDAS)'
005550         TO QDP-REPORT-LINE.
005560     WRITE QDP-REPORT-LINE.
005570     MOVE 'TEMP = TEMPO MEDIO DE CASA EM ANOS (ANO DE ENTRADA)'
005580         TO QDP-REPORT-LINE.
005590     WRITE QDP-REPORT-LINE.
005600     MOVE 'CUSTO = BRUTO MENSAL + RESCISAO + FERIAS (FERADT)'
005610         TO QDP-REPORT-LINE.
005620     WRITE QDP-REPORT-LINE.
005630 5000-IMPRIMIR-EXIT.
005640     EXIT.
005650
005660 5100-IMPRIMIR-LOTACAO.
005670     IF QDP-L-EMPRESA (QDP-IX) NOT = QDP-EMPRESA-ATUAL
005680         IF QDP-EMPRESA-ATUAL NOT = 99
005690             PERFORM 5200-TOTAL-EMPRESA
005700                 THRU 5200-TOTAL-EMPRESA-EXIT
005710         END-IF
005720         PERFORM 5400-CABECALHO-EMPRESA
005730             THRU 5400-CABECALHO-EMPRESA-EXIT
005740     END-IF.
005750     MOVE QDP-L-DADOS (QDP-IX) TO QDP-ACUM (1).
005760     MOVE SPACES TO QDP-LINHA-DETALHE.
005770     IF QDP-L-DEPTO (QDP-IX) = SPACES
005780         MOVE '----' TO QDP-D-DEPTO
005790         MOVE 'SEM DEPTO' TO QDP-D-NOME
005800     ELSE
005810         MOVE QDP-L-DEPTO (QDP-IX) TO QDP-D-DEPTO DEP-CODIGO
005820         MOVE 'NAO CADASTRADO' TO QDP-D-NOME
005830         IF QDP-TEM-DEPTMAST
005840             READ DEPARTMENT-MASTER
005850                 NOT INVALID KEY MOVE DEP-NOME TO QDP-D-NOME
005860             END-READ
005870         END-IF
005880     END-IF.
005890     MOVE 1 TO QDP-NIVEL.
005900     PERFORM 5300-MONTAR-LINHA THRU 5300-MONTAR-LINHA-EXIT.
005910     WRITE QDP-REPORT-LINE FROM QDP-LINHA-DETALHE.
005920     PERFORM 5500-SOMAR-ACUM THRU 5500-SOMAR-ACUM-EXIT.
005930 5100-IMPRIMIR-LOTACAO-EXIT.
005940     EXIT.
005950
005960 5200-TOTAL-EMPRESA.
005970     MOVE SPACES TO QDP-LINHA-DETALHE.
005980     MOVE 'TOTAL EMPRESA' TO QDP-D-NOME.
005990     MOVE 2 TO QDP-NIVEL.
006000     PERFORM 5300-MONTAR-LINHA THRU 5300-MONTAR-LINHA-EXIT.
006010     WRITE QDP-REPORT-LINE FROM QDP-LINHA-DETALHE.
006020 5200-TOTAL-EMPRESA-EXIT.
006030     EXIT.
006040
006050*=========================================================
006060* MONTA A LINHA DO ACUMULADOR QDP-NIVEL: MES COMPLETO E,
006070* DAS COMPETENCIAS DE COMPARACAO, QUADRO FINAL,
006080* ROTATIVIDADE E CUSTO
006090*=========================================================
006100 5300-MONTAR-LINHA.
006110     MOVE 1 TO QDP-PER.
006120     PERFORM 5310-CALCULAR-COMPETENCIA
006130         THRU 5310-CALCULAR-COMPETENCIA-EXIT.
006140     MOVE QDP-W-INICIAL TO QDP-D-INICIAL.
006150     MOVE QDP-A-ADM (QDP-NIVEL, 1) TO QDP-D-ADM.
006160     MOVE QDP-A-DSL (QDP-NIVEL, 1) TO QDP-D-DSL.
006170     COMPUTE QDP-D-TRF = QDP-A-TRE (QDP-NIVEL, 1)
006180         - QDP-A-TRS (QDP-NIVEL, 1).
006190     MOVE QDP-A-AFA (QDP-NIVEL, 1) TO QDP-D-AFA.
006200     MOVE QDP-A-RET (QDP-NIVEL, 1) TO QDP-D-RET.
006210     MOVE QDP-W-FINAL TO QDP-D-FINAL.
006220     MOVE QDP-W-TURNOVER TO QDP-D-TURNOVER.
006230     MOVE ZEROS TO QDP-W-TEMPO.
006240     IF QDP-A-ATUAL (QDP-NIVEL) > ZEROS
006250         COMPUTE QDP-W-TEMPO ROUNDED =
006260             QDP-A-TEMPO-SOMA (QDP-NIVEL)
006270             / QDP-A-ATUAL (QDP-NIVEL)
006280             ON SIZE ERROR MOVE 99,9 TO QDP-W-TEMPO
006290         END-COMPUTE
006300     END-IF.
006310     MOVE QDP-W-TEMPO TO QDP-D-TEMPO.
006320     COMPUTE QDP-D-CUSTO ROUNDED = QDP-A-CUSTO (QDP-NIVEL, 1).
006330     PERFORM 5320-MONTAR-COMPARACAO
006340         THRU 5320-MONTAR-COMPARACAO-EXIT
006350         VARYING QDP-CMP FROM 1 BY 1 UNTIL QDP-CMP > 2.
006360 5300-MONTAR-LINHA-EXIT.
006370     EXIT.
006380
006390 5310-CALCULAR-COMPETENCIA.
006400     COMPUTE QDP-W-FINAL = QDP-A-ATUAL (QDP-NIVEL)
006410         - QDP-A-APOS (QDP-NIVEL, QDP-PER).
006420     COMPUTE QDP-W-SALDO = QDP-A-ADM (QDP-NIVEL, QDP-PER)
006430         - QDP-A-DSL (QDP-NIVEL, QDP-PER)
006440         + QDP-A-TRE (QDP-NIVEL, QDP-PER)
006450         - QDP-A-TRS (QDP-NIVEL, QDP-PER).
006460     COMPUTE QDP-W-INICIAL = QDP-W-FINAL - QDP-W-SALDO.
006470     COMPUTE QDP-W-BASE = QDP-W-INICIAL + QDP-W-FINAL.
006480     MOVE ZEROS TO QDP-W-TURNOVER.
006490     IF QDP-W-BASE > ZEROS
006500         COMPUTE QDP-W-TURNOVER ROUNDED =
006510             (QDP-A-ADM (QDP-NIVEL, QDP-PER)
006520              + QDP-A-DSL (QDP-NIVEL, QDP-PER)) * 100
006530             / QDP-W-BASE
006540             ON SIZE ERROR MOVE 999,9 TO QDP-W-TURNOVER
006550         END-COMPUTE
006560     END-IF.
006570 5310-CALCULAR-COMPETENCIA-EXIT.
006580     EXIT.
006590
006600 5320-MONTAR-COMPARACAO.
006610     COMPUTE QDP-PER = QDP-CMP + 1.
006620     PERFORM 5310-CALCULAR-COMPETENCIA
006630         THRU 5310-CALCULAR-COMPETENCIA-EXIT.
006640     MOVE QDP-W-FINAL TO QDP-D-C-FINAL (QDP-CMP).
006650     MOVE QDP-W-TURNOVER TO QDP-D-C-TURNOVER (QDP-CMP).
006660     COMPUTE QDP-D-C-CUSTO (QDP-CMP) ROUNDED =
006670         QDP-A-CUSTO (QDP-NIVEL, QDP-PER).
006680 5320-MONTAR-COMPARACAO-EXIT.
006690     EXIT.
006700
006710 5400-CABECALHO-EMPRESA.
006720     MOVE QDP-L-EMPRESA (QDP-IX) TO QDP-EMPRESA-ATUAL.
006730     INITIALIZE QDP-ACUM (2).
006740     MOVE QDP-EMPRESA-ATUAL TO CIA-CODIGO.
006750     MOVE 'NAO CADASTRADA' TO CIA-NOME.
006760     IF QDP-TEM-COMPMAST
006770         READ COMPANY-MASTER
006780             INVALID KEY MOVE 'NAO CADASTRADA' TO CIA-NOME
006790         END-READ
006800     END-IF.
006810     MOVE SPACES TO QDP-REPORT-LINE.
006820     WRITE QDP-REPORT-LINE.
006830     STRING 'EMPRESA ' QDP-EMPRESA-ATUAL ' - ' CIA-NOME
006840         DELIMITED BY SIZE INTO QDP-REPORT-LINE.
006850     WRITE QDP-REPORT-LINE.
006860 5400-CABECALHO-EMPRESA-EXIT.
006870     EXIT.
006880
006890 5500-SOMAR-ACUM.
006900     ADD QDP-A-ATUAL (1) TO QDP-A-ATUAL (2) QDP-A-ATUAL (3).
006910     ADD QDP-A-TEMPO-SOMA (1) TO QDP-A-TEMPO-SOMA (2)
006920                                 QDP-A-TEMPO-SOMA (3).
006930     PERFORM 5510-SOMAR-COMPETENCIA
006940         THRU 5510-SOMAR-COMPETENCIA-EXIT
006950         VARYING QDP-PER FROM 1 BY 1 UNTIL QDP-PER > 3.
006960 5500-SOMAR-ACUM-EXIT.
006970     EXIT.
006980
006990 5510-SOMAR-COMPETENCIA.
007000     ADD QDP-A-ADM (1, QDP-PER) TO QDP-A-ADM (2, QDP-PER)
007010                                  QDP-A-ADM (3, QDP-PER).
007020     ADD QDP-A-DSL (1, QDP-PER) TO QDP-A-DSL (2, QDP-PER)
007030                                  QDP-A-DSL (3, QDP-PER).
007040     ADD QDP-A-TRE (1, QDP-PER) TO QDP-A-TRE (2, QDP-PER)
007050                                  QDP-A-TRE (3, QDP-PER).
007060     ADD QDP-A-TRS (1, QDP-PER) TO QDP-A-TRS (2, QDP-PER)
007070                                  QDP-A-TRS (3, QDP-PER).
007080     ADD QDP-A-AFA (1, QDP-PER) TO QDP-A-AFA (2, QDP-PER)
007090                                  QDP-A-AFA (3, QDP-PER).
007100     ADD QDP-A-RET (1, QDP-PER) TO QDP-A-RET (2, QDP-PER)
007110                                  QDP-A-RET (3, QDP-PER).
007120     ADD QDP-A-APOS (1, QDP-PER) TO QDP-A-APOS (2, QDP-PER)
007130                                   QDP-A-APOS (3, QDP-PER).
007140     ADD QDP-A-CUSTO (1, QDP-PER) TO QDP-A-CUSTO (2, QDP-PER)
007150                                    QDP-A-CUSTO (3, QDP-PER).
007160 5510-SOMAR-COMPETENCIA-EXIT.
007170     EXIT.
007180
007190*=========================================================
007200* LOCALIZA A LOTACAO QDP-CHAVE-BUSCA NA TABELA (QDP-IX);
007210* NAO ACHANDO, INCLUI NA POSICAO DA ORDEM. TABELA CHEIA =
007220* QDP-IX ZERO E AVISO (RC 4)
007230*=========================================================
007240 8000-LOCALIZAR-LOTACAO.
007250     MOVE 1 TO QDP-IX.
007260     MOVE 'N' TO QDP-SW-POSICAO.
007270     PERFORM 8010-COMPARAR-CHAVE THRU 8010-COMPARAR-CHAVE-EXIT
007280         UNTIL QDP-POSICAO-ACHADA.
007290     IF QDP-IX NOT > QDP-QTDE-LINHAS
007300         IF QDP-L-CHAVE (QDP-IX) = QDP-CHAVE-BUSCA
007310             GO TO 8000-LOCALIZAR-LOTACAO-EXIT
007320         END-IF
007330     END-IF.
007340     IF QDP-QTDE-LINHAS = 300
007350         IF NOT QDP-TABELA-CHEIA
007360             SET QDP-TABELA-CHEIA TO TRUE
007370             DISPLAY 'TABELA DE LOTACOES CHEIA (300) - '
007380                 'LOTACOES EXCEDENTES FORA DO QUADRO'
007390             MOVE 4 TO QDP-RETORNO
007400         END-IF
007410         MOVE ZEROS TO QDP-IX
007420         GO TO 8000-LOCALIZAR-LOTACAO-EXIT.
007430     ADD 1 TO QDP-QTDE-LINHAS.
007440     PERFORM 8020-DESLOCAR-LINHA THRU 8020-DESLOCAR-LINHA-EXIT
007450         VARYING QDP-SUB FROM QDP-QTDE-LINHAS BY -1
007460         UNTIL QDP-SUB NOT > QDP-IX.
007470     MOVE QDP-CHAVE-BUSCA TO QDP-L-CHAVE (QDP-IX).
007480     INITIALIZE QDP-L-DADOS (QDP-IX).
007490 8000-LOCALIZAR-LOTACAO-EXIT.
007500     EXIT.
007510
007520 8010-COMPARAR-CHAVE.
007530     IF QDP-IX > QDP-QTDE-LINHAS
007540         SET QDP-POSICAO-ACHADA TO TRUE
007550         GO TO 8010-COMPARAR-CHAVE-EXIT.
007560     IF QDP-L-CHAVE (QDP-IX) NOT < QDP-CHAVE-BUSCA
007570         SET QDP-POSICAO-ACHADA TO TRUE
007580         GO TO 8010-COMPARAR-CHAVE-EXIT.
007590     ADD 1 TO QDP-IX.
007600 8010-COMPARAR-CHAVE-EXIT.
007610     EXIT.
007620
007630 8020-DESLOCAR-LINHA.
007640     MOVE QDP-LINHA (QDP-SUB - 1) TO QDP-LINHA (QDP-SUB).
007650 8020-DESLOCAR-LINHA-EXIT.
007660     EXIT.
007670
007680*=========================================================
007690* LOTACAO ATUAL DO FUNCIONARIO EMP-ID (NAO CADASTRADO =
007700* EMPRESA 01 SEM DEPARTAMENTO)
007710*=========================================================
007720 8200-BUSCAR-FUNC.
007730     READ EMPLOYEE-MASTER
007740         INVALID KEY
007750             MOVE 1 TO QDP-CHV-EMPRESA
007760             MOVE SPACES TO QDP-CHV-DEPTO
007770             GO TO 8200-BUSCAR-FUNC-EXIT
007780     END-READ.
007790     PERFORM 8300-LOTACAO-DO-FUNC THRU 8300-LOTACAO-DO-FUNC-EXIT.
007800 8200-BUSCAR-FUNC-EXIT.
007810     EXIT.
007820
007830 8300-LOTACAO-DO-FUNC.
007840     MOVE EMP-EMPRESA TO QDP-CHV-EMPRESA.
007850     IF QDP-CHV-EMPRESA = ZEROS
007860         MOVE 1 TO QDP-CHV-EMPRESA
007870     END-IF.
007880     MOVE EMP-DEPARTAMENTO TO QDP-CHV-DEPTO.
007890 8300-LOTACAO-DO-FUNC-EXIT.
007900     EXIT.
007910
007920 9000-FINALIZAR.
007930     CLOSE EMPLOYEE-MASTER.
007940     IF QDP-TEM-DEPTMAST
007950         CLOSE DEPARTMENT-MASTER
007960     END-IF.
007970     IF QDP-TEM-COMPMAST
007980         CLOSE COMPANY-MASTER
007990     END-IF.
008000     CLOSE HEADCOUNT-REPORT.
008010     DISPLAY 'QUADRO DE PESSOAL - COMPETENCIA ' QDP-PERIODO (1).
008020     DISPLAY 'FUNCIONARIOS NO QUADRO: ' QDP-QTDE-FUNC.
008030     DISPLAY 'EVENTOS CONSIDERADOS..: ' QDP-QTDE-EVENTOS.
008040     DISPLAY 'LINHAS DE FOLHA.......: ' QDP-QTDE-FOLHA.
008050     DISPLAY 'LOTACOES NO RELATORIO.: ' QDP-QTDE-LINHAS.
008060 9000-FINALIZAR-EXIT.
008070     EXIT.
