000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB90.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ADIANTAMENTO QUINZENAL DE SALARIO (LOTE
000100*           NOTURNO). NO DIA 20 DO MES - OU NO DIA UTIL
000110*           ANTERIOR, QUANDO O DIA 20 NAO FOR UTIL (ROTINA
000120*           DIAUTIL) - PAGA 40% DO SALARIO BASE A CADA
000130*           FUNCIONARIO ATIVO QUE OPTOU PELO ADIANTAMENTO
000140*           (EMP-OPCAO-ADIANT, PROGCOB33). O CREDITO VAI
000150*           PARA O ARQUIVO PROPRIO ADTCRED (LAYOUT BANKCRD,
000160*           O MESMO DA FOLHA, PARA O RETORNO DO BANCO SER
000170*           CONFERIDO PELO PROGCOB61) E O VALOR FICA NO
000180*           CADASTRO ADIANT, UM REGISTRO POR MATRICULA E
000190*           COMPETENCIA, PARA A FOLHA DO MES (PROGCOB32)
000200*           DESCONTAR EM LINHA PROPRIA DO CONTRACHEQUE.
000210*           ADMITIDO NO MES DEPOIS DO DIA DE CORTE (DIA 15,
000220*           PELO EVENTO ADMISSAO DO MOVHIST) NAO RECEBE.
000230* OBS: RODA TODA NOITE; ANTES DA DATA DE PAGAMENTO NAO FAZ
000240*      NADA. DEPOIS DELA, PAGA SO QUEM AINDA NAO TEM
000250*      REGISTRO NO ADIANT DA COMPETENCIA - NOITE PERDIDA
000260*      OU LOTE REPETIDO NAO PAGA DUAS VEZES. ADMISSAO POR
000270*      TRANSFERENCIA ENTRE EMPRESAS (ORIGEM 'T') NAO E
000280*      ADMISSAO NOVA E NAO CORTA O ADIANTAMENTO. SEM O
000290*      MOVHIST, NINGUEM E CORTADO (AVISO NO SYSOUT).
000300*      O ADIANTAMENTO NAO TEM INSS NEM IRRF PROPRIOS: OS
000310*      DOIS SAEM NA FOLHA DO MES, SOBRE O SALARIO CHEIO.
000320* -----------------------------------------------------
000330* HISTORICO DE ALTERACOES
000340* 15/10/2026 FT  PROGRAMA CRIADO.
000350***********************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS ADQ-EMPMAST-STATUS.
000470     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ADQ-MOVHIST-STATUS.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ADQ-BUSIDATE-STATUS.
000530     SELECT SALARY-ADVANCE ASSIGN TO 'ADIANT'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS ADT-CHAVE
000570         FILE STATUS IS ADQ-ADIANT-STATUS.
000580     SELECT ADVANCE-CREDIT ASSIGN TO 'ADTCRED'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS ADQ-CREDIT-STATUS.
000610     SELECT ADVANCE-REPORT ASSIGN TO 'ADTRPT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ADQ-REPORT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EMPLOYEE-MASTER.
000670     COPY EMPREC.
000680 FD  MOVEMENT-HISTORY.
000690     COPY MOVHIST.
000700 FD  BUSINESS-DATE-FILE.
000710     COPY BUSIDATE.
000720 FD  SALARY-ADVANCE.
000730     COPY ADIANT.
000740 FD  ADVANCE-CREDIT.
000750     COPY BANKCRD.
000760 FD  ADVANCE-REPORT
000770     RECORD CONTAINS 100 CHARACTERS.
000780 01  ADQ-REPORT-LINE          PIC X(100).
000790 WORKING-STORAGE SECTION.
000800 01  ADQ-SWITCHES.
000810     05  ADQ-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000820         88  ADQ-EMPMAST-EOF      VALUE '10'.
000830     05  ADQ-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000840         88  ADQ-MOVHIST-EOF      VALUE '10'.
000850     05  ADQ-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000860     05  ADQ-ADIANT-STATUS    PIC X(02) VALUE '00'.
000870     05  ADQ-CREDIT-STATUS    PIC X(02) VALUE '00'.
000880     05  ADQ-REPORT-STATUS    PIC X(02) VALUE '00'.
000890     05  ADQ-SW-DATA          PIC X(01) VALUE 'N'.
000900         88  ADQ-DIA-DE-PAGAR         VALUE 'S'.
000910     05  ADQ-SW-ABERTOS       PIC X(01) VALUE 'N'.
000920         88  ADQ-ARQUIVOS-ABERTOS     VALUE 'S'.
000930     05  ADQ-SW-TARDIO        PIC X(01) VALUE 'N'.
000940         88  ADQ-ADMISSAO-TARDIA      VALUE 'S'.
000950
000960 01  ADQ-CONTADORES.
000970     05  ADQ-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000980     05  ADQ-QTDE-PAGOS       PIC 9(05) COMP VALUE ZEROS.
000990     05  ADQ-QTDE-JA-PAGOS    PIC 9(05) COMP VALUE ZEROS.
001000     05  ADQ-QTDE-TARDIOS     PIC 9(05) COMP VALUE ZEROS.
001010     05  ADQ-QTDE-ADM         PIC 9(03) COMP VALUE ZEROS.
001020     05  ADQ-SUB              PIC 9(03) COMP VALUE ZEROS.
001030
001040 01  ADQ-TOTAIS.
001050     05  ADQ-TOT-ADIANTADO    PIC 9(09)V99 COMP-3 VALUE ZEROS.
001060
001070*    MATRICULAS ADMITIDAS NA COMPETENCIA DEPOIS DO DIA DE
001080*    CORTE (EVENTO ADMISSAO DO MOVHIST)
001090 01  ADQ-TABELA-ADMISSOES.
001100     05  ADQ-ADM-MATRICULA    PIC 9(05) OCCURS 500 TIMES.
001110
001120 01  ADQ-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001130 01  ADQ-DATASISTEMA-R REDEFINES ADQ-DATASISTEMA.
001140     05  ADQ-COMPETENCIA      PIC 9(06).
001150     05  FILLER               PIC 9(02).
001160 01  ADQ-DATA-BASE            PIC 9(08) VALUE ZEROS.
001170 01  ADQ-DATA-BASE-R REDEFINES ADQ-DATA-BASE.
001180     05  ADQ-BASE-ANOMES      PIC 9(06).
001190     05  ADQ-BASE-DIA         PIC 9(02).
001200 01  ADQ-DATA-MOV             PIC 9(08) VALUE ZEROS.
001210 01  ADQ-DATA-MOV-R REDEFINES ADQ-DATA-MOV.
001220     05  ADQ-MOV-ANOMES       PIC 9(06).
001230     05  ADQ-MOV-DIA          PIC 9(02).
001240 01  ADQ-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
001250 01  ADQ-DIAS-ANTES           PIC S9(03) VALUE -1.
001260 01  ADQ-UF-NACIONAL          PIC X(02) VALUE SPACES.
001270
001280 01  ADQ-AREA-CALCULO.
001290*    PERCENTUAL DO SALARIO BASE ADIANTADO, DIA DO PAGAMENTO
001300*    E DIA DE CORTE DA ADMISSAO NA COMPETENCIA
001310     05  ADQ-PCT-ADIANT       PIC 9(02)V99 VALUE 40,00.
001320     05  ADQ-DIA-PAGTO        PIC 9(02) VALUE 20.
001330     05  ADQ-DIA-CORTE        PIC 9(02) VALUE 15.
001340     05  ADQ-VALOR            PIC 9(06)V99 VALUE ZEROS.
001350
001360 01  ADQ-LINHA-CABECALHO.
001370     05  FILLER               PIC X(06) VALUE 'MATRIC'.
001380     05  FILLER               PIC X(32) VALUE 'NOME'.
001390     05  FILLER               PIC X(12) VALUE '   SALARIO'.
001400     05  FILLER               PIC X(08) VALUE '     %'.
001410     05  FILLER               PIC X(12) VALUE ' ADIANTADO'.
001420
001430 01  ADQ-LINHA-DETALHE.
001440     05  ADQ-D-MATRICULA      PIC 9(05).
001450     05  FILLER               PIC X(01) VALUE SPACES.
001460     05  ADQ-D-NOME           PIC X(30).
001470     05  FILLER               PIC X(02) VALUE SPACES.
001480     05  ADQ-D-SALARIO        PIC ZZZ.ZZ9,99.
001490     05  FILLER               PIC X(02) VALUE SPACES.
001500     05  ADQ-D-PCT            PIC ZZ9,99.
001510     05  FILLER               PIC X(02) VALUE SPACES.
001520     05  ADQ-D-VALOR          PIC ZZZ.ZZ9,99.
001530
001540 01  ADQ-LINHA-TOTAL.
001550     05  ADQ-T-ROTULO         PIC X(25).
001560     05  ADQ-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
001570
001580 01  ADQ-LINHA-QTDE.
001590     05  ADQ-Q-ROTULO         PIC X(25).
001600     05  ADQ-Q-VALOR          PIC ZZ.ZZ9.
001610
001620 PROCEDURE DIVISION.
001630
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001660     IF ADQ-ARQUIVOS-ABERTOS
001670         PERFORM 1500-CARREGAR-ADMISSOES
001680             THRU 1500-CARREGAR-ADMISSOES-EXIT
001690         PERFORM 2000-PROCESSAR-FUNC
001700             THRU 2000-PROCESSAR-FUNC-EXIT
001710             UNTIL ADQ-EMPMAST-EOF
001720         PERFORM 3000-TOTALIZAR THRU 3000-TOTALIZAR-EXIT
001730     END-IF.
001740     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
001750     MOVE ADQ-RETORNO TO RETURN-CODE.
001760     GOBACK.
001770
001780*=========================================================
001790* DATA DA RODADA (BUSIDATE NA RECUPERACAO) E DATA DE
001800* PAGAMENTO DA COMPETENCIA: ULTIMO DIA UTIL ATE O DIA 20
001810*=========================================================
001820 1000-INICIALIZAR.
001830     ACCEPT ADQ-DATASISTEMA FROM DATE YYYYMMDD.
001840     OPEN INPUT BUSINESS-DATE-FILE.
001850     IF ADQ-BUSIDATE-STATUS = '00'
001860         READ BUSINESS-DATE-FILE
001870             AT END
001880                 CONTINUE
001890             NOT AT END
001900                 IF BSD-DATA NOT = ZEROS
001910                     MOVE BSD-DATA TO ADQ-DATASISTEMA
001920                 END-IF
001930         END-READ
001940         CLOSE BUSINESS-DATE-FILE
001950     END-IF.
001960     MOVE ADQ-COMPETENCIA TO ADQ-BASE-ANOMES.
001970     COMPUTE ADQ-BASE-DIA = ADQ-DIA-PAGTO + 1.
001980     CALL 'DIAUTIL' USING BY CONTENT ADQ-DATA-BASE
001990                          BY CONTENT ADQ-DIAS-ANTES
002000                          BY REFERENCE ADQ-DATA-PAGTO
002010                          BY CONTENT ADQ-UF-NACIONAL.
002020     IF ADQ-DATA-PAGTO > ADQ-DATASISTEMA
002030         DISPLAY 'ADIANTAMENTO DA COMPETENCIA ' ADQ-COMPETENCIA
002040             ' SO EM ' ADQ-DATA-PAGTO ' - NADA A PAGAR HOJE'
002050         GO TO 1000-INICIALIZAR-EXIT.
002060     SET ADQ-DIA-DE-PAGAR TO TRUE.
002070     OPEN I-O SALARY-ADVANCE.
002080     IF ADQ-ADIANT-STATUS = '35'
002090         OPEN OUTPUT SALARY-ADVANCE
002100         CLOSE SALARY-ADVANCE
002110         OPEN I-O SALARY-ADVANCE
002120     END-IF.
002130     IF ADQ-ADIANT-STATUS NOT = '00'
002140         DISPLAY 'CADASTRO ADIANT INDISPONIVEL - STATUS '
002150             ADQ-ADIANT-STATUS
002160         MOVE 16 TO ADQ-RETORNO
002170         GO TO 1000-INICIALIZAR-EXIT.
002180     OPEN INPUT EMPLOYEE-MASTER.
002190     IF ADQ-EMPMAST-STATUS NOT = '00'
002200         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
002210             ADQ-EMPMAST-STATUS
002220         CLOSE SALARY-ADVANCE
002230         MOVE 16 TO ADQ-RETORNO
002240         GO TO 1000-INICIALIZAR-EXIT.
002250     OPEN EXTEND ADVANCE-CREDIT.
002260     IF ADQ-CREDIT-STATUS = '35'
002270         OPEN OUTPUT ADVANCE-CREDIT
002280     END-IF.
002290     OPEN OUTPUT ADVANCE-REPORT.
002300     SET ADQ-ARQUIVOS-ABERTOS TO TRUE.
002310     MOVE SPACES TO ADQ-REPORT-LINE.
002320     STRING '=== ADIANTAMENTO QUINZENAL - COMPETENCIA '
002330            ADQ-COMPETENCIA ' - ' ADQ-DATASISTEMA ' ==='
002340         DELIMITED BY SIZE INTO ADQ-REPORT-LINE.
002350     WRITE ADQ-REPORT-LINE.
002360     MOVE SPACES TO ADQ-REPORT-LINE.
002370     WRITE ADQ-REPORT-LINE.
002380     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-CABECALHO.
002390     READ EMPLOYEE-MASTER
002400         AT END SET ADQ-EMPMAST-EOF TO TRUE
002410     END-READ.
002420 1000-INICIALIZAR-EXIT.
002430     EXIT.
002440
002450*=========================================================
002460* ADMISSOES DA COMPETENCIA DEPOIS DO DIA DE CORTE - ESTAS
002470* MATRICULAS NAO RECEBEM O ADIANTAMENTO DO MES
002480*=========================================================
002490 1500-CARREGAR-ADMISSOES.
002500     OPEN INPUT MOVEMENT-HISTORY.
002510     IF ADQ-MOVHIST-STATUS NOT = '00'
002520         DISPLAY 'MOVHIST AUSENTE - ADMITIDOS DO MES SEM '
002530             'CORTE DO ADIANTAMENTO'
002540         GO TO 1500-CARREGAR-ADMISSOES-EXIT.
002550     READ MOVEMENT-HISTORY
002560         AT END SET ADQ-MOVHIST-EOF TO TRUE
002570     END-READ.
002580     PERFORM 1510-GUARDAR-ADMISSAO
002590         THRU 1510-GUARDAR-ADMISSAO-EXIT
002600         UNTIL ADQ-MOVHIST-EOF.
002610     CLOSE MOVEMENT-HISTORY.
002620 1500-CARREGAR-ADMISSOES-EXIT.
002630     EXIT.
002640
002650 1510-GUARDAR-ADMISSAO.
002660     IF MOV-EVENTO NOT = 'ADMISSAO' OR MOV-TRANSF-EMPRESA
002670         GO TO 1510-GUARDAR-ADMISSAO-LER.
002680     MOVE MOV-DATA TO ADQ-DATA-MOV.
002690     IF ADQ-MOV-ANOMES NOT = ADQ-COMPETENCIA
002700             OR ADQ-MOV-DIA NOT > ADQ-DIA-CORTE
002710         GO TO 1510-GUARDAR-ADMISSAO-LER.
002720     IF ADQ-QTDE-ADM = 500
002730         DISPLAY 'TABELA DE ADMISSOES CHEIA - MATRICULA '
002740             MOV-MATRICULA ' SEM CORTE DO ADIANTAMENTO'
002750         MOVE 4 TO ADQ-RETORNO
002760         GO TO 1510-GUARDAR-ADMISSAO-LER.
002770     ADD 1 TO ADQ-QTDE-ADM.
002780     MOVE MOV-MATRICULA TO ADQ-ADM-MATRICULA (ADQ-QTDE-ADM).
002790 1510-GUARDAR-ADMISSAO-LER.
002800     READ MOVEMENT-HISTORY
002810         AT END SET ADQ-MOVHIST-EOF TO TRUE
002820     END-READ.
002830 1510-GUARDAR-ADMISSAO-EXIT.
002840     EXIT.
002850
002860*=========================================================
002870* UM FUNCIONARIO: ATIVO (SITUACAO EM BRANCO = ATIVO),
002880* OPTANTE, NAO ADMITIDO DEPOIS DO CORTE E AINDA SEM
002890* ADIANTAMENTO NA COMPETENCIA
002900*=========================================================
002910 2000-PROCESSAR-FUNC.
002920     IF EMP-AFASTADO OR EMP-DESLIGADO
002930         GO TO 2000-PROCESSAR-FUNC-LER.
002940     IF NOT EMP-OPTA-ADIANT OR EMP-SALARIO = ZEROS
002950         GO TO 2000-PROCESSAR-FUNC-LER.
002960     PERFORM 8000-LOCALIZAR-ADMISSAO
002970         THRU 8000-LOCALIZAR-ADMISSAO-EXIT.
002980     IF ADQ-ADMISSAO-TARDIA
002990         DISPLAY 'ADMITIDO DEPOIS DO DIA ' ADQ-DIA-CORTE
003000             ' - SEM ADIANTAMENTO: MATRICULA ' EMP-ID
003010         ADD 1 TO ADQ-QTDE-TARDIOS
003020         GO TO 2000-PROCESSAR-FUNC-LER.
003030     MOVE EMP-ID TO ADT-MATRICULA.
003040     MOVE ADQ-COMPETENCIA TO ADT-COMPETENCIA.
003050     READ SALARY-ADVANCE
003060         INVALID KEY
003070             CONTINUE
003080     END-READ.
003090     IF ADQ-ADIANT-STATUS = '00'
003100         ADD 1 TO ADQ-QTDE-JA-PAGOS
003110         GO TO 2000-PROCESSAR-FUNC-LER.
003120     COMPUTE ADQ-VALOR ROUNDED =
003130         EMP-SALARIO * ADQ-PCT-ADIANT / 100.
003140     MOVE EMP-ID TO ADT-MATRICULA.
003150     MOVE ADQ-COMPETENCIA TO ADT-COMPETENCIA.
003160     MOVE EMP-SALARIO TO ADT-SALARIO-BASE.
003170     MOVE ADQ-PCT-ADIANT TO ADT-PERCENTUAL.
003180     MOVE ADQ-VALOR TO ADT-VALOR.
003190     MOVE ADQ-DATASISTEMA TO ADT-DATA-PAGTO.
003200     WRITE ADT-ADVANCE-RECORD
003210         INVALID KEY
003220             DISPLAY 'ERRO AO GRAVAR O ADIANT - MATRICULA '
003230                 EMP-ID ' - STATUS ' ADQ-ADIANT-STATUS
003240             MOVE 8 TO ADQ-RETORNO
003250             GO TO 2000-PROCESSAR-FUNC-LER
003260     END-WRITE.
003270     PERFORM 2500-GRAVAR-SAIDAS THRU 2500-GRAVAR-SAIDAS-EXIT.
003280     ADD 1 TO ADQ-QTDE-PAGOS.
003290     ADD ADQ-VALOR TO ADQ-TOT-ADIANTADO.
003300 2000-PROCESSAR-FUNC-LER.
003310     READ EMPLOYEE-MASTER
003320         AT END SET ADQ-EMPMAST-EOF TO TRUE
003330     END-READ.
003340 2000-PROCESSAR-FUNC-EXIT.
003350     EXIT.
003360
003370*=========================================================
003380* RECIBO NO RELATORIO E CREDITO BANCARIO DO ADIANTAMENTO
003390*=========================================================
003400 2500-GRAVAR-SAIDAS.
003410     MOVE EMP-ID TO ADQ-D-MATRICULA.
003420     MOVE EMP-NOME TO ADQ-D-NOME.
003430     MOVE EMP-SALARIO TO ADQ-D-SALARIO.
003440     MOVE ADQ-PCT-ADIANT TO ADQ-D-PCT.
003450     MOVE ADQ-VALOR TO ADQ-D-VALOR.
003460     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-DETALHE.
003470     MOVE EMP-ID TO BCR-MATRICULA.
003480     MOVE EMP-NOME TO BCR-NOME.
003490     MOVE ADQ-COMPETENCIA TO BCR-COMPETENCIA.
003500     MOVE ADQ-VALOR TO BCR-VALOR-LIQUIDO.
003510     MOVE 'E' TO BCR-SITUACAO.
003520     WRITE BCR-CREDIT-RECORD.
003530 2500-GRAVAR-SAIDAS-EXIT.
003540     EXIT.
003550
003560 3000-TOTALIZAR.
003570     MOVE SPACES TO ADQ-REPORT-LINE.
003580     WRITE ADQ-REPORT-LINE.
003590     MOVE 'TOTAL ADIANTADO:         ' TO ADQ-T-ROTULO.
003600     MOVE ADQ-TOT-ADIANTADO TO ADQ-T-VALOR.
003610     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-TOTAL.
003620     MOVE 'FUNCIONARIOS PAGOS:      ' TO ADQ-Q-ROTULO.
003630     MOVE ADQ-QTDE-PAGOS TO ADQ-Q-VALOR.
003640     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-QTDE.
003650     MOVE 'JA PAGOS NA COMPETENCIA: ' TO ADQ-Q-ROTULO.
003660     MOVE ADQ-QTDE-JA-PAGOS TO ADQ-Q-VALOR.
003670     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-QTDE.
003680     MOVE 'ADMITIDOS APOS O CORTE:  ' TO ADQ-Q-ROTULO.
003690     MOVE ADQ-QTDE-TARDIOS TO ADQ-Q-VALOR.
003700     WRITE ADQ-REPORT-LINE FROM ADQ-LINHA-QTDE.
003710     DISPLAY 'ADIANTAMENTO QUINZENAL - COMPETENCIA '
003720         ADQ-COMPETENCIA.
003730     DISPLAY 'FUNCIONARIOS PAGOS......: ' ADQ-QTDE-PAGOS.
003740     DISPLAY 'JA PAGOS NA COMPETENCIA.: ' ADQ-QTDE-JA-PAGOS.
003750     DISPLAY 'ADMITIDOS APOS O CORTE..: ' ADQ-QTDE-TARDIOS.
003760 3000-TOTALIZAR-EXIT.
003770     EXIT.
003780
003790 4000-FINALIZAR.
003800     IF ADQ-ARQUIVOS-ABERTOS
003810         CLOSE EMPLOYEE-MASTER
003820         CLOSE SALARY-ADVANCE
003830         CLOSE ADVANCE-CREDIT
003840         CLOSE ADVANCE-REPORT
003850     END-IF.
003860 4000-FINALIZAR-EXIT.
003870     EXIT.
003880
003890*=========================================================
003900* PROCURA A MATRICULA NA TABELA DE ADMITIDOS APOS O CORTE
003910*=========================================================
003920 8000-LOCALIZAR-ADMISSAO.
003930     MOVE 'N' TO ADQ-SW-TARDIO.
003940     MOVE 1 TO ADQ-SUB.
003950     PERFORM 8010-COMPARAR-ADMISSAO
003960         THRU 8010-COMPARAR-ADMISSAO-EXIT
003970         UNTIL ADQ-SUB > ADQ-QTDE-ADM OR ADQ-ADMISSAO-TARDIA.
003980 8000-LOCALIZAR-ADMISSAO-EXIT.
003990     EXIT.
004000
004010 8010-COMPARAR-ADMISSAO.
004020     IF ADQ-ADM-MATRICULA (ADQ-SUB) = EMP-ID
004030         SET ADQ-ADMISSAO-TARDIA TO TRUE
004040     ELSE
004050         ADD 1 TO ADQ-SUB
004060     END-IF.
004070 8010-COMPARAR-ADMISSAO-EXIT.
004080     EXIT.
