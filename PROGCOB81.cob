000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB81.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 05/10/2026.
000060 DATE-COMPILED. 05/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PAGAMENTO DE FERIAS (LOTE NOTURNO). VARRE O
000100*           CADASTRO FERIAS E PAGA CADA PARCELA PROGRAMADA
000110*           (PROGCOB79) CUJA DATA DE PAGAMENTO - DOIS DIAS
000120*           UTEIS ANTES DO INICIO DO GOZO (ROTINA DIAUTIL) -
000130*           JA CHEGOU: SALARIO DOS DIAS (SALARIO / 30 X
000140*           DIAS) MAIS 1/3 CONSTITUCIONAL, COM INSS E IRRF
000150*           PROPRIOS PELAS TABELAS DE FAIXA DA FOLHA
000160*           (INSSTAB/IRRFTAB, MESMO CALCULO DO PROGCOB32,
000170*           COM A DEDUCAO POR DEPENDENTE DO DEPNDNT). O
000180*           ABONO PECUNIARIO (1/3 DOS DIAS VENDIDO, MAIS O
000190*           SEU 1/3) SAI JUNTO COM A PRIMEIRA PARCELA, SEM
000200*           INSS NEM IRRF. O LIQUIDO VAI PARA O CREDITO
000210*           BANCARIO FERCRED (LAYOUT BANKCRD) E O RECIBO
000220*           PARA O RELATORIO FERIRPT. OS DIAS PAGOS VAO PARA
000230*           O FERADT, UM REGISTRO POR COMPETENCIA TOCADA
000240*           PELO GOZO, PARA A FOLHA DO MES (PROGCOB32) ABATER
000250*           DO SALARIO OS DIAS JA ADIANTADOS. A PARCELA FICA
000260*           PAGA (G) E O PERIODO COM TODAS AS PARCELAS PAGAS
000270*           FICA QUITADO (Q).
000280* OBS: SEM TABELA DE INSS OU DE IRRF O LOTE NAO RODA
000290*      (RETURN-CODE 16), COMO NA FOLHA MENSAL. FUNCIONARIO
000300*      DESLIGADO NAO RECEBE AQUI (FERIAS SAEM NA RESCISAO).
000310* -----------------------------------------------------
000320* HISTORICO DE ALTERACOES
000330* 05/10/2026 FT  PROGRAMA CRIADO.
000340***********************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT VACATION-MASTER ASSIGN TO 'FERIAS'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS FER-CHAVE
000450         FILE STATUS IS PFR-FERIAS-STATUS.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS EMP-ID
000500         FILE STATUS IS PFR-EMPMAST-STATUS.
000510     SELECT DEPENDENTS-MASTER ASSIGN TO 'DEPNDNT'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DPD-CHAVE
000550         FILE STATUS IS PFR-DEPNDNT-STATUS.
000560     SELECT INSS-TABLE ASSIGN TO 'INSSTAB'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PFR-INSS-STATUS.
000590     SELECT IRRF-TABLE ASSIGN TO 'IRRFTAB'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PFR-IRRF-STATUS.
000620     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PFR-BUSIDATE-STATUS.
000650     SELECT VACATION-ADVANCE ASSIGN TO 'FERADT'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PFR-FERADT-STATUS.
000680     SELECT VACATION-CREDIT ASSIGN TO 'FERCRED'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PFR-CREDIT-STATUS.
000710     SELECT VACATION-REPORT ASSIGN TO 'FERIRPT'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PFR-REPORT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  VACATION-MASTER.
000770     COPY FERIAS.
000780 FD  EMPLOYEE-MASTER.
000790     COPY EMPREC.
000800 FD  DEPENDENTS-MASTER.
000810     COPY DEPNDNT.
000820 FD  INSS-TABLE.
000830     COPY INSSTAB.
000840 FD  IRRF-TABLE.
000850     COPY IRRFTAB.
000860 FD  BUSINESS-DATE-FILE.
000870     COPY BUSIDATE.
000880 FD  VACATION-ADVANCE.
000890     COPY FERADT.
000900 FD  VACATION-CREDIT.
000910     COPY BANKCRD.
000920 FD  VACATION-REPORT
000930     RECORD CONTAINS 100 CHARACTERS.
000940 01  PFR-REPORT-LINE          PIC X(100).
000950 WORKING-STORAGE SECTION.
000960 01  PFR-SWITCHES.
000970     05  PFR-FERIAS-STATUS    PIC X(02) VALUE '00'.
000980         88  PFR-FERIAS-EOF       VALUE '10'.
000990     05  PFR-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001000     05  PFR-DEPNDNT-STATUS   PIC X(02) VALUE '00'.
001010     05  PFR-INSS-STATUS      PIC X(02) VALUE '00'.
001020         88  PFR-INSS-EOF         VALUE '10'.
001030     05  PFR-IRRF-STATUS      PIC X(02) VALUE '00'.
001040         88  PFR-IRRF-EOF         VALUE '10'.
001050     05  PFR-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001060     05  PFR-FERADT-STATUS    PIC X(02) VALUE '00'.
001070     05  PFR-CREDIT-STATUS    PIC X(02) VALUE '00'.
001080     05  PFR-REPORT-STATUS    PIC X(02) VALUE '00'.
001090     05  PFR-SW-FAIXA-IRRF    PIC X(01) VALUE 'N'.
001100         88  PFR-FAIXA-IRRF-ACHADA    VALUE 'S'.
001110     05  PFR-SW-DEPNDNT       PIC X(01) VALUE 'N'.
001120         88  PFR-DEPNDNT-DISPONIVEL   VALUE 'S'.
001130     05  PFR-SW-VARREDURA     PIC X(01) VALUE 'N'.
001140         88  PFR-FIM-VARREDURA        VALUE 'S'.
001150         88  PFR-VARREDURA-ATIVA      VALUE 'N'.
001160     05  PFR-SW-ALTEROU       PIC X(01) VALUE 'N'.
001170         88  PFR-PERIODO-ALTERADO     VALUE 'S'.
001180     05  PFR-SW-FUNC          PIC X(01) VALUE 'N'.
001190         88  PFR-FUNC-LIDO            VALUE 'S'.
001200         88  PFR-FUNC-NAO-LIDO        VALUE 'N'.
001210         88  PFR-FUNC-AUSENTE         VALUE 'X'.
001220
001230 01  PFR-CONTADORES.
001240     05  PFR-RETORNO          PIC 9(04) COMP VALUE ZEROS.
001250     05  PFR-QTDE-PARCELAS    PIC 9(05) COMP VALUE ZEROS.
001260     05  PFR-QTDE-QUITADOS    PIC 9(05) COMP VALUE ZEROS.
001270     05  PFR-QTDE-IGNORADAS   PIC 9(05) COMP VALUE ZEROS.
001280     05  PFR-QTDE-INSS        PIC 9(02) COMP VALUE ZEROS.
001290     05  PFR-QTDE-IRRF        PIC 9(02) COMP VALUE ZEROS.
001300     05  PFR-SUB              PIC 9(03) COMP VALUE ZEROS.
001310     05  PFR-SUB-PAR          PIC 9(01) COMP VALUE ZEROS.
001320     05  PFR-QTDE-DEP         PIC 9(02) COMP VALUE ZEROS.
001330
001340 01  PFR-TOTAIS.
001350     05  PFR-TOT-FERIAS       PIC 9(09)V99 COMP-3 VALUE ZEROS.
001360     05  PFR-TOT-ABONO        PIC 9(09)V99 COMP-3 VALUE ZEROS.
001370     05  PFR-TOT-INSS         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001380     05  PFR-TOT-IRRF         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001390     05  PFR-TOT-LIQUIDO      PIC 9(09)V99 COMP-3 VALUE ZEROS.
001400
001410 01  PFR-TABELA-INSS.
001420     05  PFR-INSS-FAIXA OCCURS 10 TIMES INDEXED BY PFR-IX-INS.
001430         10  PFR-INS-LIMITE   PIC 9(06)V99.
001440         10  PFR-INS-ALIQUOTA PIC 9(02)V99.
001450
001460 01  PFR-TABELA-IRRF.
001470     05  PFR-IRRF-FAIXA OCCURS 10 TIMES INDEXED BY PFR-IX-IRF.
001480         10  PFR-IRF-LIMITE   PIC 9(07)V99.
001490         10  PFR-IRF-ALIQUOTA PIC 9(02)V99.
001500         10  PFR-IRF-PARCELA  PIC 9(06)V99.
001510
001520 01  PFR-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001530 01  PFR-DIAS-ANTECEDENCIA    PIC S9(03) VALUE -2.
001540 01  PFR-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
001550 01  PFR-UF-NACIONAL          PIC X(02) VALUE SPACES.
001560
001570 01  PFR-AREA-CALCULO.
001580*    DEDUCAO LEGAL MENSAL POR DEPENDENTE NA BASE DO IRRF -
001590*    MESMO VALOR DA FOLHA (PROGCOB32)
001600     05  PFR-VALOR-POR-DEP    PIC 9(04)V99 VALUE 189,59.
001610     05  PFR-DEDUCAO-DEP      PIC 9(06)V99 VALUE ZEROS.
001620     05  PFR-DIAS-ABONO       PIC 9(02) VALUE ZEROS.
001630     05  PFR-VALOR-DIAS       PIC 9(06)V99 VALUE ZEROS.
001640     05  PFR-TERCO            PIC 9(06)V99 VALUE ZEROS.
001650     05  PFR-ABONO            PIC 9(06)V99 VALUE ZEROS.
001660     05  PFR-BRUTO-TRIBUTAVEL PIC 9(07)V99 VALUE ZEROS.
001670     05  PFR-BASE-INSS        PIC 9(07)V99 VALUE ZEROS.
001680     05  PFR-LIMITE-ANTERIOR  PIC 9(07)V99 VALUE ZEROS.
001690     05  PFR-FATIA            PIC 9(07)V99 VALUE ZEROS.
001700     05  PFR-INSS             PIC 9(06)V99 VALUE ZEROS.
001710     05  PFR-INSS-ACUM        PIC 9(07)V9999 VALUE ZEROS.
001720     05  PFR-BASE-IRRF        PIC 9(07)V99 VALUE ZEROS.
001730     05  PFR-BASE-IRRF-S      PIC S9(07)V99 VALUE ZEROS.
001740     05  PFR-IRRF             PIC S9(06)V99 VALUE ZEROS.
001750     05  PFR-IRRF-ACUM        PIC S9(07)V9999 VALUE ZEROS.
001760     05  PFR-LIQUIDO          PIC S9(07)V99 VALUE ZEROS.
001770
001780*    RATEIO DOS DIAS DA PARCELA PELAS COMPETENCIAS TOCADAS
001790 01  PFR-AREA-RATEIO.
001800     05  PFR-RAT-DATA         PIC 9(08) VALUE ZEROS.
001810     05  PFR-RAT-DATA-R REDEFINES PFR-RAT-DATA.
001820         10  PFR-RAT-ANO      PIC 9(04).
001830         10  PFR-RAT-MES      PIC 9(02).
001840         10  PFR-RAT-DIA      PIC 9(02).
001850     05  PFR-RAT-RESTANTES    PIC 9(02) VALUE ZEROS.
001860     05  PFR-RAT-DIAS-MES     PIC 9(02) VALUE ZEROS.
001870     05  PFR-RAT-ULTIMO-DIA   PIC 9(02) VALUE ZEROS.
001880     05  PFR-RAT-ACUMULADO    PIC 9(06)V99 VALUE ZEROS.
001890     05  PFR-RAT-PRIMEIRO     PIC X(01) VALUE 'S'.
001900         88  PFR-RAT-E-PRIMEIRO       VALUE 'S'.
001910     05  PFR-RAT-BISSEXTO     PIC X(01) VALUE 'N'.
001920         88  PFR-RAT-ANO-BISSEXTO     VALUE 'S'.
001930     05  PFR-RAT-QUOCIENTE    PIC 9(04) COMP VALUE ZEROS.
001940     05  PFR-RAT-RESTO        PIC 9(04) COMP VALUE ZEROS.
001950     05  PFR-RAT-TABELA-MESES PIC X(24)
001960         VALUE '312831303130313130313031'.
001970     05  PFR-RAT-MESES REDEFINES PFR-RAT-TABELA-MESES.
001980         10  PFR-RAT-DIAS-NO-MES PIC 9(02) OCCURS 12 TIMES.
001990
002000 01  PFR-LINHA-CABECALHO.
002010     05  FILLER               PIC X(06) VALUE 'MATRIC'.
002020     05  FILLER               PIC X(26) VALUE 'NOME'.
002030     05  FILLER               PIC X(09) VALUE 'INICIO'.
002040     05  FILLER               PIC X(05) VALUE 'DIAS'.
002050     05  FILLER               PIC X(11) VALUE '   FERIAS'.
002060     05  FILLER               PIC X(11) VALUE '    1/3'.
002070     05  FILLER               PIC X(11) VALUE '  ABONO'.
002080     05  FILLER               PIC X(10) VALUE '   INSS'.
002090     05  FILLER               PIC X(11) VALUE '   IRRF'.
002100     05  FILLER               PIC X(10) VALUE '  LIQUIDO'.
002110
002120 01  PFR-LINHA-DETALHE.
002130     05  PFR-D-MATRICULA      PIC 9(05).
002140     05  FILLER               PIC X(01) VALUE SPACES.
002150     05  PFR-D-NOME           PIC X(25).
002160     05  FILLER               PIC X(01) VALUE SPACES.
002170     05  PFR-D-INICIO         PIC 9(08).
002180     05  FILLER               PIC X(01) VALUE SPACES.
002190     05  PFR-D-DIAS           PIC Z9.
002200     05  FILLER               PIC X(01) VALUE SPACES.
002210     05  PFR-D-FERIAS         PIC ZZZ.ZZ9,99.
002220     05  FILLER               PIC X(01) VALUE SPACES.
002230     05  PFR-D-TERCO          PIC ZZZ.ZZ9,99.
002240     05  FILLER               PIC X(01) VALUE SPACES.
002250     05  PFR-D-ABONO          PIC ZZZ.ZZ9,99.
002260     05  FILLER               PIC X(01) VALUE SPACES.
002270     05  PFR-D-INSS           PIC ZZ.ZZ9,99.
002280     05  FILLER               PIC X(01) VALUE SPACES.
002290     05  PFR-D-IRRF           PIC ZZ.ZZ9,99.
002300     05  FILLER               PIC X(01) VALUE SPACES.
002310     05  PFR-D-LIQUIDO        PIC ZZZ.ZZ9,99.
002320
002330 01  PFR-LINHA-TOTAL.
002340     05  PFR-T-ROTULO         PIC X(25).
002350     05  PFR-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
002360
002370 PROCEDURE DIVISION.
002380
002390 0000-MAINLINE.
002400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002410     IF PFR-RETORNO = ZEROS
002420         PERFORM 2000-PROCESSAR-PERIODO
002430             THRU 2000-PROCESSAR-PERIODO-EXIT
002440             UNTIL PFR-FERIAS-EOF
002450         PERFORM 3000-TOTALIZAR THRU 3000-TOTALIZAR-EXIT
002460     END-IF.
002470     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
002480     MOVE PFR-RETORNO TO RETURN-CODE.
002490     GOBACK.
002500
002510 1000-INICIALIZAR.
002520     ACCEPT PFR-DATASISTEMA FROM DATE YYYYMMDD.
002530     OPEN INPUT BUSINESS-DATE-FILE.
002540     IF PFR-BUSIDATE-STATUS = '00'
002550         READ BUSINESS-DATE-FILE
002560             AT END
002570                 CONTINUE
002580             NOT AT END
002590                 IF BSD-DATA NOT = ZEROS
002600                     MOVE BSD-DATA TO PFR-DATASISTEMA
002610                 END-IF
002620         END-READ
002630         CLOSE BUSINESS-DATE-FILE
002640     END-IF.
002650     PERFORM 1100-CARREGAR-INSS THRU 1100-CARREGAR-INSS-EXIT.
002660     PERFORM 1200-CARREGAR-IRRF THRU 1200-CARREGAR-IRRF-EXIT.
002670     IF PFR-RETORNO NOT = ZEROS
002680         GO TO 1000-INICIALIZAR-EXIT.
002690     OPEN I-O VACATION-MASTER.
002700     IF PFR-FERIAS-STATUS = '35'
002710         DISPLAY 'CADASTRO DE FERIAS AINDA NAO CRIADO - '
002720             'NADA A PAGAR'
002730         MOVE 4 TO PFR-RETORNO
002740         GO TO 1000-INICIALIZAR-EXIT.
002750     IF PFR-FERIAS-STATUS NOT = '00'
002760         DISPLAY 'CADASTRO DE FERIAS INDISPONIVEL - STATUS '
002770             PFR-FERIAS-STATUS
002780         MOVE 16 TO PFR-RETORNO
002790         GO TO 1000-INICIALIZAR-EXIT.
002800     OPEN INPUT EMPLOYEE-MASTER.
002810     IF PFR-EMPMAST-STATUS NOT = '00'
002820         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
002830             PFR-EMPMAST-STATUS
002840         CLOSE VACATION-MASTER
002850         MOVE 16 TO PFR-RETORNO
002860         GO TO 1000-INICIALIZAR-EXIT.
002870     OPEN INPUT DEPENDENTS-MASTER.
002880     IF PFR-DEPNDNT-STATUS = '00'
002890         SET PFR-DEPNDNT-DISPONIVEL TO TRUE
002900     END-IF.
002910     OPEN EXTEND VACATION-ADVANCE.
002920     IF PFR-FERADT-STATUS = '35'
002930         OPEN OUTPUT VACATION-ADVANCE
002940     END-IF.
002950     OPEN EXTEND VACATION-CREDIT.
002960     IF PFR-CREDIT-STATUS = '35'
002970         OPEN OUTPUT VACATION-CREDIT
002980     END-IF.
002990     OPEN OUTPUT VACATION-REPORT.
003000     MOVE SPACES TO PFR-REPORT-LINE.
003010     STRING '=== PAGAMENTO DE FERIAS - ' PFR-DATASISTEMA
003020            ' ==='
003030         DELIMITED BY SIZE INTO PFR-REPORT-LINE.
003040     WRITE PFR-REPORT-LINE.
003050     MOVE SPACES TO PFR-REPORT-LINE.
003060     WRITE PFR-REPORT-LINE.
003070     WRITE PFR-REPORT-LINE FROM PFR-LINHA-CABECALHO.
003080     READ VACATION-MASTER NEXT RECORD
003090         AT END SET PFR-FERIAS-EOF TO TRUE
003100     END-READ.
003110 1000-INICIALIZAR-EXIT.
003120     EXIT.
003130
003140 1100-CARREGAR-INSS.
003150     OPEN INPUT INSS-TABLE.
003160     IF PFR-INSS-STATUS NOT = '00'
003170         DISPLAY 'TABELA DE INSS AUSENTE - STATUS '
003180             PFR-INSS-STATUS
003190         MOVE 16 TO PFR-RETORNO
003200         GO TO 1100-CARREGAR-INSS-EXIT.
003210     READ INSS-TABLE
003220         AT END SET PFR-INSS-EOF TO TRUE
003230     END-READ.
003240     PERFORM 1110-GUARDAR-FAIXA-INSS
003250         THRU 1110-GUARDAR-FAIXA-INSS-EXIT
003260         UNTIL PFR-INSS-EOF OR PFR-QTDE-INSS = 10.
003270     CLOSE INSS-TABLE.
003280     IF PFR-QTDE-INSS = ZEROS
003290         DISPLAY 'TABELA DE INSS VAZIA'
003300         MOVE 16 TO PFR-RETORNO
003310     END-IF.
003320 1100-CARREGAR-INSS-EXIT.
003330     EXIT.
003340
003350 1110-GUARDAR-FAIXA-INSS.
003360*    SO ENTRA A FAIXA VIGENTE NA DATA DA RODADA (VIGENCIA
003370*    ZERADA = REGISTRO ANTIGO, VALE SEMPRE)
003380     IF (INS-VIGENCIA-INI = ZEROS
003390             OR INS-VIGENCIA-INI <= PFR-DATASISTEMA)
003400         AND (INS-VIGENCIA-FIM = ZEROS
003410             OR INS-VIGENCIA-FIM >= PFR-DATASISTEMA)
003420         ADD 1 TO PFR-QTDE-INSS
003430         SET PFR-IX-INS TO PFR-QTDE-INSS
003440         MOVE INS-LIMITE TO PFR-INS-LIMITE (PFR-IX-INS)
003450         MOVE INS-ALIQUOTA TO PFR-INS-ALIQUOTA (PFR-IX-INS)
003460     END-IF.
003470     READ INSS-TABLE
003480         AT END SET PFR-INSS-EOF TO TRUE
003490     END-READ.
003500 1110-GUARDAR-FAIXA-INSS-EXIT.
003510     EXIT.
003520
003530 1200-CARREGAR-IRRF.
003540     OPEN INPUT IRRF-TABLE.
003550     IF PFR-IRRF-STATUS NOT = '00'
003560         DISPLAY 'TABELA DE IRRF AUSENTE - STATUS '
003570             PFR-IRRF-STATUS
003580         MOVE 16 TO PFR-RETORNO
003590         GO TO 1200-CARREGAR-IRRF-EXIT.
003600     READ IRRF-TABLE
003610         AT END SET PFR-IRRF-EOF TO TRUE
003620     END-READ.
003630     PERFORM 1210-GUARDAR-FAIXA-IRRF
003640         THRU 1210-GUARDAR-FAIXA-IRRF-EXIT
003650         UNTIL PFR-IRRF-EOF OR PFR-QTDE-IRRF = 10.
003660     CLOSE IRRF-TABLE.
003670     IF PFR-QTDE-IRRF = ZEROS
003680         DISPLAY 'TABELA DE IRRF VAZIA'
003690         MOVE 16 TO PFR-RETORNO
003700     END-IF.
003710 1200-CARREGAR-IRRF-EXIT.
003720     EXIT.
003730
003740 1210-GUARDAR-FAIXA-IRRF.
003750     IF (IRF-VIGENCIA-INI = ZEROS
003760             OR IRF-VIGENCIA-INI <= PFR-DATASISTEMA)
003770         AND (IRF-VIGENCIA-FIM = ZEROS
003780             OR IRF-VIGENCIA-FIM >= PFR-DATASISTEMA)
003790         ADD 1 TO PFR-QTDE-IRRF
003800         SET PFR-IX-IRF TO PFR-QTDE-IRRF
003810         MOVE IRF-LIMITE TO PFR-IRF-LIMITE (PFR-IX-IRF)
003820         MOVE IRF-ALIQUOTA TO PFR-IRF-ALIQUOTA (PFR-IX-IRF)
003830         MOVE IRF-PARCELA-DEDUZIR
003840             TO PFR-IRF-PARCELA (PFR-IX-IRF)
003850     END-IF.
003860     READ IRRF-TABLE
003870         AT END SET PFR-IRRF-EOF TO TRUE
003880     END-READ.
003890 1210-GUARDAR-FAIXA-IRRF-EXIT.
003900     EXIT.
003910
003920*=========================================================
003930* UM PERIODO: PAGA AS PARCELAS PROGRAMADAS QUE JA ESTAO NA
003940* DATA DE PAGAMENTO E REGRAVA O PERIODO
003950*=========================================================
003960 2000-PROCESSAR-PERIODO.
003970     IF FER-QUITADO
003980         GO TO 2000-PROCESSAR-PERIODO-LER.
003990     MOVE 'N' TO PFR-SW-ALTEROU.
004000     SET PFR-FUNC-NAO-LIDO TO TRUE.
004010     MOVE 1 TO PFR-SUB-PAR.
004020     PERFORM 2100-CONFERIR-PARCELA THRU 2100-CONFERIR-PARCELA-EXIT
004030         UNTIL PFR-SUB-PAR > 3.
004040     IF NOT PFR-PERIODO-ALTERADO
004050         GO TO 2000-PROCESSAR-PERIODO-LER.
004060     IF NOT FER-P-PROGRAMADA (1) AND NOT FER-P-PROGRAMADA (2)
004070             AND NOT FER-P-PROGRAMADA (3)
004080         SET FER-QUITADO TO TRUE
004090         ADD 1 TO PFR-QTDE-QUITADOS
004100     END-IF.
004110     REWRITE FER-RECORD
004120         INVALID KEY
004130             DISPLAY 'ERRO AO REGRAVAR FERIAS - MATRICULA '
004140                 FER-MATRICULA
004150             MOVE 8 TO PFR-RETORNO
004160     END-REWRITE.
004170 2000-PROCESSAR-PERIODO-LER.
004180     READ VACATION-MASTER NEXT RECORD
004190         AT END SET PFR-FERIAS-EOF TO TRUE
004200     END-READ.
004210 2000-PROCESSAR-PERIODO-EXIT.
004220     EXIT.
004230
004240 2100-CONFERIR-PARCELA.
004250     IF NOT FER-P-PROGRAMADA (PFR-SUB-PAR)
004260         GO TO 2100-CONFERIR-PARCELA-PROXIMA.
004270     CALL 'DIAUTIL' USING BY CONTENT FER-P-INICIO (PFR-SUB-PAR)
004280                          BY CONTENT PFR-DIAS-ANTECEDENCIA
004290                          BY REFERENCE PFR-DATA-PAGTO
004300                          BY CONTENT PFR-UF-NACIONAL.
004310     IF PFR-DATA-PAGTO > PFR-DATASISTEMA
004320         GO TO 2100-CONFERIR-PARCELA-PROXIMA.
004330     IF PFR-FUNC-NAO-LIDO
004340         MOVE FER-MATRICULA TO EMP-ID
004350         SET PFR-FUNC-LIDO TO TRUE
004360         READ EMPLOYEE-MASTER
004370             INVALID KEY
004380                 SET PFR-FUNC-AUSENTE TO TRUE
004390         END-READ
004400         IF PFR-FUNC-LIDO AND EMP-DESLIGADO
004410             SET PFR-FUNC-AUSENTE TO TRUE
004420         END-IF
004430         IF PFR-FUNC-LIDO
004440             PERFORM 2150-CONTAR-DEPENDENTES
004450                 THRU 2150-CONTAR-DEPENDENTES-EXIT
004460         END-IF
004470     END-IF.
004480     IF PFR-FUNC-AUSENTE
004490         DISPLAY 'PARCELA NAO PAGA - MATRICULA ' FER-MATRICULA
004500             ' AUSENTE OU DESLIGADA NO CADASTRO'
004510         ADD 1 TO PFR-QTDE-IGNORADAS
004520         GO TO 2100-CONFERIR-PARCELA-PROXIMA.
004530     PERFORM 2200-CALCULAR-PARCELA
004530         THRU 2200-CALCULAR-PARCELA-EXIT.
004540     PERFORM 2500-GRAVAR-SAIDAS THRU 2500-GRAVAR-SAIDAS-EXIT.
004550     SET FER-P-PAGA (PFR-SUB-PAR) TO TRUE.
004560     MOVE PFR-DATASISTEMA TO FER-P-DATA-PAGTO (PFR-SUB-PAR).
004570     MOVE PFR-LIQUIDO TO FER-P-LIQUIDO (PFR-SUB-PAR).
004580     SET PFR-PERIODO-ALTERADO TO TRUE.
004590     ADD 1 TO PFR-QTDE-PARCELAS.
004600     ADD PFR-VALOR-DIAS TO PFR-TOT-FERIAS.
004610     ADD PFR-TERCO TO PFR-TOT-FERIAS.
004620     ADD PFR-ABONO TO PFR-TOT-ABONO.
004630     ADD PFR-INSS TO PFR-TOT-INSS.
004640     ADD PFR-IRRF TO PFR-TOT-IRRF.
004650     ADD PFR-LIQUIDO TO PFR-TOT-LIQUIDO.
004660 2100-CONFERIR-PARCELA-PROXIMA.
004670     ADD 1 TO PFR-SUB-PAR.
004680 2100-CONFERIR-PARCELA-EXIT.
004690     EXIT.
004700
004710*=========================================================
004720* DEPENDENTES ATIVOS DA MATRICULA (CADASTRO DEPNDNT) -
004730* CADA UM ABATE A DEDUCAO LEGAL DA BASE DO IRRF
004740*=========================================================
004750 2150-CONTAR-DEPENDENTES.
004760     MOVE ZEROS TO PFR-QTDE-DEP PFR-DEDUCAO-DEP.
004770     IF NOT PFR-DEPNDNT-DISPONIVEL
004780         GO TO 2150-CONTAR-DEPENDENTES-EXIT.
004790     SET PFR-VARREDURA-ATIVA TO TRUE.
004800     MOVE EMP-ID TO DPD-MATRICULA.
004810     MOVE ZEROS TO DPD-SEQUENCIA.
004820     START DEPENDENTS-MASTER KEY >= DPD-CHAVE
004830         INVALID KEY
004840             SET PFR-FIM-VARREDURA TO TRUE
004850     END-START.
004860     IF PFR-DEPNDNT-STATUS NOT = '00'
004870         SET PFR-FIM-VARREDURA TO TRUE
004880     END-IF.
004890     PERFORM 2160-LER-DEPENDENTE
004900         THRU 2160-LER-DEPENDENTE-EXIT
004910         UNTIL PFR-FIM-VARREDURA.
004920     COMPUTE PFR-DEDUCAO-DEP =
004930         PFR-QTDE-DEP * PFR-VALOR-POR-DEP.
004940 2150-CONTAR-DEPENDENTES-EXIT.
004950     EXIT.
004960
004970 2160-LER-DEPENDENTE.
004980     READ DEPENDENTS-MASTER NEXT RECORD
004990         AT END
005000             SET PFR-FIM-VARREDURA TO TRUE
005010             GO TO 2160-LER-DEPENDENTE-EXIT
005020     END-READ.
005030     IF PFR-DEPNDNT-STATUS NOT = '00'
005040             OR DPD-MATRICULA NOT = EMP-ID
005050         SET PFR-FIM-VARREDURA TO TRUE
005060         GO TO 2160-LER-DEPENDENTE-EXIT.
005070     IF DPD-ATIVO
005080         ADD 1 TO PFR-QTDE-DEP
005090     END-IF.
005100 2160-LER-DEPENDENTE-EXIT.
005110     EXIT.
005120
005130*=========================================================
005140* VALORES DA PARCELA: DIAS + 1/3 (TRIBUTAVEIS) E, NA
005150* PRIMEIRA PARCELA DE PERIODO COM VENDA, O ABONO + 1/3
005160* (ISENTO)
005170*=========================================================
005180 2200-CALCULAR-PARCELA.
005190     COMPUTE PFR-VALOR-DIAS ROUNDED =
005200         EMP-SALARIO * FER-P-DIAS (PFR-SUB-PAR) / 30.
005210     COMPUTE PFR-TERCO ROUNDED = PFR-VALOR-DIAS / 3.
005220     MOVE ZEROS TO PFR-ABONO PFR-DIAS-ABONO.
005230     IF FER-COM-ABONO AND PFR-SUB-PAR = 1
005240         DIVIDE FER-DIAS-DIREITO BY 3 GIVING PFR-DIAS-ABONO
005250         COMPUTE PFR-ABONO ROUNDED =
005260             (EMP-SALARIO * PFR-DIAS-ABONO / 30) * 4 / 3
005270     END-IF.
005280     COMPUTE PFR-BRUTO-TRIBUTAVEL = PFR-VALOR-DIAS + PFR-TERCO.
005290     PERFORM 2300-CALCULAR-INSS THRU 2300-CALCULAR-INSS-EXIT.
005300     PERFORM 2400-CALCULAR-IRRF THRU 2400-CALCULAR-IRRF-EXIT.
005310     COMPUTE PFR-LIQUIDO = PFR-BRUTO-TRIBUTAVEL + PFR-ABONO
005320         - PFR-INSS - PFR-IRRF.
005330     IF PFR-LIQUIDO < ZEROS
005340         MOVE ZEROS TO PFR-LIQUIDO
005350     END-IF.
005360 2200-CALCULAR-PARCELA-EXIT.
005370     EXIT.
005380
005390*=========================================================
005400* INSS PROGRESSIVO SOBRE FERIAS + 1/3 - MESMO CALCULO DA
005410* FOLHA MENSAL (PROGCOB32)
005420*=========================================================
005430 2300-CALCULAR-INSS.
005440     MOVE ZEROS TO PFR-INSS PFR-INSS-ACUM.
005450     MOVE ZEROS TO PFR-LIMITE-ANTERIOR.
005460     MOVE 1 TO PFR-SUB.
005470     SET PFR-IX-INS TO PFR-QTDE-INSS.
005480     IF PFR-BRUTO-TRIBUTAVEL > PFR-INS-LIMITE (PFR-IX-INS)
005490         MOVE PFR-INS-LIMITE (PFR-IX-INS) TO PFR-BASE-INSS
005500     ELSE
005510         MOVE PFR-BRUTO-TRIBUTAVEL TO PFR-BASE-INSS
005520     END-IF.
005530     PERFORM 2310-SOMAR-FATIA-INSS
005540         THRU 2310-SOMAR-FATIA-INSS-EXIT
005550         UNTIL PFR-SUB > PFR-QTDE-INSS
005560             OR PFR-LIMITE-ANTERIOR NOT < PFR-BASE-INSS.
005570     COMPUTE PFR-INSS ROUNDED = PFR-INSS-ACUM.
005580 2300-CALCULAR-INSS-EXIT.
005590     EXIT.
005600
005610 2310-SOMAR-FATIA-INSS.
005620     SET PFR-IX-INS TO PFR-SUB.
005630     IF PFR-BASE-INSS < PFR-INS-LIMITE (PFR-IX-INS)
005640         COMPUTE PFR-FATIA =
005650             PFR-BASE-INSS - PFR-LIMITE-ANTERIOR
005660     ELSE
005670         COMPUTE PFR-FATIA =
005680             PFR-INS-LIMITE (PFR-IX-INS) - PFR-LIMITE-ANTERIOR
005690     END-IF.
005700     COMPUTE PFR-INSS-ACUM = PFR-INSS-ACUM +
005710         (PFR-FATIA * PFR-INS-ALIQUOTA (PFR-IX-INS) / 100).
005720     MOVE PFR-INS-LIMITE (PFR-IX-INS) TO PFR-LIMITE-ANTERIOR.
005730     ADD 1 TO PFR-SUB.
005740 2310-SOMAR-FATIA-INSS-EXIT.
005750     EXIT.
005760
005770*=========================================================
005780* IRRF POR FAIXA SOBRE FERIAS + 1/3 MENOS INSS E DEDUCAO
005790* DE DEPENDENTES - MESMO CALCULO DA FOLHA MENSAL
005800*=========================================================
005810 2400-CALCULAR-IRRF.
005820     MOVE ZEROS TO PFR-IRRF.
005830     MOVE 'N' TO PFR-SW-FAIXA-IRRF.
005840     COMPUTE PFR-BASE-IRRF-S =
005850         PFR-BRUTO-TRIBUTAVEL - PFR-INSS - PFR-DEDUCAO-DEP.
005860     IF PFR-BASE-IRRF-S < ZEROS
005870         MOVE ZEROS TO PFR-BASE-IRRF
005880     ELSE
005890         MOVE PFR-BASE-IRRF-S TO PFR-BASE-IRRF
005900     END-IF.
005910     MOVE 1 TO PFR-SUB.
005920     PERFORM 2410-PROCURAR-FAIXA-IRRF
005930         THRU 2410-PROCURAR-FAIXA-IRRF-EXIT
005940         UNTIL PFR-SUB > PFR-QTDE-IRRF.
005950     IF NOT PFR-FAIXA-IRRF-ACHADA
005960         SET PFR-IX-IRF TO PFR-QTDE-IRRF
005970         COMPUTE PFR-IRRF-ACUM =
005980             PFR-BASE-IRRF * PFR-IRF-ALIQUOTA (PFR-IX-IRF)
005990             / 100
006000         COMPUTE PFR-IRRF ROUNDED =
006010             PFR-IRRF-ACUM - PFR-IRF-PARCELA (PFR-IX-IRF)
006020     END-IF.
006030     IF PFR-IRRF < ZEROS
006040         MOVE ZEROS TO PFR-IRRF
006050     END-IF.
006060 2400-CALCULAR-IRRF-EXIT.
006070     EXIT.
006080
006090 2410-PROCURAR-FAIXA-IRRF.
006100     SET PFR-IX-IRF TO PFR-SUB.
006110     IF PFR-BASE-IRRF NOT > PFR-IRF-LIMITE (PFR-IX-IRF)
006120         COMPUTE PFR-IRRF-ACUM =
006130             PFR-BASE-IRRF * PFR-IRF-ALIQUOTA (PFR-IX-IRF)
006140             / 100
006150         COMPUTE PFR-IRRF ROUNDED =
006160             PFR-IRRF-ACUM - PFR-IRF-PARCELA (PFR-IX-IRF)
006170         SET PFR-FAIXA-IRRF-ACHADA TO TRUE
006180         MOVE PFR-QTDE-IRRF TO PFR-SUB
006190     END-IF.
006200     ADD 1 TO PFR-SUB.
006210 2410-PROCURAR-FAIXA-IRRF-EXIT.
006220     EXIT.
006230
006240*=========================================================
006250* RECIBO, CREDITO BANCARIO E ADIANTAMENTO POR COMPETENCIA
006260*=========================================================
006270 2500-GRAVAR-SAIDAS.
006280     MOVE EMP-ID TO PFR-D-MATRICULA.
006290     MOVE EMP-NOME TO PFR-D-NOME.
006300     MOVE FER-P-INICIO (PFR-SUB-PAR) TO PFR-D-INICIO.
006310     MOVE FER-P-DIAS (PFR-SUB-PAR) TO PFR-D-DIAS.
006320     MOVE PFR-VALOR-DIAS TO PFR-D-FERIAS.
006330     MOVE PFR-TERCO TO PFR-D-TERCO.
006340     MOVE PFR-ABONO TO PFR-D-ABONO.
006350     MOVE PFR-INSS TO PFR-D-INSS.
006360     MOVE PFR-IRRF TO PFR-D-IRRF.
006370     MOVE PFR-LIQUIDO TO PFR-D-LIQUIDO.
006380     WRITE PFR-REPORT-LINE FROM PFR-LINHA-DETALHE.
006390     MOVE EMP-ID TO BCR-MATRICULA.
006400     MOVE EMP-NOME TO BCR-NOME.
006410     MOVE FER-P-INICIO (PFR-SUB-PAR) (1:6) TO BCR-COMPETENCIA.
006420     MOVE PFR-LIQUIDO TO BCR-VALOR-LIQUIDO.
006430     MOVE 'E' TO BCR-SITUACAO.
006440     WRITE BCR-CREDIT-RECORD.
006450     MOVE FER-P-INICIO (PFR-SUB-PAR) TO PFR-RAT-DATA.
006460     MOVE FER-P-DIAS (PFR-SUB-PAR) TO PFR-RAT-RESTANTES.
006470     MOVE ZEROS TO PFR-RAT-ACUMULADO.
006480     SET PFR-RAT-E-PRIMEIRO TO TRUE.
006490     PERFORM 2510-GRAVAR-COMPETENCIA
006500         THRU 2510-GRAVAR-COMPETENCIA-EXIT
006510         UNTIL PFR-RAT-RESTANTES = ZEROS.
006520 2500-GRAVAR-SAIDAS-EXIT.
006530     EXIT.
006540
006550*    DIAS DO GOZO QUE CAEM NO MES DE PFR-RAT-DATA; A ULTIMA
006560*    COMPETENCIA LEVA A SOBRA DO ARREDONDAMENTO DO VALOR
006570 2510-GRAVAR-COMPETENCIA.
006580     MOVE PFR-RAT-DIAS-NO-MES (PFR-RAT-MES) TO PFR-RAT-ULTIMO-DIA.
006590     IF PFR-RAT-MES = 02
006600         PERFORM 2520-VERIFICAR-BISSEXTO
006610             THRU 2520-VERIFICAR-BISSEXTO-EXIT
006620         IF PFR-RAT-ANO-BISSEXTO
006630             MOVE 29 TO PFR-RAT-ULTIMO-DIA
006640         END-IF
006650     END-IF.
006660     COMPUTE PFR-RAT-DIAS-MES =
006670         PFR-RAT-ULTIMO-DIA - PFR-RAT-DIA + 1.
006680     IF PFR-RAT-DIAS-MES > PFR-RAT-RESTANTES
006690         MOVE PFR-RAT-RESTANTES TO PFR-RAT-DIAS-MES
006700     END-IF.
006710     SUBTRACT PFR-RAT-DIAS-MES FROM PFR-RAT-RESTANTES.
006720     MOVE EMP-ID TO FAD-MATRICULA.
006730     MOVE PFR-RAT-DATA (1:6) TO FAD-COMPETENCIA.
006740     MOVE FER-P-INICIO (PFR-SUB-PAR) TO FAD-DATA-INICIO.
006750     MOVE PFR-RAT-DIAS-MES TO FAD-DIAS.
006760     IF PFR-RAT-RESTANTES = ZEROS
006770         COMPUTE FAD-VALOR-DIAS =
006780             PFR-VALOR-DIAS - PFR-RAT-ACUMULADO
006790     ELSE
006800         COMPUTE FAD-VALOR-DIAS ROUNDED =
006810             EMP-SALARIO * PFR-RAT-DIAS-MES / 30
006820         ADD FAD-VALOR-DIAS TO PFR-RAT-ACUMULADO
006830     END-IF.
006840     IF PFR-RAT-E-PRIMEIRO
006850         MOVE PFR-TERCO TO FAD-TERCO
006860         MOVE PFR-ABONO TO FAD-ABONO
006870         MOVE PFR-INSS TO FAD-INSS
006880         MOVE PFR-IRRF TO FAD-IRRF
006890         MOVE PFR-LIQUIDO TO FAD-LIQUIDO
006900         MOVE 'N' TO PFR-RAT-PRIMEIRO
006910     ELSE
006920         MOVE ZEROS TO FAD-TERCO FAD-ABONO FAD-INSS FAD-IRRF
006930                       FAD-LIQUIDO
006940     END-IF.
006950     MOVE PFR-DATASISTEMA TO FAD-DATA-PAGTO.
006960     WRITE FAD-ADVANCE-RECORD.
006970*    PROXIMA COMPETENCIA COMECA NO DIA 1 DO MES SEGUINTE
006980     MOVE 01 TO PFR-RAT-DIA.
006990     IF PFR-RAT-MES = 12
007000         MOVE 01 TO PFR-RAT-MES
007010         ADD 1 TO PFR-RAT-ANO
007020     ELSE
007030         ADD 1 TO PFR-RAT-MES
007040     END-IF.
007050 2510-GRAVAR-COMPETENCIA-EXIT.
007060     EXIT.
007070
007080 2520-VERIFICAR-BISSEXTO.
007090     MOVE 'N' TO PFR-RAT-BISSEXTO.
007100     DIVIDE PFR-RAT-ANO BY 4 GIVING PFR-RAT-QUOCIENTE
007110         REMAINDER PFR-RAT-RESTO.
007120     IF PFR-RAT-RESTO NOT = ZEROS
007130         GO TO 2520-VERIFICAR-BISSEXTO-EXIT.
007140     MOVE 'S' TO PFR-RAT-BISSEXTO.
007150     DIVIDE PFR-RAT-ANO BY 100 GIVING PFR-RAT-QUOCIENTE
007160         REMAINDER PFR-RAT-RESTO.
007170     IF PFR-RAT-RESTO NOT = ZEROS
007180         GO TO 2520-VERIFICAR-BISSEXTO-EXIT.
007190     DIVIDE PFR-RAT-ANO BY 400 GIVING PFR-RAT-QUOCIENTE
007200         REMAINDER PFR-RAT-RESTO.
007210     IF PFR-RAT-RESTO NOT = ZEROS
007220         MOVE 'N' TO PFR-RAT-BISSEXTO
007230     END-IF.
007240 2520-VERIFICAR-BISSEXTO-EXIT.
007250     EXIT.
007260
007270 3000-TOTALIZAR.
007280     MOVE SPACES TO PFR-REPORT-LINE.
007290     WRITE PFR-REPORT-LINE.
007300     MOVE 'TOTAL FERIAS + 1/3:      ' TO PFR-T-ROTULO.
007310     MOVE PFR-TOT-FERIAS TO PFR-T-VALOR.
007320     WRITE PFR-REPORT-LINE FROM PFR-LINHA-TOTAL.
007330     MOVE 'TOTAL ABONO + 1/3:       ' TO PFR-T-ROTULO.
007340     MOVE PFR-TOT-ABONO TO PFR-T-VALOR.
007350     WRITE PFR-REPORT-LINE FROM PFR-LINHA-TOTAL.
007360     MOVE 'TOTAL INSS:              ' TO PFR-T-ROTULO.
007370     MOVE PFR-TOT-INSS TO PFR-T-VALOR.
007380     WRITE PFR-REPORT-LINE FROM PFR-LINHA-TOTAL.
007390     MOVE 'TOTAL IRRF:              ' TO PFR-T-ROTULO.
007400     MOVE PFR-TOT-IRRF TO PFR-T-VALOR.
007410     WRITE PFR-REPORT-LINE FROM PFR-LINHA-TOTAL.
007420     MOVE 'TOTAL LIQUIDO CREDITADO: ' TO PFR-T-ROTULO.
007430     MOVE PFR-TOT-LIQUIDO TO PFR-T-VALOR.
007440     WRITE PFR-REPORT-LINE FROM PFR-LINHA-TOTAL.
007450     DISPLAY 'FERIAS PAGAS - PARCELAS: ' PFR-QTDE-PARCELAS.
007460     DISPLAY 'PERIODOS QUITADOS.......: ' PFR-QTDE-QUITADOS.
007470     DISPLAY 'PARCELAS NAO PAGAS......: ' PFR-QTDE-IGNORADAS.
007480 3000-TOTALIZAR-EXIT.
007490     EXIT.
007500
007510 4000-FINALIZAR.
007520     IF PFR-RETORNO = ZEROS OR PFR-RETORNO = 8
007530         CLOSE VACATION-MASTER
007540         CLOSE EMPLOYEE-MASTER
007550         CLOSE VACATION-ADVANCE
007560         CLOSE VACATION-CREDIT
007570         CLOSE VACATION-REPORT
007580         IF PFR-DEPNDNT-DISPONIVEL
007590             CLOSE DEPENDENTS-MASTER
007600         END-IF
007610     END-IF.
007620 4000-FINALIZAR-EXIT.
007630     EXIT.
