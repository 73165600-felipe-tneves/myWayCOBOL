000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB118.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO FISCAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PROJECAO DE FLUXO DE CAIXA DOS PROXIMOS 90 DIAS
000100*           POR EMPRESA, DIA UTIL A DIA UTIL - A TESOURARIA
000110*           NAO TINHA UMA VISAO UNICA DO QUE ENTRA E DO QUE
000120*           SAI. ENTRADAS: FATURAS DE ALUGUEL EM ABERTO
000130*           (RENTINV) E MENSALIDADES EM ABERTO (TUIINV),
000140*           NA DATA ESPERADA = VENCIMENTO + ATRASO MEDIO
000150*           HISTORICO DO LOCATARIO (FATURAS JA PAGAS).
000160*           SAIDAS: AGENDA DE PAGAMENTO DE FRETE (MESMA
000170*           REGRA DO PROGCOB29, LIQUIDA DOS CREDITOS EM
000180*           ABERTO DO CARRCRED), FOLHA LIQUIDA DA ULTIMA
000190*           COMPETENCIA DO FOLHIST NO 5o DIA UTIL DE CADA
000200*           MES, PARCELAS DO 13o AINDA NAO PAGAS,
000210*           RESCISOES PENDENTES (RESCCRED) E DEVOLUCOES DE
000220*           CAUCAO APURADAS OU LIBERADAS (DEPCAU). O SALDO
000230*           INICIAL DE CADA EMPRESA E INFORMADO NO CONSOLE;
000240*           O RELATORIO FLUXRPT TRAZ O MOVIMENTO DE CADA DIA
000250*           UTIL (DIAUTIL), O SALDO ACUMULADO E O AVISO NOS
000260*           DIAS EM QUE O SALDO FICA NEGATIVO.
000270* OBS: SO LEITURA - NADA E ALTERADO NOS ARQUIVOS (OS
000280*      CREDITOS DO CARRCRED SAO ABATIDOS SO NA PROJECAO; A
000290*      AGENDA PROGCOB29 CONTINUA SENDO QUEM OS CONSOME).
000300*      ATRASO EM DIAS NA CONTA APROXIMADA DO AGING
000310*      (ANO*365+MES*31+DIA), CONVERTIDO EM DIAS UTEIS
000320*      (5/7); MENSALIDADE USA O ATRASO MEDIO DE TODOS OS
000330*      ALUNOS. RECEBIVEL CUJA DATA ESPERADA JA PASSOU FICA
000340*      FORA DA PROJECAO (TOTALIZADO NO RODAPE - E ASSUNTO
000350*      DE COBRANCA). EMPRESA: DO LOTE (LOTS) NO ALUGUEL E
000360*      NA CAUCAO, DO FUNCIONARIO (EMPMAST) NA FOLHA E NA
000370*      RESCISAO, DO FRETE NO FRTHIST; ZEROS OU SEM
000380*      CADASTRO = EMPRESA 01. MENSALIDADE NA EMPRESA 01
000390*      (O TUIINV NAO TEM EMPRESA). 13o: PARCELA 1 = METADE
000400*      DO BRUTO ATE 30/11, PARCELA 2 = LIQUIDO MENOS A
000410*      PARCELA 1 ATE 20/12 (DIA UTIL ANTERIOR QUANDO NAO
000420*      FOR UTIL). RESCISAO SO DA COMPETENCIA CORRENTE OU
000430*      ANTERIOR, NO PRIMEIRO DIA DA PROJECAO. COMPSEL
000440*      RESTRINGE A UMA EMPRESA (ZEROS OU AUSENTE = TODAS).
000450* -----------------------------------------------------
000460* HISTORICO DE ALTERACOES
000470* 15/10/2026 FT  PROGRAMA CRIADO.
000480***********************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS FLX-RNT-NUMERO
000590         FILE STATUS IS FLX-RENTINV-STATUS.
000600     SELECT TUITION-INVOICES ASSIGN TO 'TUIINV'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS FLX-TUI-NUMERO
000640         FILE STATUS IS FLX-TUIINV-STATUS.
000650     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS FRH-CHAVE
000690         ALTERNATE RECORD KEY IS FRH-PERIODO
000700             WITH DUPLICATES
000710         FILE STATUS IS FLX-FRTHIST-STATUS.
000720     SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CAR-CODIGO
000760         FILE STATUS IS FLX-CARRMAST-STATUS.
000770     SELECT CARRIER-CREDIT-LEDGER ASSIGN TO 'CARRCRED'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS CCR-CHAVE
000810         FILE STATUS IS FLX-CARRCRED-STATUS.
000820     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FLX-FOLHIST-STATUS.
000850     SELECT RESCISAO-CREDIT ASSIGN TO 'RESCCRED'
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FLX-RESCCRED-STATUS.
000880     SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPCAU'
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS CAU-CHAVE
000920         FILE STATUS IS FLX-DEPCAU-STATUS.
000930     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS EMP-ID
000970         FILE STATUS IS FLX-EMPMAST-STATUS.
000980     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS CIA-CODIGO
001020         FILE STATUS IS FLX-COMPMAST-STATUS.
001030     SELECT LOTS-FILE ASSIGN TO 'LOTS'
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FLX-LOTS-STATUS.
001060     SELECT COMPANY-SELECTION ASSIGN TO 'COMPSEL'
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS FLX-COMPSEL-STATUS.
001090     SELECT CASHFLOW-REPORT ASSIGN TO 'FLUXRPT'
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FLX-REPORT-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140*    RENTINV E TUIINV TEM O MESMO LAYOUT (COPY RENTINV NA
001150*    WORKING-STORAGE): AS DUAS LEITURAS SAO FEITAS COM INTO
001160 FD  RENT-INVOICES.
001170 01  FLX-RENTINV-REG.
001180     05  FLX-RNT-NUMERO       PIC 9(06).
001190     05  FILLER               PIC X(222).
001200 FD  TUITION-INVOICES.
001210 01  FLX-TUIINV-REG.
001220     05  FLX-TUI-NUMERO       PIC 9(06).
001230     05  FILLER               PIC X(222).
001240 FD  FREIGHT-HISTORY.
001250     COPY FRTHIST.
001260 FD  CARRIER-MASTER.
001270     COPY CARRMST.
001280 FD  CARRIER-CREDIT-LEDGER.
001290     COPY CARRCRD.
001300 FD  PAYROLL-HISTORY.
001310     COPY FOLHIST.
001320 FD  RESCISAO-CREDIT.
001330     COPY BANKCRD.
001340 FD  DEPOSIT-LEDGER.
001350     COPY DEPCAU.
001360 FD  EMPLOYEE-MASTER.
001370     COPY EMPREC.
001380 FD  COMPANY-MASTER.
001390     COPY COMPMST.
001400 FD  LOTS-FILE.
001410     COPY LOTREC.
001420 FD  COMPANY-SELECTION.
001430     COPY COMPSEL.
001440 FD  CASHFLOW-REPORT
001450     RECORD CONTAINS 132 CHARACTERS.
001460 01  FLX-REPORT-LINE          PIC X(132).
001470 WORKING-STORAGE SECTION.
001480     COPY RENTINV.
001490
001500 01  FLX-SWITCHES.
001510     05  FLX-RENTINV-STATUS   PIC X(02) VALUE '00'.
001520     05  FLX-TUIINV-STATUS    PIC X(02) VALUE '00'.
001530     05  FLX-FRTHIST-STATUS   PIC X(02) VALUE '00'.
001540     05  FLX-CARRMAST-STATUS  PIC X(02) VALUE '00'.
001550     05  FLX-CARRCRED-STATUS  PIC X(02) VALUE '00'.
001560     05  FLX-FOLHIST-STATUS   PIC X(02) VALUE '00'.
001570     05  FLX-RESCCRED-STATUS  PIC X(02) VALUE '00'.
001580     05  FLX-DEPCAU-STATUS    PIC X(02) VALUE '00'.
001590     05  FLX-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001600     05  FLX-COMPMAST-STATUS  PIC X(02) VALUE '00'.
001610     05  FLX-LOTS-STATUS      PIC X(02) VALUE '00'.
001620     05  FLX-COMPSEL-STATUS   PIC X(02) VALUE '00'.
001630     05  FLX-REPORT-STATUS    PIC X(02) VALUE '00'.
001640     05  FLX-SW-ARQUIVO       PIC X(01) VALUE 'N'.
001650         88  FLX-FIM-ARQUIVO      VALUE 'S'.
001660         88  FLX-ARQUIVO-ATIVO    VALUE 'N'.
001670     05  FLX-SW-CARRMAST      PIC X(01) VALUE 'N'.
001680         88  FLX-CARRMAST-DISPONIVEL  VALUE 'S'.
001690     05  FLX-SW-EMPMAST       PIC X(01) VALUE 'N'.
001700         88  FLX-EMPMAST-DISPONIVEL   VALUE 'S'.
001710     05  FLX-SW-ESTOURO       PIC X(01) VALUE 'N'.
001720         88  FLX-TABELA-ESTOUROU      VALUE 'S'.
001730
001740 01  FLX-CONSTANTES.
001750     05  FLX-HORIZONTE        PIC 9(03) COMP VALUE 90.
001760     05  FLX-MAX-DIAS         PIC 9(03) COMP VALUE 70.
001770     05  FLX-MAX-EMPRESAS     PIC 9(02) COMP VALUE 20.
001780     05  FLX-PRAZO-DEFAULT    PIC S9(03) VALUE +28.
001790     05  FLX-EMPRESA-PADRAO   PIC 9(02) VALUE 01.
001800     05  FLX-UF-NACIONAL      PIC X(02) VALUE SPACES.
001810
001820*    CATEGORIAS: 1 ALUGUEIS, 2 MENSALIDADES (ENTRADAS);
001830*    3 FRETES, 4 FOLHA, 5 13o SALARIO, 6 RESCISOES,
001840*    7 CAUCOES (SAIDAS)
001850 01  FLX-CATEGORIAS.
001860     05  FLX-CAT-ALUGUEL      PIC 9(01) VALUE 1.
001870     05  FLX-CAT-MENSALIDADE  PIC 9(01) VALUE 2.
001880     05  FLX-CAT-FRETE        PIC 9(01) VALUE 3.
001890     05  FLX-CAT-FOLHA        PIC 9(01) VALUE 4.
001900     05  FLX-CAT-13           PIC 9(01) VALUE 5.
001910     05  FLX-CAT-RESCISAO     PIC 9(01) VALUE 6.
001920     05  FLX-CAT-CAUCAO       PIC 9(01) VALUE 7.
001930
001940*    DIAS UTEIS DA PROJECAO (HOJE, OU O PROXIMO DIA UTIL,
001950*    ATE HOJE + 90 DIAS CORRIDOS)
001960 01  FLX-TABELA-DIAS.
001970     05  FLX-QTDE-DIAS        PIC 9(03) COMP VALUE ZEROS.
001980     05  FLX-DIA OCCURS 70 TIMES.
001990         10  FLX-D-DATA       PIC 9(08).
002000
002010*    EMPRESAS PROJETADAS, COM O MOVIMENTO DE CADA DIA UTIL
002020*    POR CATEGORIA E A ULTIMA FOLHA MENSAL DO FOLHIST
002030 01  FLX-TABELA-EMPRESAS.
002040     05  FLX-QTDE-EMPRESAS    PIC 9(02) COMP VALUE ZEROS.
002050     05  FLX-EMPRESA OCCURS 20 TIMES.
002060         10  FLX-E-CODIGO     PIC 9(02).
002070         10  FLX-E-NOME       PIC X(30).
002080         10  FLX-E-SALDO-INICIAL PIC S9(11)V99 COMP-3.
002090         10  FLX-E-FOLHA-COMPET  PIC 9(06).
002100         10  FLX-E-FOLHA-BRUTO   PIC 9(09)V99 COMP-3.
002110         10  FLX-E-FOLHA-LIQUIDO PIC 9(09)V99 COMP-3.
002120         10  FLX-E-SW-13-1    PIC X(01).
002130             88  FLX-E-13-1-PAGO  VALUE 'S'.
002140         10  FLX-E-SW-13-2    PIC X(01).
002150             88  FLX-E-13-2-PAGO  VALUE 'S'.
002160         10  FLX-E-TOTAL      PIC S9(11)V99 COMP-3
002170                              OCCURS 7 TIMES.
002180         10  FLX-E-MOVTO OCCURS 70 TIMES.
002190             15  FLX-E-VALOR  PIC S9(11)V99 COMP-3
002200                              OCCURS 7 TIMES.
002210
002220*    EMPRESA DE CADA LOTE (ARQUIVO LOTS)
002230 01  FLX-TABELA-LOTES.
002240     05  FLX-QTDE-LOTES       PIC 9(03) COMP VALUE ZEROS.
002250     05  FLX-LOTE OCCURS 999 TIMES.
002260         10  FLX-LT-ID        PIC 9(05).
002270         10  FLX-LT-EMPRESA   PIC 9(02).
002280
002290*    ATRASO HISTORICO POR LOCATARIO (FATURAS PAGAS), PELO
002300*    PROPRIO CODIGO DO LOCATARIO
002310 01  FLX-TABELA-ATRASOS.
002320     05  FLX-ATRASO OCCURS 9999 TIMES.
002330         10  FLX-AT-QTDE      PIC 9(05) COMP.
002340         10  FLX-AT-DIAS      PIC 9(07) COMP.
002350
002360*    SALDO DOS CREDITOS EM ABERTO POR TRANSPORTADORA,
002370*    ABATIDO SO NA MEMORIA
002380 01  FLX-TABELA-CREDITOS.
002390     05  FLX-QTDE-CREDITOS    PIC 9(03) COMP VALUE ZEROS.
002400     05  FLX-CREDITO OCCURS 100 TIMES.
002410         10  FLX-CR-TRANSP    PIC X(03).
002420         10  FLX-CR-SALDO     PIC 9(07)V99 COMP-3.
002430
002440 01  FLX-DIAS-DO-MES-VALORES.
002450     05  FILLER               PIC X(24)
002460         VALUE '312831303130313130313031'.
002470 01  FLX-DIAS-DO-MES REDEFINES FLX-DIAS-DO-MES-VALORES.
002480     05  FLX-DM               PIC 9(02) OCCURS 12 TIMES.
002490
002500 01  FLX-DATASISTEMA.
002510     05  FLX-HOJE-ANO         PIC 9(04).
002520     05  FLX-HOJE-MES         PIC 9(02).
002530     05  FLX-HOJE-DIA         PIC 9(02).
002540 01  FLX-DATASISTEMA-NUM REDEFINES FLX-DATASISTEMA PIC 9(08).
002550
002560 01  FLX-DATA-LIMITE.
002570     05  FLX-LIM-ANO          PIC 9(04).
002580     05  FLX-LIM-MES          PIC 9(02).
002590     05  FLX-LIM-DIA          PIC 9(02).
002600 01  FLX-DATA-LIMITE-NUM REDEFINES FLX-DATA-LIMITE PIC 9(08).
002610
002620 01  FLX-DATA-MONTADA.
002630     05  FLX-MON-ANO          PIC 9(04).
002640     05  FLX-MON-MES          PIC 9(02).
002650     05  FLX-MON-DIA          PIC 9(02).
002660 01  FLX-DATA-MONTADA-NUM REDEFINES FLX-DATA-MONTADA
002670                              PIC 9(08).
002680
002690 01  FLX-DATA-CONTA.
002700     05  FLX-CT-ANO           PIC 9(04).
002710     05  FLX-CT-MES           PIC 9(02).
002720     05  FLX-CT-DIA           PIC 9(02).
002730 01  FLX-DATA-CONTA-NUM REDEFINES FLX-DATA-CONTA PIC 9(08).
002740
002750 01  FLX-COMPETENCIA-ANTERIOR.
002760     05  FLX-CA-ANO           PIC 9(04).
002770     05  FLX-CA-MES           PIC 9(02).
002780 01  FLX-COMPETENCIA-ANT-NUM REDEFINES FLX-COMPETENCIA-ANTERIOR
002790                              PIC 9(06).
002800
002810 01  FLX-AREA-TRABALHO.
002820     05  FLX-IX               PIC 9(04) COMP VALUE ZEROS.
002830     05  FLX-IX-ACHADO        PIC 9(03) COMP VALUE ZEROS.
002840     05  FLX-IX-EMP           PIC 9(03) COMP VALUE ZEROS.
002850     05  FLX-IX-DIA           PIC 9(03) COMP VALUE ZEROS.
002860     05  FLX-IX-CAT           PIC 9(01) COMP VALUE ZEROS.
002870     05  FLX-IX-MES           PIC 9(01) COMP VALUE ZEROS.
002880     05  FLX-RESTO            PIC 9(03) COMP VALUE ZEROS.
002890     05  FLX-QUOCIENTE        PIC 9(04) COMP VALUE ZEROS.
002900     05  FLX-ANO-BISSEXTO     PIC X(01) VALUE 'N'.
002910         88  FLX-BISSEXTO         VALUE 'S'.
002920     05  FLX-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.
002930     05  FLX-EMPRESA-SELECAO  PIC 9(02) VALUE ZEROS.
002940     05  FLX-DATA-BASE        PIC 9(08) VALUE ZEROS.
002950     05  FLX-QTDE-UTEIS       PIC S9(03) VALUE ZEROS.
002960     05  FLX-DATA-RESULTADO   PIC 9(08) VALUE ZEROS.
002970     05  FLX-DIAS-PAGTO       PIC 9(07) VALUE ZEROS.
002980     05  FLX-DIAS-VENCTO      PIC 9(07) VALUE ZEROS.
002990     05  FLX-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
003000     05  FLX-ATRASO-MEDIO     PIC 9(05) VALUE ZEROS.
003010     05  FLX-TUI-QTDE         PIC 9(07) COMP VALUE ZEROS.
003020     05  FLX-TUI-DIAS         PIC 9(09) COMP VALUE ZEROS.
003030     05  FLX-LOTE-BUSCA       PIC 9(05) VALUE ZEROS.
003040     05  FLX-MATRICULA-BUSCA  PIC 9(05) VALUE ZEROS.
003050     05  FLX-PRAZO-DIAS       PIC S9(03) VALUE ZEROS.
003060     05  FLX-PRAZO-MAIOR      PIC S9(03) VALUE ZEROS.
003070     05  FLX-MESES-RECUO      PIC 9(02) COMP VALUE 2.
003080     05  FLX-SUB-MES          PIC 9(02) COMP VALUE ZEROS.
003090     05  FLX-PERIODO-CORTE.
003100         10  FLX-PC-ANO       PIC 9(04).
003110         10  FLX-PC-MES       PIC 9(02).
003120     05  FLX-CREDITO-PARCELA  PIC 9(07)V99 COMP-3 VALUE ZEROS.
003130     05  FLX-COMPET-13        PIC 9(06) VALUE ZEROS.
003140     05  FLX-PARCELA-13       PIC S9(09)V99 COMP-3 VALUE ZEROS.
003150     05  FLX-SALDO-DIGITADO   PIC S9(09)V99 VALUE ZEROS.
003160     05  FLX-SALDO            PIC S9(11)V99 COMP-3 VALUE ZEROS.
003170     05  FLX-QTDE-NEGATIVOS   PIC 9(03) COMP VALUE ZEROS.
003180     05  FLX-PRIMEIRO-NEGATIVO PIC 9(08) VALUE ZEROS.
003190
003200*    ITEM A LANCAR NA PROJECAO
003210 01  FLX-ITEM.
003220     05  FLX-ITEM-EMPRESA     PIC 9(02) VALUE ZEROS.
003230     05  FLX-ITEM-DATA        PIC 9(08) VALUE ZEROS.
003240     05  FLX-ITEM-CAT         PIC 9(01) VALUE ZEROS.
003250     05  FLX-ITEM-VALOR       PIC S9(09)V99 COMP-3 VALUE ZEROS.
003260
003270 01  FLX-CONTADORES.
003280     05  FLX-QTDE-LANCADOS    PIC 9(07) COMP VALUE ZEROS.
003290     05  FLX-QTDE-VENCIDOS    PIC 9(07) COMP VALUE ZEROS.
003300     05  FLX-VALOR-VENCIDOS   PIC 9(11)V99 COMP-3 VALUE ZEROS.
003310     05  FLX-QTDE-FORA-PRAZO  PIC 9(07) COMP VALUE ZEROS.
003320     05  FLX-QTDE-SEM-EMPRESA PIC 9(07) COMP VALUE ZEROS.
003330     05  FLX-QTDE-EDT         PIC ZZZZZZ9.
003340
003350*    LINHAS DO RELATORIO FLUXRPT
003360 01  FLX-LINHA-CABEC.
003370     05  FILLER               PIC X(45)
003380         VALUE '=== PROJECAO DE FLUXO DE CAIXA - 90 DIAS === '.
003390     05  FILLER               PIC X(03) VALUE 'DE '.
003400     05  FLX-C-INICIO         PIC 9(08).
003410     05  FILLER               PIC X(05) VALUE ' ATE '.
003420     05  FLX-C-FIM            PIC 9(08).
003430     05  FILLER               PIC X(63) VALUE SPACES.
003440
003450 01  FLX-LINHA-EMPRESA.
003460     05  FILLER               PIC X(08) VALUE 'EMPRESA '.
003470     05  FLX-EP-CODIGO        PIC 9(02).
003480     05  FILLER               PIC X(03) VALUE ' - '.
003490     05  FLX-EP-NOME          PIC X(30).
003500     05  FILLER               PIC X(16)
003510         VALUE ' SALDO INICIAL: '.
003520     05  FLX-EP-SALDO         PIC -ZZZ.ZZZ.ZZ9,99.
003530     05  FILLER               PIC X(58) VALUE SPACES.
003540
003550 01  FLX-LINHA-TITULO.
003560     05  FILLER               PIC X(09) VALUE 'DATA'.
003570     05  FILLER               PIC X(14) VALUE '      ALUGUEIS'.
003580     05  FILLER               PIC X(14) VALUE '  MENSALIDADES'.
003590     05  FILLER               PIC X(14) VALUE '        FRETES'.
003600     05  FILLER               PIC X(14) VALUE '         FOLHA'.
003610     05  FILLER               PIC X(14) VALUE '   13o SALARIO'.
003620     05  FILLER               PIC X(14) VALUE '     RESCISOES'.
003630     05  FILLER               PIC X(14) VALUE '       CAUCOES'.
003640     05  FILLER               PIC X(16)
003650         VALUE ' SALDO ACUMULADO'.
003660     05  FILLER               PIC X(09) VALUE ' SITUACAO'.
003670
003680 01  FLX-LINHA-SUBTITULO.
003690     05  FILLER               PIC X(09) VALUE SPACES.
003700     05  FILLER               PIC X(28)
003710         VALUE '   <-------- ENTRADAS ----->'.
003720     05  FILLER               PIC X(30)
003730         VALUE '   <------------------------- '.
003740     05  FILLER               PIC X(40)
003750         VALUE 'SAIDAS -------------------------------->'.
003760     05  FILLER               PIC X(25) VALUE SPACES.
003770
003780 01  FLX-LINHA-DETALHE.
003790     05  FLX-L-DATA           PIC 9(08).
003800     05  FILLER               PIC X(01) VALUE SPACES.
003810     05  FLX-L-COLUNA OCCURS 7 TIMES.
003820         10  FILLER           PIC X(01).
003830         10  FLX-L-VALOR      PIC ZZ.ZZZ.ZZ9,99.
003840     05  FILLER               PIC X(01) VALUE SPACES.
003850     05  FLX-L-SALDO          PIC -ZZZ.ZZZ.ZZ9,99.
003860     05  FILLER               PIC X(01) VALUE SPACES.
003870     05  FLX-L-SITUACAO       PIC X(08).
003880
003890 01  FLX-LINHA-NEGATIVOS.
003900     05  FILLER               PIC X(25)
003910         VALUE 'DIAS COM SALDO NEGATIVO: '.
003920     05  FLX-N-QTDE           PIC ZZ9.
003930     05  FILLER               PIC X(12) VALUE ' - PRIMEIRO '.
003940     05  FLX-N-PRIMEIRO       PIC 9(08).
003950     05  FILLER               PIC X(84) VALUE SPACES.
003960
003970 01  FLX-LINHA-RODAPE.
003980     05  FLX-R-TEXTO          PIC X(50).
003990     05  FLX-R-QTDE           PIC ZZZZZZ9.
004000     05  FILLER               PIC X(08) VALUE ' VALOR: '.
004010     05  FLX-R-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
004020     05  FILLER               PIC X(53) VALUE SPACES.
004030
004040 PROCEDURE DIVISION.
004050
004060 0000-MAINLINE.
004070     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004080     IF FLX-QTDE-DIAS = ZEROS OR FLX-QTDE-EMPRESAS = ZEROS
004090         GO TO 0000-ENCERRAR.
004100     PERFORM 2000-PROJETAR-ALUGUEIS
004110         THRU 2000-PROJETAR-ALUGUEIS-EXIT.
004120     PERFORM 2500-PROJETAR-MENSALIDADES
004130         THRU 2500-PROJETAR-MENSALIDADES-EXIT.
004140     PERFORM 3000-PROJETAR-FRETES
004150         THRU 3000-PROJETAR-FRETES-EXIT.
004160     PERFORM 4000-PROJETAR-FOLHA
004170         THRU 4000-PROJETAR-FOLHA-EXIT.
004180     PERFORM 4500-PROJETAR-RESCISOES
004190         THRU 4500-PROJETAR-RESCISOES-EXIT.
004200     PERFORM 4800-PROJETAR-CAUCOES
004210         THRU 4800-PROJETAR-CAUCOES-EXIT.
004220     PERFORM 6000-EMITIR-RELATORIO
004230         THRU 6000-EMITIR-RELATORIO-EXIT.
004240     IF FLX-EMPMAST-DISPONIVEL
004250         CLOSE EMPLOYEE-MASTER
004260     END-IF.
004270 0000-ENCERRAR.
004280     GOBACK.
004290
004300*=========================================================
004310* DATA DA PROJECAO, DIAS UTEIS DO HORIZONTE, EMPRESAS
004320* (COMPMAST + COMPSEL), LOTES E SALDO INICIAL NO CONSOLE
004330*=========================================================
004340 1000-INICIALIZAR.
004350     ACCEPT FLX-DATASISTEMA FROM DATE YYYYMMDD.
004360     MOVE FLX-HOJE-ANO TO FLX-CA-ANO.
004370     MOVE FLX-HOJE-MES TO FLX-CA-MES.
004380     IF FLX-CA-MES = 1
004390         MOVE 12 TO FLX-CA-MES
004400         SUBTRACT 1 FROM FLX-CA-ANO
004410     ELSE
004420         SUBTRACT 1 FROM FLX-CA-MES
004430     END-IF.
004440     PERFORM 1100-CALCULAR-LIMITE THRU 1100-CALCULAR-LIMITE-EXIT.
004450     PERFORM 1200-MONTAR-DIAS THRU 1200-MONTAR-DIAS-EXIT.
004460     OPEN INPUT COMPANY-SELECTION.
004470     IF FLX-COMPSEL-STATUS = '00'
004480         READ COMPANY-SELECTION
004490             AT END MOVE ZEROS TO CSL-EMPRESA
004500         END-READ
004510         IF CSL-EMPRESA NUMERIC
004520             MOVE CSL-EMPRESA TO FLX-EMPRESA-SELECAO
004530         END-IF
004540         CLOSE COMPANY-SELECTION
004550     END-IF.
004560     PERFORM 1300-CARREGAR-EMPRESAS
004570         THRU 1300-CARREGAR-EMPRESAS-EXIT.
004580     IF FLX-QTDE-EMPRESAS = ZEROS
004590         DISPLAY 'EMPRESA SELECIONADA ' FLX-EMPRESA-SELECAO
004600             ' FORA DO CADASTRO - NADA PROJETADO'
004610         GO TO 1000-INICIALIZAR-EXIT.
004620     SET FLX-ARQUIVO-ATIVO TO TRUE.
004630     OPEN INPUT LOTS-FILE.
004640     IF FLX-LOTS-STATUS = '00'
004650         PERFORM 1400-CARREGAR-LOTE THRU 1400-CARREGAR-LOTE-EXIT
004660             UNTIL FLX-FIM-ARQUIVO
004670         CLOSE LOTS-FILE
004680     ELSE
004690         DISPLAY 'ARQUIVO DE LOTES INDISPONIVEL - STATUS '
004700             FLX-LOTS-STATUS ' - ALUGUEL E CAUCAO NA EMPRESA 01'
004710     END-IF.
004720     OPEN INPUT EMPLOYEE-MASTER.
004730     IF FLX-EMPMAST-STATUS = '00'
004740         SET FLX-EMPMAST-DISPONIVEL TO TRUE
004750     ELSE
004760         DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL - '
004770             'FOLHA E RESCISAO NA EMPRESA 01'
004780     END-IF.
004790     DISPLAY '================================================'.
004800     DISPLAY '   PROJECAO DE FLUXO DE CAIXA - TESOURARIA      '.
004810     DISPLAY '================================================'.
004820     DISPLAY 'PERIODO: ' FLX-D-DATA (1) ' A '
004830         FLX-D-DATA (FLX-QTDE-DIAS).
004840     PERFORM 1500-INFORMAR-SALDO THRU 1500-INFORMAR-SALDO-EXIT
004850         VARYING FLX-IX-EMP FROM 1 BY 1
004860         UNTIL FLX-IX-EMP > FLX-QTDE-EMPRESAS.
004870 1000-INICIALIZAR-EXIT.
004880     EXIT.
004890
004900*=========================================================
004910* LIMITE DO HORIZONTE = HOJE + 90 DIAS CORRIDOS
004920*=========================================================
004930 1100-CALCULAR-LIMITE.
004940     MOVE FLX-DATASISTEMA-NUM TO FLX-DATA-LIMITE-NUM.
004950     PERFORM 1110-SOMAR-DIA THRU 1110-SOMAR-DIA-EXIT
004960         VARYING FLX-IX FROM 1 BY 1
004970         UNTIL FLX-IX > FLX-HORIZONTE.
004980 1100-CALCULAR-LIMITE-EXIT.
004990     EXIT.
005000
005010 1110-SOMAR-DIA.
005020     MOVE FLX-DM (FLX-LIM-MES) TO FLX-DIAS-NO-MES.
005030     IF FLX-LIM-MES = 2
005040         PERFORM 1120-VERIFICAR-BISSEXTO
005050             THRU 1120-VERIFICAR-BISSEXTO-EXIT
005060         IF FLX-BISSEXTO
005070             MOVE 29 TO FLX-DIAS-NO-MES
005080         END-IF
005090     END-IF.
005100     ADD 1 TO FLX-LIM-DIA.
005110     IF FLX-LIM-DIA > FLX-DIAS-NO-MES
005120         MOVE 1 TO FLX-LIM-DIA
005130         ADD 1 TO FLX-LIM-MES
005140         IF FLX-LIM-MES > 12
005150             MOVE 1 TO FLX-LIM-MES
005160             ADD 1 TO FLX-LIM-ANO
005170         END-IF
005180     END-IF.
005190 1110-SOMAR-DIA-EXIT.
005200     EXIT.
005210
005220 1120-VERIFICAR-BISSEXTO.
005230     MOVE 'N' TO FLX-ANO-BISSEXTO.
005240     DIVIDE FLX-LIM-ANO BY 4 GIVING FLX-QUOCIENTE
005250         REMAINDER FLX-RESTO.
005260     IF FLX-RESTO NOT = ZEROS
005270         GO TO 1120-VERIFICAR-BISSEXTO-EXIT.
005280     SET FLX-BISSEXTO TO TRUE.
005290     DIVIDE FLX-LIM-ANO BY 100 GIVING FLX-QUOCIENTE
005300         REMAINDER FLX-RESTO.
005310     IF FLX-RESTO NOT = ZEROS
005320         GO TO 1120-VERIFICAR-BISSEXTO-EXIT.
005330     DIVIDE FLX-LIM-ANO BY 400 GIVING FLX-QUOCIENTE
005340         REMAINDER FLX-RESTO.
005350     IF FLX-RESTO NOT = ZEROS
005360         MOVE 'N' TO FLX-ANO-BISSEXTO
005370     END-IF.
005380 1120-VERIFICAR-BISSEXTO-EXIT.
005390     EXIT.
005400
005410*=========================================================
005420* DIAS UTEIS DO HORIZONTE: O PRIMEIRO E HOJE ROLADO PARA
005430* DIA UTIL; OS DEMAIS, UM DIA UTIL DEPOIS DO OUTRO
005440*=========================================================
005450 1200-MONTAR-DIAS.
005460     MOVE ZEROS TO FLX-QTDE-DIAS.
005470     MOVE FLX-DATASISTEMA-NUM TO FLX-DATA-BASE.
005480     MOVE ZEROS TO FLX-QTDE-UTEIS.
005490     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
005500                          BY CONTENT FLX-QTDE-UTEIS
005510                          BY REFERENCE FLX-DATA-RESULTADO
005520                          BY CONTENT FLX-UF-NACIONAL.
005530     MOVE 1 TO FLX-QTDE-UTEIS.
005540     PERFORM 1210-ACRESCENTAR-DIA THRU 1210-ACRESCENTAR-DIA-EXIT
005550         UNTIL FLX-DATA-RESULTADO > FLX-DATA-LIMITE-NUM
005560            OR FLX-QTDE-DIAS NOT < FLX-MAX-DIAS.
005570 1200-MONTAR-DIAS-EXIT.
005580     EXIT.
005590
005600 1210-ACRESCENTAR-DIA.
005610     ADD 1 TO FLX-QTDE-DIAS.
005620     MOVE FLX-DATA-RESULTADO TO FLX-D-DATA (FLX-QTDE-DIAS).
005630     MOVE FLX-DATA-RESULTADO TO FLX-DATA-BASE.
005640     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
005650                          BY CONTENT FLX-QTDE-UTEIS
005660                          BY REFERENCE FLX-DATA-RESULTADO
005670                          BY CONTENT FLX-UF-NACIONAL.
005680 1210-ACRESCENTAR-DIA-EXIT.
005690     EXIT.
005700
005710*=========================================================
005720* EMPRESAS DO CADASTRO (SO A SELECIONADA NO COMPSEL). SEM
005730* CADASTRO, PROJETA A SELECIONADA OU A EMPRESA 01
005740*=========================================================
005750 1300-CARREGAR-EMPRESAS.
005760     MOVE ZEROS TO FLX-QTDE-EMPRESAS.
005770     SET FLX-ARQUIVO-ATIVO TO TRUE.
005780     OPEN INPUT COMPANY-MASTER.
005790     IF FLX-COMPMAST-STATUS = '00'
005800         PERFORM 1310-CARREGAR-EMPRESA
005810             THRU 1310-CARREGAR-EMPRESA-EXIT
005820             UNTIL FLX-FIM-ARQUIVO
005830         CLOSE COMPANY-MASTER
005840         GO TO 1300-CARREGAR-EMPRESAS-EXIT.
005850     MOVE 1 TO FLX-QTDE-EMPRESAS.
005860     MOVE FLX-EMPRESA-PADRAO TO FLX-E-CODIGO (1).
005870     IF FLX-EMPRESA-SELECAO NOT = ZEROS
005880         MOVE FLX-EMPRESA-SELECAO TO FLX-E-CODIGO (1)
005890     END-IF.
005900     MOVE SPACES TO FLX-E-NOME (1).
005910     MOVE 1 TO FLX-IX-EMP.
005920     PERFORM 1320-ZERAR-EMPRESA THRU 1320-ZERAR-EMPRESA-EXIT.
005930 1300-CARREGAR-EMPRESAS-EXIT.
005940     EXIT.
005950
005960 1310-CARREGAR-EMPRESA.
005970     READ COMPANY-MASTER NEXT RECORD
005980         AT END
005990             SET FLX-FIM-ARQUIVO TO TRUE
006000             GO TO 1310-CARREGAR-EMPRESA-EXIT
006010     END-READ.
006020     IF FLX-COMPMAST-STATUS NOT = '00'
006030         SET FLX-FIM-ARQUIVO TO TRUE
006040         GO TO 1310-CARREGAR-EMPRESA-EXIT.
006050     IF FLX-EMPRESA-SELECAO NOT = ZEROS
006060             AND CIA-CODIGO NOT = FLX-EMPRESA-SELECAO
006070         GO TO 1310-CARREGAR-EMPRESA-EXIT.
006080     IF FLX-QTDE-EMPRESAS NOT < FLX-MAX-EMPRESAS
006090         DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '
006100             CIA-CODIGO ' FORA DA PROJECAO'
006110         GO TO 1310-CARREGAR-EMPRESA-EXIT.
006120     ADD 1 TO FLX-QTDE-EMPRESAS.
006130     MOVE FLX-QTDE-EMPRESAS TO FLX-IX-EMP.
006140     MOVE CIA-CODIGO TO FLX-E-CODIGO (FLX-IX-EMP).
006150     MOVE CIA-NOME TO FLX-E-NOME (FLX-IX-EMP).
006160     PERFORM 1320-ZERAR-EMPRESA THRU 1320-ZERAR-EMPRESA-EXIT.
006170 1310-CARREGAR-EMPRESA-EXIT.
006180     EXIT.
006190
006200 1320-ZERAR-EMPRESA.
006210     MOVE ZEROS TO FLX-E-SALDO-INICIAL (FLX-IX-EMP)
006220                   FLX-E-FOLHA-COMPET (FLX-IX-EMP)
006230                   FLX-E-FOLHA-BRUTO (FLX-IX-EMP)
006240                   FLX-E-FOLHA-LIQUIDO (FLX-IX-EMP).
006250     MOVE 'N' TO FLX-E-SW-13-1 (FLX-IX-EMP)
006260                 FLX-E-SW-13-2 (FLX-IX-EMP).
006270     PERFORM 1330-ZERAR-CATEGORIA THRU 1330-ZERAR-CATEGORIA-EXIT
006280         VARYING FLX-IX-CAT FROM 1 BY 1 UNTIL FLX-IX-CAT > 7.
006290 1320-ZERAR-EMPRESA-EXIT.
006300     EXIT.
006310
006320 1330-ZERAR-CATEGORIA.
006330     MOVE ZEROS TO FLX-E-TOTAL (FLX-IX-EMP FLX-IX-CAT).
006340     PERFORM 1340-ZERAR-DIA THRU 1340-ZERAR-DIA-EXIT
006350         VARYING FLX-IX-DIA FROM 1 BY 1
006360         UNTIL FLX-IX-DIA > FLX-MAX-DIAS.
006370 1330-ZERAR-CATEGORIA-EXIT.
006380     EXIT.
006390
006400 1340-ZERAR-DIA.
006410     MOVE ZEROS TO FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA FLX-IX-CAT).
006420 1340-ZERAR-DIA-EXIT.
006430     EXIT.
006440
006450 1400-CARREGAR-LOTE.
006460     READ LOTS-FILE
006470         AT END
006480             SET FLX-FIM-ARQUIVO TO TRUE
006490             GO TO 1400-CARREGAR-LOTE-EXIT
006500     END-READ.
006510     IF FLX-QTDE-LOTES NOT < 999
006520         IF NOT FLX-TABELA-ESTOUROU
006530             DISPLAY 'TABELA DE LOTES CHEIA - LOTES EXCEDENTES '
006540                 'NA EMPRESA 01'
006550             SET FLX-TABELA-ESTOUROU TO TRUE
006560         END-IF
006570         GO TO 1400-CARREGAR-LOTE-EXIT.
006580     ADD 1 TO FLX-QTDE-LOTES.
006590     MOVE LOT-ID TO FLX-LT-ID (FLX-QTDE-LOTES).
006600     MOVE LOT-EMPRESA TO FLX-LT-EMPRESA (FLX-QTDE-LOTES).
006610     IF LOT-EMPRESA = ZEROS
006620         MOVE FLX-EMPRESA-PADRAO
006630             TO FLX-LT-EMPRESA (FLX-QTDE-LOTES)
006640     END-IF.
006650 1400-CARREGAR-LOTE-EXIT.
006660     EXIT.
006670
006680 1500-INFORMAR-SALDO.
006690     DISPLAY 'SALDO INICIAL EM CAIXA - EMPRESA '
006700         FLX-E-CODIGO (FLX-IX-EMP) ' ' FLX-E-NOME (FLX-IX-EMP).
006710     DISPLAY '(EM REAIS; NEGATIVO COM SINAL -): '.
006720     MOVE ZEROS TO FLX-SALDO-DIGITADO.
006730     ACCEPT FLX-SALDO-DIGITADO.
006740     MOVE FLX-SALDO-DIGITADO
006750         TO FLX-E-SALDO-INICIAL (FLX-IX-EMP).
006760 1500-INFORMAR-SALDO-EXIT.
006770     EXIT.
006780
006790*=========================================================
006800* ALUGUEL: 1a PASSADA MEDE O ATRASO HISTORICO DE CADA
006810* LOCATARIO NAS FATURAS PAGAS; 2a PASSADA PROJETA AS
006820* FATURAS EM ABERTO NA DATA ESPERADA DE RECEBIMENTO
006830*=========================================================
006840 2000-PROJETAR-ALUGUEIS.
006850     OPEN INPUT RENT-INVOICES.
006860     IF FLX-RENTINV-STATUS NOT = '00'
006870         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
006880             FLX-RENTINV-STATUS ' - ALUGUEIS FORA DA PROJECAO'
006890         GO TO 2000-PROJETAR-ALUGUEIS-EXIT.
006900     INITIALIZE FLX-TABELA-ATRASOS.
006910     SET FLX-ARQUIVO-ATIVO TO TRUE.
006920     PERFORM 2100-MEDIR-ATRASO-ALUGUEL
006930         THRU 2100-MEDIR-ATRASO-ALUGUEL-EXIT
006940         UNTIL FLX-FIM-ARQUIVO.
006950     CLOSE RENT-INVOICES.
006960     OPEN INPUT RENT-INVOICES.
006970     SET FLX-ARQUIVO-ATIVO TO TRUE.
006980     PERFORM 2200-PROJETAR-ALUGUEL
006990         THRU 2200-PROJETAR-ALUGUEL-EXIT
007000         UNTIL FLX-FIM-ARQUIVO.
007010     CLOSE RENT-INVOICES.
007020 2000-PROJETAR-ALUGUEIS-EXIT.
007030     EXIT.
007040
007050 2100-MEDIR-ATRASO-ALUGUEL.
007060     READ RENT-INVOICES INTO INV-INVOICE-RECORD
007070         AT END
007080             SET FLX-FIM-ARQUIVO TO TRUE
007090             GO TO 2100-MEDIR-ATRASO-ALUGUEL-EXIT
007100     END-READ.
007110     IF NOT INV-PAGA OR INV-LOCATARIO = ZEROS
007120             OR INV-DATA-PAGAMENTO = ZEROS
007130         GO TO 2100-MEDIR-ATRASO-ALUGUEL-EXIT.
007140     PERFORM 2900-CALCULAR-ATRASO
007150         THRU 2900-CALCULAR-ATRASO-EXIT.
007160     ADD 1 TO FLX-AT-QTDE (INV-LOCATARIO).
007170     ADD FLX-DIAS-ATRASO TO FLX-AT-DIAS (INV-LOCATARIO).
007180 2100-MEDIR-ATRASO-ALUGUEL-EXIT.
007190     EXIT.
007200
007210 2200-PROJETAR-ALUGUEL.
007220     READ RENT-INVOICES INTO INV-INVOICE-RECORD
007230         AT END
007240             SET FLX-FIM-ARQUIVO TO TRUE
007250             GO TO 2200-PROJETAR-ALUGUEL-EXIT
007260     END-READ.
007270     IF NOT INV-EM-ABERTO OR INV-DATA-VENCIMENTO = ZEROS
007280         GO TO 2200-PROJETAR-ALUGUEL-EXIT.
007290     MOVE ZEROS TO FLX-ATRASO-MEDIO.
007300     IF INV-LOCATARIO NOT = ZEROS
007310         IF FLX-AT-QTDE (INV-LOCATARIO) > ZEROS
007320             COMPUTE FLX-ATRASO-MEDIO ROUNDED =
007330                 FLX-AT-DIAS (INV-LOCATARIO)
007340                     / FLX-AT-QTDE (INV-LOCATARIO)
007350         END-IF
007360     END-IF.
007370     MOVE INV-LOTE-ID TO FLX-LOTE-BUSCA.
007380     PERFORM 5300-EMPRESA-DO-LOTE THRU 5300-EMPRESA-DO-LOTE-EXIT.
007390     MOVE FLX-CAT-ALUGUEL TO FLX-ITEM-CAT.
007400     PERFORM 2950-LANCAR-RECEBIVEL
007410         THRU 2950-LANCAR-RECEBIVEL-EXIT.
007420 2200-PROJETAR-ALUGUEL-EXIT.
007430     EXIT.
007440
007450*=========================================================
007460* MENSALIDADES: MESMO DESENHO DO ALUGUEL, COM O ATRASO
007470* MEDIO DE TODAS AS MENSALIDADES PAGAS, NA EMPRESA 01
007480*=========================================================
007490 2500-PROJETAR-MENSALIDADES.
007500     OPEN INPUT TUITION-INVOICES.
007510     IF FLX-TUIINV-STATUS NOT = '00'
007520         DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL - '
007530             'STATUS ' FLX-TUIINV-STATUS
007540             ' - MENSALIDADES FORA DA PROJECAO'
007550         GO TO 2500-PROJETAR-MENSALIDADES-EXIT.
007560     MOVE ZEROS TO FLX-TUI-QTDE FLX-TUI-DIAS.
007570     SET FLX-ARQUIVO-ATIVO TO TRUE.
007580     PERFORM 2600-MEDIR-ATRASO-MENSALIDADE
007590         THRU 2600-MEDIR-ATRASO-MENSALIDADE-EXIT
007600         UNTIL FLX-FIM-ARQUIVO.
007610     CLOSE TUITION-INVOICES.
007620     MOVE ZEROS TO FLX-ATRASO-MEDIO.
007630     IF FLX-TUI-QTDE > ZEROS
007640         COMPUTE FLX-ATRASO-MEDIO ROUNDED =
007650             FLX-TUI-DIAS / FLX-TUI-QTDE
007660     END-IF.
007670     OPEN INPUT TUITION-INVOICES.
007680     SET FLX-ARQUIVO-ATIVO TO TRUE.
007690     PERFORM 2700-PROJETAR-MENSALIDADE
007700         THRU 2700-PROJETAR-MENSALIDADE-EXIT
007710         UNTIL FLX-FIM-ARQUIVO.
007720     CLOSE TUITION-INVOICES.
007730 2500-PROJETAR-MENSALIDADES-EXIT.
007740     EXIT.
007750
007760 2600-MEDIR-ATRASO-MENSALIDADE.
007770     READ TUITION-INVOICES INTO INV-INVOICE-RECORD
007780         AT END
007790             SET FLX-FIM-ARQUIVO TO TRUE
007800             GO TO 2600-MEDIR-ATRASO-MENSALIDADE-EXIT
007810     END-READ.
007820     IF NOT INV-PAGA OR INV-DATA-PAGAMENTO = ZEROS
007830         GO TO 2600-MEDIR-ATRASO-MENSALIDADE-EXIT.
007840     PERFORM 2900-CALCULAR-ATRASO
007850         THRU 2900-CALCULAR-ATRASO-EXIT.
007860     ADD 1 TO FLX-TUI-QTDE.
007870     ADD FLX-DIAS-ATRASO TO FLX-TUI-DIAS.
007880 2600-MEDIR-ATRASO-MENSALIDADE-EXIT.
007890     EXIT.
007900
007910 2700-PROJETAR-MENSALIDADE.
007920     READ TUITION-INVOICES INTO INV-INVOICE-RECORD
007930         AT END
007940             SET FLX-FIM-ARQUIVO TO TRUE
007950             GO TO 2700-PROJETAR-MENSALIDADE-EXIT
007960     END-READ.
007970     IF NOT INV-EM-ABERTO OR INV-DATA-VENCIMENTO = ZEROS
007980         GO TO 2700-PROJETAR-MENSALIDADE-EXIT.
007990     MOVE FLX-EMPRESA-PADRAO TO FLX-ITEM-EMPRESA.
008000     MOVE FLX-CAT-MENSALIDADE TO FLX-ITEM-CAT.
008010     PERFORM 2950-LANCAR-RECEBIVEL
008020         THRU 2950-LANCAR-RECEBIVEL-EXIT.
008030 2700-PROJETAR-MENSALIDADE-EXIT.
008040     EXIT.
008050
008060*=========================================================
008070* DIAS DE ATRASO DA FATURA PAGA (CONTA APROXIMADA DO
008080* AGING); PAGAMENTO EM DIA OU ANTECIPADO CONTA ZERO
008090*=========================================================
008100 2900-CALCULAR-ATRASO.
008110     MOVE INV-DATA-PAGAMENTO TO FLX-DATA-CONTA-NUM.
008120     COMPUTE FLX-DIAS-PAGTO = FLX-CT-ANO * 365
008130         + FLX-CT-MES * 31 + FLX-CT-DIA.
008140     MOVE INV-DATA-VENCIMENTO TO FLX-DATA-CONTA-NUM.
008150     COMPUTE FLX-DIAS-VENCTO = FLX-CT-ANO * 365
008160         + FLX-CT-MES * 31 + FLX-CT-DIA.
008170     COMPUTE FLX-DIAS-ATRASO = FLX-DIAS-PAGTO - FLX-DIAS-VENCTO.
008180     IF FLX-DIAS-ATRASO < ZEROS
008190         MOVE ZEROS TO FLX-DIAS-ATRASO
008200     END-IF.
008210 2900-CALCULAR-ATRASO-EXIT.
008220     EXIT.
008230
008240*=========================================================
008250* RECEBIVEL EM ABERTO: LIQUIDO DA RETENCAO NA FONTE, NA
008260* DATA ESPERADA = VENCIMENTO + ATRASO MEDIO EM DIAS UTEIS.
008270* DATA ESPERADA JA PASSADA FICA FORA (RODAPE)
008280*=========================================================
008290 2950-LANCAR-RECEBIVEL.
008300     MOVE INV-VALOR-BRL TO FLX-ITEM-VALOR.
008310     IF INV-VALOR-RETIDO NUMERIC
008320         SUBTRACT INV-VALOR-RETIDO FROM FLX-ITEM-VALOR
008330     END-IF.
008340     IF FLX-ATRASO-MEDIO > 1398
008350         MOVE 1398 TO FLX-ATRASO-MEDIO
008360     END-IF.
008370     COMPUTE FLX-QTDE-UTEIS ROUNDED = FLX-ATRASO-MEDIO * 5 / 7.
008380     MOVE INV-DATA-VENCIMENTO TO FLX-DATA-BASE.
008390     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
008400                          BY CONTENT FLX-QTDE-UTEIS
008410                          BY REFERENCE FLX-DATA-RESULTADO
008420                          BY CONTENT FLX-UF-NACIONAL.
008430     IF FLX-DATA-RESULTADO < FLX-D-DATA (1)
008440         ADD 1 TO FLX-QTDE-VENCIDOS
008450         ADD FLX-ITEM-VALOR TO FLX-VALOR-VENCIDOS
008460         GO TO 2950-LANCAR-RECEBIVEL-EXIT.
008470     MOVE FLX-DATA-RESULTADO TO FLX-ITEM-DATA.
008480     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
008490 2950-LANCAR-RECEBIVEL-EXIT.
008500     EXIT.
008510
008520*=========================================================
008530* FRETE A PAGAR: MESMA REGRA DA AGENDA (PROGCOB29) -
008540* VENCIMENTO = CALCULO + PRAZO DA TRANSPORTADORA (DIACORR),
008550* SEM ESTORNO, SEM PAGO, VENCIMENTO A PARTIR DE HOJE,
008560* LIQUIDO DO CREDITO JA ABATIDO OU DOS CREDITOS EM ABERTO
008570*=========================================================
008580 3000-PROJETAR-FRETES.
008590     OPEN INPUT FREIGHT-HISTORY.
008600     IF FLX-FRTHIST-STATUS NOT = '00'
008610         DISPLAY 'HISTORICO DE FRETES INDISPONIVEL - STATUS '
008620             FLX-FRTHIST-STATUS ' - FRETES FORA DA PROJECAO'
008630         GO TO 3000-PROJETAR-FRETES-EXIT.
008640     OPEN INPUT CARRIER-MASTER.
008650     IF FLX-CARRMAST-STATUS = '00'
008660         SET FLX-CARRMAST-DISPONIVEL TO TRUE
008670         PERFORM 3100-MEDIR-PRAZOS THRU 3100-MEDIR-PRAZOS-EXIT
008680     END-IF.
008690     PERFORM 3200-CARREGAR-CREDITOS
008700         THRU 3200-CARREGAR-CREDITOS-EXIT.
008710     MOVE FLX-DATASISTEMA-NUM (1:6) TO FLX-PERIODO-CORTE.
008720     PERFORM 3300-RECUAR-MES THRU 3300-RECUAR-MES-EXIT
008730         VARYING FLX-SUB-MES FROM 1 BY 1
008740         UNTIL FLX-SUB-MES > FLX-MESES-RECUO.
008750     SET FLX-ARQUIVO-ATIVO TO TRUE.
008760     MOVE FLX-PERIODO-CORTE TO FRH-PERIODO.
008770     START FREIGHT-HISTORY KEY >= FRH-PERIODO
008780         INVALID KEY
008790             SET FLX-FIM-ARQUIVO TO TRUE
008800     END-START.
008810     PERFORM 3400-PROJETAR-FRETE THRU 3400-PROJETAR-FRETE-EXIT
008820         UNTIL FLX-FIM-ARQUIVO.
008830     CLOSE FREIGHT-HISTORY.
008840     IF FLX-CARRMAST-DISPONIVEL
008850         CLOSE CARRIER-MASTER
008860     END-IF.
008870 3000-PROJETAR-FRETES-EXIT.
008880     EXIT.
008890
008900 3100-MEDIR-PRAZOS.
008910     SET FLX-ARQUIVO-ATIVO TO TRUE.
008920     MOVE LOW-VALUES TO CAR-CODIGO.
008930     START CARRIER-MASTER KEY >= CAR-CODIGO
008940         INVALID KEY
008950             SET FLX-FIM-ARQUIVO TO TRUE
008960     END-START.
008970     PERFORM 3110-LER-PRAZO THRU 3110-LER-PRAZO-EXIT
008980         UNTIL FLX-FIM-ARQUIVO.
008990     IF FLX-PRAZO-MAIOR > ZEROS
009000         COMPUTE FLX-MESES-RECUO = FLX-PRAZO-MAIOR / 30 + 2
009010     END-IF.
009020 3100-MEDIR-PRAZOS-EXIT.
009030     EXIT.
009040
009050 3110-LER-PRAZO.
009060     READ CARRIER-MASTER NEXT RECORD
009070         AT END
009080             SET FLX-FIM-ARQUIVO TO TRUE
009090             GO TO 3110-LER-PRAZO-EXIT
009100     END-READ.
009110     IF FLX-CARRMAST-STATUS NOT = '00'
009120         SET FLX-FIM-ARQUIVO TO TRUE
009130         GO TO 3110-LER-PRAZO-EXIT.
009140     IF CAR-PRAZO-PAGAMENTO > FLX-PRAZO-MAIOR
009150         MOVE CAR-PRAZO-PAGAMENTO TO FLX-PRAZO-MAIOR
009160     END-IF.
009170 3110-LER-PRAZO-EXIT.
009180     EXIT.
009190
009200 3200-CARREGAR-CREDITOS.
009210     MOVE ZEROS TO FLX-QTDE-CREDITOS.
009220     OPEN INPUT CARRIER-CREDIT-LEDGER.
009230     IF FLX-CARRCRED-STATUS NOT = '00'
009240         GO TO 3200-CARREGAR-CREDITOS-EXIT.
009250     SET FLX-ARQUIVO-ATIVO TO TRUE.
009260     PERFORM 3210-CARREGAR-CREDITO
009270         THRU 3210-CARREGAR-CREDITO-EXIT
009280         UNTIL FLX-FIM-ARQUIVO.
009290     CLOSE CARRIER-CREDIT-LEDGER.
009300 3200-CARREGAR-CREDITOS-EXIT.
009310     EXIT.
009320
009330 3210-CARREGAR-CREDITO.
009340     READ CARRIER-CREDIT-LEDGER
009350         AT END
009360             SET FLX-FIM-ARQUIVO TO TRUE
009370             GO TO 3210-CARREGAR-CREDITO-EXIT
009380     END-READ.
009390     IF NOT CCR-ABERTO OR CCR-VALOR-CONSUMIDO NOT < CCR-VALOR
009400         GO TO 3210-CARREGAR-CREDITO-EXIT.
009410     PERFORM 3500-BUSCAR-CREDITO THRU 3500-BUSCAR-CREDITO-EXIT.
009420     IF FLX-IX-ACHADO = ZEROS
009430         IF FLX-QTDE-CREDITOS NOT < 100
009440             DISPLAY 'TABELA DE CREDITOS CHEIA - CREDITO DA '
009450                 'TRANSPORTADORA ' CCR-TRANSPORTADORA
009460                 ' NAO ABATIDO'
009470             GO TO 3210-CARREGAR-CREDITO-EXIT
009480         END-IF
009490         ADD 1 TO FLX-QTDE-CREDITOS
009500         MOVE FLX-QTDE-CREDITOS TO FLX-IX-ACHADO
009510         MOVE CCR-TRANSPORTADORA TO FLX-CR-TRANSP (FLX-IX-ACHADO)
009520         MOVE ZEROS TO FLX-CR-SALDO (FLX-IX-ACHADO)
009530     END-IF.
009540     COMPUTE FLX-CR-SALDO (FLX-IX-ACHADO) =
009550         FLX-CR-SALDO (FLX-IX-ACHADO)
009560             + CCR-VALOR - CCR-VALOR-CONSUMIDO.
009570 3210-CARREGAR-CREDITO-EXIT.
009580     EXIT.
009590
009600 3300-RECUAR-MES.
009610     IF FLX-PC-MES = 1
009620         MOVE 12 TO FLX-PC-MES
009630         SUBTRACT 1 FROM FLX-PC-ANO
009640     ELSE
009650         SUBTRACT 1 FROM FLX-PC-MES
009660     END-IF.
009670 3300-RECUAR-MES-EXIT.
009680     EXIT.
009690
009700 3400-PROJETAR-FRETE.
009710     READ FREIGHT-HISTORY NEXT RECORD
009720         AT END
009730             SET FLX-FIM-ARQUIVO TO TRUE
009740             GO TO 3400-PROJETAR-FRETE-EXIT
009750     END-READ.
009760     IF FLX-FRTHIST-STATUS NOT = '00'
009770         SET FLX-FIM-ARQUIVO TO TRUE
009780         GO TO 3400-PROJETAR-FRETE-EXIT.
009790     IF FRH-TIPO-ESTORNO OR FRH-TIPO-ESTORNADO
009800             OR FRH-DATA-PAGAMENTO NOT = ZEROS
009810         GO TO 3400-PROJETAR-FRETE-EXIT.
009820     MOVE FLX-PRAZO-DEFAULT TO FLX-PRAZO-DIAS.
009830     IF FLX-CARRMAST-DISPONIVEL
009840             AND FRH-TRANSPORTADORA NOT = SPACES
009850         MOVE FRH-TRANSPORTADORA TO CAR-CODIGO
009860         READ CARRIER-MASTER
009870             INVALID KEY
009880                 CONTINUE
009890             NOT INVALID KEY
009900                 IF CAR-PRAZO-PAGAMENTO > 0
009910                     MOVE CAR-PRAZO-PAGAMENTO TO FLX-PRAZO-DIAS
009920                 END-IF
009930         END-READ
009940     END-IF.
009950     CALL 'DIACORR' USING BY CONTENT FRH-DATA-CALCULO
009960                          BY CONTENT FLX-PRAZO-DIAS
009970                          BY REFERENCE FLX-DATA-RESULTADO.
009980     IF FLX-DATA-RESULTADO < FLX-DATASISTEMA-NUM
009990         GO TO 3400-PROJETAR-FRETE-EXIT.
010000     MOVE FRH-FRETE-BRL TO FLX-ITEM-VALOR.
010010     IF FRH-CREDITO-ABATIDO NOT = ZEROS
010020         SUBTRACT FRH-CREDITO-ABATIDO FROM FLX-ITEM-VALOR
010030     ELSE
010040         PERFORM 3600-ABATER-CREDITO
010050             THRU 3600-ABATER-CREDITO-EXIT
010060     END-IF.
010070     MOVE FRH-EMPRESA TO FLX-ITEM-EMPRESA.
010080     IF FRH-EMPRESA = ZEROS
010090         MOVE FLX-EMPRESA-PADRAO TO FLX-ITEM-EMPRESA
010100     END-IF.
010110     MOVE FLX-DATA-RESULTADO TO FLX-ITEM-DATA.
010120     MOVE FLX-CAT-FRETE TO FLX-ITEM-CAT.
010130     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
010140 3400-PROJETAR-FRETE-EXIT.
010150     EXIT.
010160
010170 3500-BUSCAR-CREDITO.
010180     MOVE ZEROS TO FLX-IX-ACHADO.
010190     PERFORM 3510-COMPARAR-CREDITO
010200         THRU 3510-COMPARAR-CREDITO-EXIT
010210         VARYING FLX-IX FROM 1 BY 1
010220         UNTIL FLX-IX > FLX-QTDE-CREDITOS
010230            OR FLX-IX-ACHADO > ZEROS.
010240 3500-BUSCAR-CREDITO-EXIT.
010250     EXIT.
010260
010270 3510-COMPARAR-CREDITO.
010280     IF FLX-CR-TRANSP (FLX-IX) = CCR-TRANSPORTADORA
010290         MOVE FLX-IX TO FLX-IX-ACHADO
010300     END-IF.
010310 3510-COMPARAR-CREDITO-EXIT.
010320     EXIT.
010330
010340 3600-ABATER-CREDITO.
010350     IF FRH-TRANSPORTADORA = SPACES OR FLX-ITEM-VALOR = ZEROS
010360         GO TO 3600-ABATER-CREDITO-EXIT.
010370     MOVE FRH-TRANSPORTADORA TO CCR-TRANSPORTADORA.
010380     PERFORM 3500-BUSCAR-CREDITO THRU 3500-BUSCAR-CREDITO-EXIT.
010390     IF FLX-IX-ACHADO = ZEROS
010400         GO TO 3600-ABATER-CREDITO-EXIT.
010410     MOVE FLX-CR-SALDO (FLX-IX-ACHADO) TO FLX-CREDITO-PARCELA.
010420     IF FLX-CREDITO-PARCELA > FLX-ITEM-VALOR
010430         MOVE FLX-ITEM-VALOR TO FLX-CREDITO-PARCELA
010440     END-IF.
010450     SUBTRACT FLX-CREDITO-PARCELA FROM FLX-ITEM-VALOR.
010460     SUBTRACT FLX-CREDITO-PARCELA
010470         FROM FLX-CR-SALDO (FLX-IX-ACHADO).
010480 3600-ABATER-CREDITO-EXIT.
010490     EXIT.
010500
010510*=========================================================
010520* FOLHA: ULTIMA COMPETENCIA MENSAL DO FOLHIST POR EMPRESA
010530* (BRUTO E LIQUIDO) E PARCELAS DO 13o JA PAGAS NO ANO;
010540* DEPOIS, O LIQUIDO NO 5o DIA UTIL DE CADA MES DO
010550* HORIZONTE E AS PARCELAS DO 13o EM ABERTO
010560*=========================================================
010570 4000-PROJETAR-FOLHA.
010580     OPEN INPUT PAYROLL-HISTORY.
010590     IF FLX-FOLHIST-STATUS NOT = '00'
010600         DISPLAY 'HISTORICO DE FOLHA INDISPONIVEL - STATUS '
010610             FLX-FOLHIST-STATUS ' - FOLHA E 13o FORA DA '
010620             'PROJECAO'
010630         GO TO 4000-PROJETAR-FOLHA-EXIT.
010640     COMPUTE FLX-COMPET-13 = FLX-HOJE-ANO * 100 + 13.
010650     SET FLX-ARQUIVO-ATIVO TO TRUE.
010660     PERFORM 4100-ACUMULAR-FOLHA THRU 4100-ACUMULAR-FOLHA-EXIT
010670         UNTIL FLX-FIM-ARQUIVO.
010680     CLOSE PAYROLL-HISTORY.
010690     PERFORM 4200-PROJETAR-EMPRESA
010700         THRU 4200-PROJETAR-EMPRESA-EXIT
010710         VARYING FLX-IX-EMP FROM 1 BY 1
010720         UNTIL FLX-IX-EMP > FLX-QTDE-EMPRESAS.
010730 4000-PROJETAR-FOLHA-EXIT.
010740     EXIT.
010750
010760 4100-ACUMULAR-FOLHA.
010770     READ PAYROLL-HISTORY
010780         AT END
010790             SET FLX-FIM-ARQUIVO TO TRUE
010800             GO TO 4100-ACUMULAR-FOLHA-EXIT
010810     END-READ.
010820     MOVE FHI-MATRICULA TO FLX-MATRICULA-BUSCA.
010830     PERFORM 5400-EMPRESA-DO-FUNCIONARIO
010840         THRU 5400-EMPRESA-DO-FUNCIONARIO-EXIT.
010850     PERFORM 5100-BUSCAR-EMPRESA THRU 5100-BUSCAR-EMPRESA-EXIT.
010860     IF FLX-IX-ACHADO = ZEROS
010870         GO TO 4100-ACUMULAR-FOLHA-EXIT.
010880     IF FHI-13-PARCELA-1 AND FHI-COMPETENCIA = FLX-COMPET-13
010890         MOVE 'S' TO FLX-E-SW-13-1 (FLX-IX-ACHADO)
010900         GO TO 4100-ACUMULAR-FOLHA-EXIT.
010910     IF FHI-13-PARCELA-2 AND FHI-COMPETENCIA = FLX-COMPET-13
010920         MOVE 'S' TO FLX-E-SW-13-2 (FLX-IX-ACHADO)
010930         GO TO 4100-ACUMULAR-FOLHA-EXIT.
010940     IF NOT FHI-MENSAL
010950         GO TO 4100-ACUMULAR-FOLHA-EXIT.
010960     IF FHI-COMPETENCIA < FLX-E-FOLHA-COMPET (FLX-IX-ACHADO)
010970         GO TO 4100-ACUMULAR-FOLHA-EXIT.
010980     IF FHI-COMPETENCIA > FLX-E-FOLHA-COMPET (FLX-IX-ACHADO)
010990         MOVE FHI-COMPETENCIA
011000             TO FLX-E-FOLHA-COMPET (FLX-IX-ACHADO)
011010         MOVE ZEROS TO FLX-E-FOLHA-BRUTO (FLX-IX-ACHADO)
011020                       FLX-E-FOLHA-LIQUIDO (FLX-IX-ACHADO)
011030     END-IF.
011040     ADD FHI-BRUTO TO FLX-E-FOLHA-BRUTO (FLX-IX-ACHADO).
011050     ADD FHI-LIQUIDO TO FLX-E-FOLHA-LIQUIDO (FLX-IX-ACHADO).
011060 4100-ACUMULAR-FOLHA-EXIT.
011070     EXIT.
011080
011090 4200-PROJETAR-EMPRESA.
011100     IF FLX-E-FOLHA-COMPET (FLX-IX-EMP) = ZEROS
011110         GO TO 4200-PROJETAR-EMPRESA-EXIT.
011120     MOVE FLX-E-CODIGO (FLX-IX-EMP) TO FLX-ITEM-EMPRESA.
011130     MOVE FLX-HOJE-ANO TO FLX-MON-ANO.
011140     MOVE FLX-HOJE-MES TO FLX-MON-MES.
011150     MOVE 1 TO FLX-MON-DIA.
011160     PERFORM 4300-LANCAR-PAGAMENTO
011170         THRU 4300-LANCAR-PAGAMENTO-EXIT
011180         VARYING FLX-IX-MES FROM 1 BY 1 UNTIL FLX-IX-MES > 4.
011190     IF NOT FLX-E-13-1-PAGO (FLX-IX-EMP)
011200         COMPUTE FLX-PARCELA-13 ROUNDED =
011210             FLX-E-FOLHA-BRUTO (FLX-IX-EMP) / 2
011220         MOVE 1201 TO FLX-DATA-MONTADA-NUM (5:4)
011230         PERFORM 4400-LANCAR-13 THRU 4400-LANCAR-13-EXIT
011240     END-IF.
011250     IF NOT FLX-E-13-2-PAGO (FLX-IX-EMP)
011260         COMPUTE FLX-PARCELA-13 ROUNDED =
011270             FLX-E-FOLHA-LIQUIDO (FLX-IX-EMP)
011280                 - FLX-E-FOLHA-BRUTO (FLX-IX-EMP) / 2
011290         MOVE 1221 TO FLX-DATA-MONTADA-NUM (5:4)
011300         PERFORM 4400-LANCAR-13 THRU 4400-LANCAR-13-EXIT
011310     END-IF.
011320 4200-PROJETAR-EMPRESA-EXIT.
011330     EXIT.
011340
011350*    5o DIA UTIL DO MES MONTADO: PRIMEIRO DIA UTIL + 4
011360 4300-LANCAR-PAGAMENTO.
011370     MOVE FLX-DATA-MONTADA-NUM TO FLX-DATA-BASE.
011380     MOVE ZEROS TO FLX-QTDE-UTEIS.
011390     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
011400                          BY CONTENT FLX-QTDE-UTEIS
011410                          BY REFERENCE FLX-DATA-RESULTADO
011420                          BY CONTENT FLX-UF-NACIONAL.
011430     MOVE FLX-DATA-RESULTADO TO FLX-DATA-BASE.
011440     MOVE 4 TO FLX-QTDE-UTEIS.
011450     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
011460                          BY CONTENT FLX-QTDE-UTEIS
011470                          BY REFERENCE FLX-DATA-RESULTADO
011480                          BY CONTENT FLX-UF-NACIONAL.
011490     IF FLX-MON-MES = 12
011500         MOVE 1 TO FLX-MON-MES
011510         ADD 1 TO FLX-MON-ANO
011520     ELSE
011530         ADD 1 TO FLX-MON-MES
011540     END-IF.
011550     IF FLX-DATA-RESULTADO < FLX-D-DATA (1)
011560             OR FLX-DATA-RESULTADO > FLX-D-DATA (FLX-QTDE-DIAS)
011570         GO TO 4300-LANCAR-PAGAMENTO-EXIT.
011580     MOVE FLX-DATA-RESULTADO TO FLX-ITEM-DATA.
011590     MOVE FLX-E-FOLHA-LIQUIDO (FLX-IX-EMP) TO FLX-ITEM-VALOR.
011600     MOVE FLX-CAT-FOLHA TO FLX-ITEM-CAT.
011610     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
011620 4300-LANCAR-PAGAMENTO-EXIT.
011630     EXIT.
011640
011650*    PRAZO DA PARCELA = DIA UTIL ANTERIOR A DATA MONTADA
011660*    (01/12 PARA A 1a PARCELA, 21/12 PARA A 2a)
011670 4400-LANCAR-13.
011680     IF FLX-PARCELA-13 NOT > ZEROS
011690         GO TO 4400-LANCAR-13-EXIT.
011700     MOVE FLX-HOJE-ANO TO FLX-DATA-MONTADA-NUM (1:4).
011710     MOVE FLX-DATA-MONTADA-NUM TO FLX-DATA-BASE.
011720     MOVE -1 TO FLX-QTDE-UTEIS.
011730     CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
011740                          BY CONTENT FLX-QTDE-UTEIS
011750                          BY REFERENCE FLX-DATA-RESULTADO
011760                          BY CONTENT FLX-UF-NACIONAL.
011770     IF FLX-DATA-RESULTADO < FLX-D-DATA (1)
011780             OR FLX-DATA-RESULTADO > FLX-D-DATA (FLX-QTDE-DIAS)
011790         GO TO 4400-LANCAR-13-EXIT.
011800     MOVE FLX-DATA-RESULTADO TO FLX-ITEM-DATA.
011810     MOVE FLX-PARCELA-13 TO FLX-ITEM-VALOR.
011820     MOVE FLX-CAT-13 TO FLX-ITEM-CAT.
011830     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
011840 4400-LANCAR-13-EXIT.
011850     EXIT.
011860
011870*=========================================================
011880* RESCISOES PENDENTES: CREDITO ENVIADO DA COMPETENCIA
011890* CORRENTE OU ANTERIOR, NO PRIMEIRO DIA DA PROJECAO
011900*=========================================================
011910 4500-PROJETAR-RESCISOES.
011920     OPEN INPUT RESCISAO-CREDIT.
011930     IF FLX-RESCCRED-STATUS NOT = '00'
011940         GO TO 4500-PROJETAR-RESCISOES-EXIT.
011950     SET FLX-ARQUIVO-ATIVO TO TRUE.
011960     PERFORM 4600-PROJETAR-RESCISAO
011970         THRU 4600-PROJETAR-RESCISAO-EXIT
011980         UNTIL FLX-FIM-ARQUIVO.
011990     CLOSE RESCISAO-CREDIT.
012000 4500-PROJETAR-RESCISOES-EXIT.
012010     EXIT.
012020
012030 4600-PROJETAR-RESCISAO.
012040     READ RESCISAO-CREDIT
012050         AT END
012060             SET FLX-FIM-ARQUIVO TO TRUE
012070             GO TO 4600-PROJETAR-RESCISAO-EXIT
012080     END-READ.
012090     IF NOT BCR-ENVIADO
012100             OR BCR-COMPETENCIA < FLX-COMPETENCIA-ANT-NUM
012110         GO TO 4600-PROJETAR-RESCISAO-EXIT.
012120     MOVE BCR-MATRICULA TO FLX-MATRICULA-BUSCA.
012130     PERFORM 5400-EMPRESA-DO-FUNCIONARIO
012140         THRU 5400-EMPRESA-DO-FUNCIONARIO-EXIT.
012150     MOVE FLX-D-DATA (1) TO FLX-ITEM-DATA.
012160     MOVE BCR-VALOR-LIQUIDO TO FLX-ITEM-VALOR.
012170     MOVE FLX-CAT-RESCISAO TO FLX-ITEM-CAT.
012180     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
012190 4600-PROJETAR-RESCISAO-EXIT.
012200     EXIT.
012210
012220*=========================================================
012230* CAUCOES A DEVOLVER: APURADAS (AGUARDANDO APROVACAO) OU
012240* LIBERADAS, NA DATA DE DEVOLUCAO (SEM DATA OU JA PASSADA
012250* = PRIMEIRO DIA DA PROJECAO)
012260*=========================================================
012270 4800-PROJETAR-CAUCOES.
012280     OPEN INPUT DEPOSIT-LEDGER.
012290     IF FLX-DEPCAU-STATUS NOT = '00'
012300         GO TO 4800-PROJETAR-CAUCOES-EXIT.
012310     SET FLX-ARQUIVO-ATIVO TO TRUE.
012320     PERFORM 4900-PROJETAR-CAUCAO
012330         THRU 4900-PROJETAR-CAUCAO-EXIT
012340         UNTIL FLX-FIM-ARQUIVO.
012350     CLOSE DEPOSIT-LEDGER.
012360 4800-PROJETAR-CAUCOES-EXIT.
012370     EXIT.
012380
012390 4900-PROJETAR-CAUCAO.
012400     READ DEPOSIT-LEDGER
012410         AT END
012420             SET FLX-FIM-ARQUIVO TO TRUE
012430             GO TO 4900-PROJETAR-CAUCAO-EXIT
012440     END-READ.
012450     IF NOT (CAU-APURADA OR CAU-LIBERADA)
012460             OR CAU-VALOR-REFUND = ZEROS
012470         GO TO 4900-PROJETAR-CAUCAO-EXIT.
012480     MOVE FLX-D-DATA (1) TO FLX-ITEM-DATA.
012490     IF CAU-DATA-REFUND > FLX-D-DATA (1)
012500         MOVE CAU-DATA-REFUND TO FLX-DATA-BASE
012510         MOVE ZEROS TO FLX-QTDE-UTEIS
012520         CALL 'DIAUTIL' USING BY CONTENT FLX-DATA-BASE
012530                              BY CONTENT FLX-QTDE-UTEIS
012540                              BY REFERENCE FLX-DATA-RESULTADO
012550                              BY CONTENT FLX-UF-NACIONAL
012560         MOVE FLX-DATA-RESULTADO TO FLX-ITEM-DATA
012570     END-IF.
012580     MOVE CAU-LOTE-ID TO FLX-LOTE-BUSCA.
012590     PERFORM 5300-EMPRESA-DO-LOTE THRU 5300-EMPRESA-DO-LOTE-EXIT.
012600     MOVE CAU-VALOR-REFUND TO FLX-ITEM-VALOR.
012610     MOVE FLX-CAT-CAUCAO TO FLX-ITEM-CAT.
012620     PERFORM 5000-LANCAR-ITEM THRU 5000-LANCAR-ITEM-EXIT.
012630 4900-PROJETAR-CAUCAO-EXIT.
012640     EXIT.
012650
012660*=========================================================
012670* LANCA O ITEM NA EMPRESA E NO PRIMEIRO DIA UTIL DA
012680* PROJECAO A PARTIR DA DATA DO ITEM. EMPRESA FORA DA
012690* SELECAO E IGNORADA; FORA DO CADASTRO, CONTADA
012700*=========================================================
012710 5000-LANCAR-ITEM.
012720     PERFORM 5100-BUSCAR-EMPRESA THRU 5100-BUSCAR-EMPRESA-EXIT.
012730     IF FLX-IX-ACHADO = ZEROS
012740         IF FLX-EMPRESA-SELECAO = ZEROS
012750             ADD 1 TO FLX-QTDE-SEM-EMPRESA
012760         END-IF
012770         GO TO 5000-LANCAR-ITEM-EXIT.
012780     IF FLX-ITEM-DATA > FLX-D-DATA (FLX-QTDE-DIAS)
012790         ADD 1 TO FLX-QTDE-FORA-PRAZO
012800         GO TO 5000-LANCAR-ITEM-EXIT.
012810     MOVE 1 TO FLX-IX-DIA.
012820     PERFORM 5200-AVANCAR-DIA THRU 5200-AVANCAR-DIA-EXIT
012830         UNTIL FLX-D-DATA (FLX-IX-DIA) NOT < FLX-ITEM-DATA.
012840     ADD FLX-ITEM-VALOR
012850         TO FLX-E-VALOR (FLX-IX-ACHADO FLX-IX-DIA FLX-ITEM-CAT).
012860     ADD FLX-ITEM-VALOR
012870         TO FLX-E-TOTAL (FLX-IX-ACHADO FLX-ITEM-CAT).
012880     ADD 1 TO FLX-QTDE-LANCADOS.
012890 5000-LANCAR-ITEM-EXIT.
012900     EXIT.
012910
012920 5100-BUSCAR-EMPRESA.
012930     MOVE ZEROS TO FLX-IX-ACHADO.
012940     PERFORM 5110-COMPARAR-EMPRESA
012950         THRU 5110-COMPARAR-EMPRESA-EXIT
012960         VARYING FLX-IX FROM 1 BY 1
012970         UNTIL FLX-IX > FLX-QTDE-EMPRESAS
012980            OR FLX-IX-ACHADO > ZEROS.
012990 5100-BUSCAR-EMPRESA-EXIT.
013000     EXIT.
013010
013020 5110-COMPARAR-EMPRESA.
013030     IF FLX-E-CODIGO (FLX-IX) = FLX-ITEM-EMPRESA
013040         MOVE FLX-IX TO FLX-IX-ACHADO
013050     END-IF.
013060 5110-COMPARAR-EMPRESA-EXIT.
013070     EXIT.
013080
013090 5200-AVANCAR-DIA.
013100     ADD 1 TO FLX-IX-DIA.
013110 5200-AVANCAR-DIA-EXIT.
013120     EXIT.
013130
013140 5300-EMPRESA-DO-LOTE.
013150     MOVE FLX-EMPRESA-PADRAO TO FLX-ITEM-EMPRESA.
013160     PERFORM 5310-COMPARAR-LOTE THRU 5310-COMPARAR-LOTE-EXIT
013170         VARYING FLX-IX FROM 1 BY 1
013180         UNTIL FLX-IX > FLX-QTDE-LOTES.
013190 5300-EMPRESA-DO-LOTE-EXIT.
013200     EXIT.
013210
013220 5310-COMPARAR-LOTE.
013230     IF FLX-LT-ID (FLX-IX) = FLX-LOTE-BUSCA
013240         MOVE FLX-LT-EMPRESA (FLX-IX) TO FLX-ITEM-EMPRESA
013250         MOVE FLX-QTDE-LOTES TO FLX-IX
013260     END-IF.
013270 5310-COMPARAR-LOTE-EXIT.
013280     EXIT.
013290
013300 5400-EMPRESA-DO-FUNCIONARIO.
013310     MOVE FLX-EMPRESA-PADRAO TO FLX-ITEM-EMPRESA.
013320     IF NOT FLX-EMPMAST-DISPONIVEL
013330         GO TO 5400-EMPRESA-DO-FUNCIONARIO-EXIT.
013340     MOVE FLX-MATRICULA-BUSCA TO EMP-ID.
013350     READ EMPLOYEE-MASTER
013360         INVALID KEY
013370             GO TO 5400-EMPRESA-DO-FUNCIONARIO-EXIT
013380     END-READ.
013390     IF EMP-EMPRESA NOT = ZEROS
013400         MOVE EMP-EMPRESA TO FLX-ITEM-EMPRESA
013410     END-IF.
013420 5400-EMPRESA-DO-FUNCIONARIO-EXIT.
013430     EXIT.
013440
013450*=========================================================
013460* RELATORIO FLUXRPT: POR EMPRESA, UMA LINHA POR DIA UTIL
013470* COM O MOVIMENTO DE CADA CATEGORIA E O SALDO ACUMULADO;
013480* DIA COM SALDO NEGATIVO SAI MARCADO
013490*=========================================================
013500 6000-EMITIR-RELATORIO.
013510     OPEN OUTPUT CASHFLOW-REPORT.
013520     IF FLX-REPORT-STATUS NOT = '00'
013530         DISPLAY 'FLUXRPT INDISPONIVEL - STATUS '
013540             FLX-REPORT-STATUS ' - RELATORIO NAO GRAVADO'
013550         GO TO 6000-EMITIR-RELATORIO-EXIT.
013560     MOVE FLX-D-DATA (1) TO FLX-C-INICIO.
013570     MOVE FLX-D-DATA (FLX-QTDE-DIAS) TO FLX-C-FIM.
013580     WRITE FLX-REPORT-LINE FROM FLX-LINHA-CABEC.
013590     PERFORM 6100-EMITIR-EMPRESA THRU 6100-EMITIR-EMPRESA-EXIT
013600         VARYING FLX-IX-EMP FROM 1 BY 1
013610         UNTIL FLX-IX-EMP > FLX-QTDE-EMPRESAS.
013620     MOVE SPACES TO FLX-REPORT-LINE.
013630     WRITE FLX-REPORT-LINE.
013640     MOVE 'RECEBIVEIS COM DATA ESPERADA JA PASSADA (FORA): '
013650         TO FLX-R-TEXTO.
013660     MOVE FLX-QTDE-VENCIDOS TO FLX-R-QTDE.
013670     MOVE FLX-VALOR-VENCIDOS TO FLX-R-VALOR.
013680     WRITE FLX-REPORT-LINE FROM FLX-LINHA-RODAPE.
013690     MOVE SPACES TO FLX-REPORT-LINE.
013700     MOVE FLX-QTDE-FORA-PRAZO TO FLX-QTDE-EDT.
013710     STRING 'ITENS ALEM DO HORIZONTE DE 90 DIAS: '
013720             DELIMITED BY SIZE
013730         FLX-QTDE-EDT DELIMITED BY SIZE
013740         INTO FLX-REPORT-LINE.
013750     WRITE FLX-REPORT-LINE.
013760     IF FLX-QTDE-SEM-EMPRESA > ZEROS
013770         MOVE SPACES TO FLX-REPORT-LINE
013780         MOVE FLX-QTDE-SEM-EMPRESA TO FLX-QTDE-EDT
013790         STRING 'ITENS DE EMPRESA FORA DO CADASTRO: '
013800                 DELIMITED BY SIZE
013810             FLX-QTDE-EDT DELIMITED BY SIZE
013820             INTO FLX-REPORT-LINE
013830         WRITE FLX-REPORT-LINE
013840     END-IF.
013850     CLOSE CASHFLOW-REPORT.
013860     MOVE FLX-QTDE-LANCADOS TO FLX-QTDE-EDT.
013870     DISPLAY 'PROJECAO GRAVADA NO FLUXRPT - ' FLX-QTDE-EDT
013880         ' ITENS PROJETADOS'.
013890 6000-EMITIR-RELATORIO-EXIT.
013900     EXIT.
013910
013920 6100-EMITIR-EMPRESA.
013930     MOVE SPACES TO FLX-REPORT-LINE.
013940     WRITE FLX-REPORT-LINE.
013950     MOVE FLX-E-CODIGO (FLX-IX-EMP) TO FLX-EP-CODIGO.
013960     MOVE FLX-E-NOME (FLX-IX-EMP) TO FLX-EP-NOME.
013970     MOVE FLX-E-SALDO-INICIAL (FLX-IX-EMP) TO FLX-EP-SALDO.
013980     WRITE FLX-REPORT-LINE FROM FLX-LINHA-EMPRESA.
013990     WRITE FLX-REPORT-LINE FROM FLX-LINHA-SUBTITULO.
014000     WRITE FLX-REPORT-LINE FROM FLX-LINHA-TITULO.
014010     MOVE FLX-E-SALDO-INICIAL (FLX-IX-EMP) TO FLX-SALDO.
014020     MOVE ZEROS TO FLX-QTDE-NEGATIVOS FLX-PRIMEIRO-NEGATIVO.
014030     PERFORM 6200-EMITIR-DIA THRU 6200-EMITIR-DIA-EXIT
014040         VARYING FLX-IX-DIA FROM 1 BY 1
014050         UNTIL FLX-IX-DIA > FLX-QTDE-DIAS.
014060     MOVE SPACES TO FLX-LINHA-DETALHE.
014070     PERFORM 6300-COLUNA-TOTAL THRU 6300-COLUNA-TOTAL-EXIT
014080         VARYING FLX-IX-CAT FROM 1 BY 1 UNTIL FLX-IX-CAT > 7.
014090     MOVE FLX-SALDO TO FLX-L-SALDO.
014100     MOVE 'TOTAL   ' TO FLX-LINHA-DETALHE (1:8).
014110     MOVE 'FINAL' TO FLX-L-SITUACAO.
014120     WRITE FLX-REPORT-LINE FROM FLX-LINHA-DETALHE.
014130     MOVE FLX-QTDE-NEGATIVOS TO FLX-N-QTDE.
014140     MOVE FLX-PRIMEIRO-NEGATIVO TO FLX-N-PRIMEIRO.
014150     WRITE FLX-REPORT-LINE FROM FLX-LINHA-NEGATIVOS.
014160     MOVE FLX-SALDO TO FLX-EP-SALDO.
014170     DISPLAY 'EMPRESA ' FLX-E-CODIGO (FLX-IX-EMP)
014180         ': SALDO FINAL ' FLX-EP-SALDO
014190         ' - DIAS NEGATIVOS ' FLX-N-QTDE.
014200     IF FLX-QTDE-NEGATIVOS > ZEROS
014210         DISPLAY '   ATENCAO: SALDO NEGATIVO A PARTIR DE '
014220             FLX-PRIMEIRO-NEGATIVO
014230     END-IF.
014240 6100-EMITIR-EMPRESA-EXIT.
014250     EXIT.
014260
014270 6200-EMITIR-DIA.
014280     COMPUTE FLX-SALDO = FLX-SALDO
014290         + FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 1)
014300         + FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 2)
014310         - FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 3)
014320         - FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 4)
014330         - FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 5)
014340         - FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 6)
014350         - FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA 7).
014360     MOVE SPACES TO FLX-LINHA-DETALHE.
014370     MOVE FLX-D-DATA (FLX-IX-DIA) TO FLX-L-DATA.
014380     PERFORM 6210-COLUNA-DIA THRU 6210-COLUNA-DIA-EXIT
014390         VARYING FLX-IX-CAT FROM 1 BY 1 UNTIL FLX-IX-CAT > 7.
014400     MOVE FLX-SALDO TO FLX-L-SALDO.
014410     IF FLX-SALDO < ZEROS
014420         MOVE 'NEGATIVO' TO FLX-L-SITUACAO
014430         ADD 1 TO FLX-QTDE-NEGATIVOS
014440         IF FLX-PRIMEIRO-NEGATIVO = ZEROS
014450             MOVE FLX-D-DATA (FLX-IX-DIA)
014460                 TO FLX-PRIMEIRO-NEGATIVO
014470         END-IF
014480     END-IF.
014490     WRITE FLX-REPORT-LINE FROM FLX-LINHA-DETALHE.
014500 6200-EMITIR-DIA-EXIT.
014510     EXIT.
014520
014530 6210-COLUNA-DIA.
014540     MOVE FLX-E-VALOR (FLX-IX-EMP FLX-IX-DIA FLX-IX-CAT)
014550         TO FLX-L-VALOR (FLX-IX-CAT).
014560 6210-COLUNA-DIA-EXIT.
014570     EXIT.
014580
014590 6300-COLUNA-TOTAL.
014600     MOVE FLX-E-TOTAL (FLX-IX-EMP FLX-IX-CAT)
014610         TO FLX-L-VALOR (FLX-IX-CAT).
014620 6300-COLUNA-TOTAL-EXIT.
014630     EXIT.
